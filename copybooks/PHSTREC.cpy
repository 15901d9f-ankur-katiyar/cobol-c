      ****************************************************************
      *                                                              *
      *   PHSTREC.CPY                                                *
      *                                                              *
      *   RUN-PARAMETER HISTORY RECORD.  Program1 APPENDS ONE TO     *
      *   THE PERMANENT PARAMETER HISTORY FILE (PARMHIST) EVERY      *
      *   TIME IT STARTS A LIVE RUN - AND EVERY TIME IT REFUSES A    *
      *   PARAMETER CARD - SO EVERY CHANGE THE PARMIN CARD MADE TO   *
      *   A RUN LEAVES A TRACE BEYOND THE JOB LOG.  THE FIELDS ARE   *
      *   THE EFFECTIVE VALUES THE RUN USED (CARD VALUE, OR THE      *
      *   COMPILED DEFAULT WHERE THE CARD WAS BLANK), WITH THE       *
      *   OPERATOR ID AND REASON CODE EXACTLY AS KEYED.  THE         *
      *   NON-DEFAULT SWITCHES ARE SET BY Program1 AGAINST ITS OWN   *
      *   COMPILED DEFAULTS SO THE OVERRIDE REPORT (Program26) NEED  *
      *   NOT KNOW THEM.  RECORD LENGTH 140.                         *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-15 DLM   ORIGINAL COPYBOOK.                      *
      *                                                              *
      ****************************************************************
       01  PHST-RECORD.
           05  PHST-RUN-DATE           PIC 9(8).
           05  PHST-TIMESTAMP          PIC X(26).
           05  PHST-OUTCOME            PIC X(8).
               88  PHST-ACCEPTED           VALUE 'ACCEPTED'.
               88  PHST-REFUSED            VALUE 'REFUSED'.
           05  PHST-OPERATOR-ID        PIC X(8).
           05  PHST-REASON-CODE        PIC X(4).
           05  PHST-CONTROL-CARD       PIC X(1).
               88  PHST-CARD-SETS-CONTROL  VALUE 'Y'.
           05  PHST-ENTRY-SWITCH       PIC X(1).
               88  PHST-ENTRY-NON-DEFAULT  VALUE 'Y'.
           05  PHST-BACKOUT-SWITCH     PIC X(1).
               88  PHST-BACKOUT-NON-DEFAULT VALUE 'Y'.
           05  PHST-STR                PIC X(20).
           05  PHST-ENTRY-POINT        PIC X(16).
           05  PHST-BACKOUT-ENTRY      PIC X(16).
           05  PHST-REJECT-LIMIT       PIC 9(2).
           05  PHST-REJECT-MIN-CNT     PIC 9(5).
           05  PHST-RERUN-OVERRIDE     PIC X(1).
               88  PHST-RERUN-OVERRIDDEN   VALUE 'Y'.
           05  PHST-FEED-COUNT         PIC 9(8).
           05  PHST-FEED-HASH          PIC 9(12).
           05  FILLER                  PIC X(3).
