      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-08-22 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   ADDED THE FEED CYCLE (CY) COLUMN AFTER  *
      *                      THE ENTRY TYPE, SO TWO CYCLES OF ONE    *
      *                      DAY CAN BE TOLD APART.  ENTRIES WRITTEN *
      *                      BEFORE CYCLES, AND A SPLIT-RUN STREAM'S *
      *                      ST/EN, SHOW IT BLANK.  THE REPORT LINE  *
      *                      WIDENS TO 83.                           *
      *                                                              *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REG-FILE.
       01  RUN-REG-REC                  PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(83).

       WORKING-STORAGE SECTION.

           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-HEADER.
               10  FILLER               PIC X(3)  VALUE 'TYP'.
               10  FILLER               PIC X(3)  VALUE 'CY'.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  FILLER               PIC X(17) VALUE
                   'TIMESTAMP'.
               10  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-RPT-ENTRY-DETAIL.
               10  WS-RPT-ENT-TYPE      PIC X(3).
               10  WS-RPT-ENT-CYCLE     PIC X(3).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-ENT-TIMESTAMP PIC X(17).
               10  FILLER               PIC X(1)  VALUE SPACES.

       2100-FORMAT-ENTRY.
           MOVE RREG-ENTRY-TYPE TO WS-RPT-ENT-TYPE.
           MOVE RREG-CYCLE-ID TO WS-RPT-ENT-CYCLE.
           MOVE RREG-TIMESTAMP (1:17) TO WS-RPT-ENT-TIMESTAMP.
           MOVE RREG-FEED-COUNT TO WS-RPT-ENT-FEEDCNT.
           MOVE RREG-FEED-HASH TO WS-RPT-ENT-FEEDHASH.
