       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program26.
       AUTHOR. D L MASON.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *                                                              *
      *   Program26 - RUN-PARAMETER OVERRIDE REPORT                  *
      *                                                              *
      *   READS THE PARAMETER HISTORY Program1 APPENDS TO ON EVERY   *
      *   RUN (PARMHIST, SEE PHSTREC.CPY) AND LISTS, BY DATE AND     *
      *   OPERATOR, EVERY RUN IN THE OVRPARM DATE RANGE THAT USED    *
      *   ANY OF:                                                    *
      *     - A NON-DEFAULT MAIN ENTRY POINT;                        *
      *     - A NON-DEFAULT BACKOUT ENTRY POINT;                     *
      *     - A RELAXED REJECT-RATE BREAKER - OFF, A LIMIT ABOVE     *
      *       THE STANDARD, OR A MINIMUM COUNT ABOVE THE STANDARD;   *
      *     - THE RERUN OVERRIDE.                                    *
      *   A CARD Program1 REFUSED FOR WANT OF AN OPERATOR ID OR      *
      *   REASON CODE IS LISTED TOO, MARKED REFUSED, IF IT WOULD     *
      *   HAVE DONE ANY OF THE ABOVE.  THE SUMMARY COUNTS EACH KIND  *
      *   OF OVERRIDE AND THE OVERRIDES PER OPERATOR.  THIS IS THE   *
      *   QUARTERLY CONTROLS-REVIEW REPORT; IT CHANGES NOTHING.      *
      *                                                              *
      *   OVRPARM IS ONE OPTIONAL CARD: FROM-DATE (1-8) AND TO-DATE  *
      *   (9-16) AS ON THE TREND CARD, THE STANDARD REJECT LIMIT     *
      *   PERCENT (17-18) AND THE STANDARD MINIMUM RECORD COUNT      *
      *   (19-23).  A BLANK RANGE COVERS THE WHOLE HISTORY.  A       *
      *   BLANK OR ZERO STANDARD LIMIT MEANS THE STANDARD IS TO RUN  *
      *   WITH THE BREAKER OFF, SO NO RUN COUNTS AS RELAXED; A       *
      *   BLANK MINIMUM COUNT IS THE DRIVER'S OWN DEFAULT OF 100.    *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-15 DLM   ORIGINAL PROGRAM.                       *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-HIST-FILE ASSIGN TO PARMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-HIST-STATUS.

           SELECT OPTIONAL OVR-PARM-FILE ASSIGN TO OVRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-HIST-FILE.
       01  PARM-HIST-REC                PIC X(140).

       FD  OVR-PARM-FILE.
       01  OVR-PARM-REC                 PIC X(23).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

      * RUN-PARAMETER HISTORY RECORD LAYOUT - WRITTEN BY Program1.
           COPY PHSTREC.

       01  WS-FILE-STATUSES.
           05  WS-PARM-HIST-STATUS      PIC X(2).
           05  WS-OVR-PARM-STATUS       PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-EOF                   VALUE 'Y'.
           05  WS-OVERRIDE-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-RUN-OVERRIDES         VALUE 'Y'.
           05  WS-RELAXED-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-LIMIT-RELAXED         VALUE 'Y'.
           05  WS-OPER-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-OPER-FOUND            VALUE 'Y'.

      * OVRPARM CARD - SEE THE BANNER.
       01  WS-OVR-PARM-CARD.
           05  WS-PARM-FROM-DATE        PIC X(8).
           05  WS-PARM-TO-DATE          PIC X(8).
           05  WS-PARM-STD-LIMIT        PIC X(2).
           05  WS-PARM-STD-MIN-CNT      PIC X(5).
       01  WS-FROM-DATE                 PIC 9(8)  VALUE ZEROES.
       01  WS-TO-DATE                   PIC 9(8)  VALUE 99999999.
       01  WS-STD-LIMIT-PCT             PIC 9(2)  VALUE ZEROES.
       01  WS-STD-MIN-COUNT             PIC 9(5)  VALUE 100.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ          PIC 9(8)  VALUE ZEROES.
           05  WS-ENTRIES-IN-RANGE      PIC 9(8)  VALUE ZEROES.
           05  WS-RUNS-LISTED           PIC 9(8)  VALUE ZEROES.
           05  WS-ENTRY-COUNT           PIC 9(8)  VALUE ZEROES.
           05  WS-BACKOUT-COUNT         PIC 9(8)  VALUE ZEROES.
           05  WS-RELAXED-COUNT         PIC 9(8)  VALUE ZEROES.
           05  WS-RERUN-COUNT           PIC 9(8)  VALUE ZEROES.
           05  WS-REFUSED-COUNT         PIC 9(8)  VALUE ZEROES.

      * OVERRIDES PER OPERATOR, IN THE ORDER FIRST SEEN.  A REFUSED
      * CARD WITH NO OPERATOR ID COUNTS UNDER A BLANK ID.
       01  WS-OPER-MAX                  PIC 9(4)  COMP VALUE 200.
       01  WS-OPER-TABLE.
           05  WS-OPER-COUNT            PIC 9(4)  COMP VALUE ZEROES.
           05  WS-OPER-ENTRY            OCCURS 0 TO 200 TIMES
                                        DEPENDING ON WS-OPER-COUNT.
               10  WS-OPER-ID           PIC X(8).
               10  WS-OPER-RUNS         PIC 9(8).
               10  WS-OPER-REFUSED      PIC 9(8).
       01  WS-OPER-SUB                  PIC 9(4)  COMP VALUE ZEROES.
       01  WS-OPER-SCAN-SUB             PIC 9(4)  COMP VALUE ZEROES.

       01  WS-JOB-RETURN-CODE           PIC 9(4)  VALUE ZEROES.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER               PIC X(40) VALUE
                   'myCDLL RUN-PARAMETER OVERRIDE REPORT'.
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-SECTION.
               10  WS-RPT-SECTION-NAME  PIC X(40).
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-RUN-HEADER.
               10  FILLER               PIC X(10) VALUE 'RUN DATE'.
               10  FILLER               PIC X(10) VALUE 'OPERATOR'.
               10  FILLER               PIC X(8)  VALUE 'REASON'.
               10  FILLER               PIC X(10) VALUE 'OUTCOME'.
               10  FILLER               PIC X(20) VALUE 'UNIT (STR)'.
               10  FILLER               PIC X(22) VALUE SPACES.
           05  WS-RPT-RUN-LINE.
               10  WS-RPT-RUN-DATE      PIC X(8).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-RUN-OPERATOR  PIC X(8).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-RUN-REASON    PIC X(4).
               10  FILLER               PIC X(4)  VALUE SPACES.
               10  WS-RPT-RUN-OUTCOME   PIC X(8).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-RUN-STR       PIC X(20).
               10  FILLER               PIC X(22) VALUE SPACES.
           05  WS-RPT-OPER-HEADER.
               10  FILLER               PIC X(10) VALUE 'OPERATOR'.
               10  FILLER               PIC X(12) VALUE
                   '        RUNS'.
               10  FILLER               PIC X(12) VALUE
                   '     REFUSED'.
               10  FILLER               PIC X(46) VALUE SPACES.
           05  WS-RPT-OPER-LINE.
               10  WS-RPT-OPER-ID       PIC X(8).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(4)  VALUE SPACES.
               10  WS-RPT-OPER-RUNS     PIC ZZZZZZZ9.
               10  FILLER               PIC X(4)  VALUE SPACES.
               10  WS-RPT-OPER-REFUSED  PIC ZZZZZZZ9.
               10  FILLER               PIC X(46) VALUE SPACES.
           05  WS-RPT-DETAIL.
               10  WS-RPT-LABEL         PIC X(30).
               10  WS-RPT-VALUE         PIC X(26).
               10  FILLER               PIC X(24) VALUE SPACES.
           05  WS-RPT-COUNT-EDIT        PIC ZZZZZZZ9.
           05  WS-RPT-PCT-EDIT          PIC Z9.
           05  WS-RPT-FEED-ID.
               10  WS-RPT-FEED-COUNT    PIC 9(8).
               10  FILLER               PIC X(1)  VALUE '/'.
               10  WS-RPT-FEED-HASH     PIC 9(12).
               10  FILLER               PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-HISTORY-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-HIST-FILE.
           IF WS-PARM-HIST-STATUS NOT = '00'
               DISPLAY 'Program26 ABEND: UNABLE TO OPEN PARMHIST'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Program26 ABEND: UNABLE TO OPEN REPTOUT'
               CLOSE PARM-HIST-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-READ-OVERRIDE-PARAMETER THRU 1200-EXIT.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'RUNS FROM' TO WS-RPT-LABEL.
           MOVE WS-FROM-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'RUNS THROUGH' TO WS-RPT-LABEL.
           MOVE WS-TO-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'STANDARD REJECT LIMIT %' TO WS-RPT-LABEL.
           IF WS-STD-LIMIT-PCT = ZERO
               MOVE 'NONE - BREAKER OFF' TO WS-RPT-VALUE
           ELSE
               MOVE WS-STD-LIMIT-PCT TO WS-RPT-PCT-EDIT
               MOVE WS-RPT-PCT-EDIT TO WS-RPT-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'STANDARD MINIMUM COUNT' TO WS-RPT-LABEL.
           MOVE WS-STD-MIN-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'RUNS WITH A PARAMETER OVERRIDE' TO WS-RPT-SECTION-NAME.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           WRITE REPORT-LINE FROM WS-RPT-RUN-HEADER.
       1000-EXIT.
           EXIT.

       1200-READ-OVERRIDE-PARAMETER.
           MOVE SPACES TO WS-OVR-PARM-CARD.
      * A MISSING CARD OPENS WITH STATUS 05 AND READS STRAIGHT TO
      * END - THE DEFAULTS STAND, BUT THE FILE STILL HAS TO BE
      * CLOSED.
           OPEN INPUT OVR-PARM-FILE.
           IF WS-OVR-PARM-STATUS = '00' OR '05'
               READ OVR-PARM-FILE INTO WS-OVR-PARM-CARD
                   NOT AT END
                       IF WS-PARM-FROM-DATE IS NUMERIC
                           MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF WS-PARM-TO-DATE IS NUMERIC
                           MOVE WS-PARM-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF WS-PARM-STD-LIMIT IS NUMERIC
                           MOVE WS-PARM-STD-LIMIT
                               TO WS-STD-LIMIT-PCT
                       END-IF
                       IF WS-PARM-STD-MIN-CNT IS NUMERIC
                           AND WS-PARM-STD-MIN-CNT NOT = '00000'
                           MOVE WS-PARM-STD-MIN-CNT
                               TO WS-STD-MIN-COUNT
                       END-IF
               END-READ
               CLOSE OVR-PARM-FILE
           END-IF.
           DISPLAY 'Program26 REPORTING RUNS FROM ' WS-FROM-DATE
               ' THROUGH ' WS-TO-DATE ', STANDARD LIMIT '
               WS-STD-LIMIT-PCT '% AFTER ' WS-STD-MIN-COUNT.
       1200-EXIT.
           EXIT.

      * ONE HISTORY ENTRY.  THE FILE IS IN RUN ORDER, SO THE
      * LISTING COMES OUT BY DATE WITHOUT A SORT.
       2000-READ-HISTORY-ENTRY.
           READ PARM-HIST-FILE INTO PHST-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ENTRIES-READ.
           IF PHST-RUN-DATE IS NOT NUMERIC
               OR PHST-RUN-DATE < WS-FROM-DATE
               OR PHST-RUN-DATE > WS-TO-DATE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ENTRIES-IN-RANGE.
           PERFORM 2100-CHECK-RELAXED-LIMIT THRU 2100-EXIT.
           IF PHST-ENTRY-NON-DEFAULT
               OR PHST-BACKOUT-NON-DEFAULT
               OR WS-LIMIT-RELAXED
               OR PHST-RERUN-OVERRIDDEN
               SET WS-RUN-OVERRIDES TO TRUE
           ELSE
               MOVE 'N' TO WS-OVERRIDE-SWITCH
           END-IF.
           IF NOT WS-RUN-OVERRIDES
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-PRINT-RUN THRU 2200-EXIT.
           PERFORM 2300-TALLY-OPERATOR THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      * THE BREAKER IS RELAXED WHEN THE STANDARD HAS ONE AND THE
      * RUN HAD IT OFF, SET ABOVE THE STANDARD LIMIT, OR WAITED FOR
      * MORE RECORDS THAN THE STANDARD BEFORE IT COULD TRIP.
       2100-CHECK-RELAXED-LIMIT.
           MOVE 'N' TO WS-RELAXED-SWITCH.
           IF WS-STD-LIMIT-PCT = ZERO
               GO TO 2100-EXIT
           END-IF.
           IF PHST-REJECT-LIMIT IS NOT NUMERIC
               OR PHST-REJECT-MIN-CNT IS NOT NUMERIC
               SET WS-LIMIT-RELAXED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF PHST-REJECT-LIMIT = ZERO
               OR PHST-REJECT-LIMIT > WS-STD-LIMIT-PCT
               OR PHST-REJECT-MIN-CNT > WS-STD-MIN-COUNT
               SET WS-LIMIT-RELAXED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      * THE RUN LINE, THEN ONE INDENTED LINE PER OVERRIDE IT USED.
       2200-PRINT-RUN.
           ADD 1 TO WS-RUNS-LISTED.
           MOVE PHST-RUN-DATE TO WS-RPT-RUN-DATE.
           MOVE PHST-OPERATOR-ID TO WS-RPT-RUN-OPERATOR.
           MOVE PHST-REASON-CODE TO WS-RPT-RUN-REASON.
           MOVE PHST-OUTCOME TO WS-RPT-RUN-OUTCOME.
           MOVE PHST-STR TO WS-RPT-RUN-STR.
           WRITE REPORT-LINE FROM WS-RPT-RUN-LINE.
           IF PHST-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           IF PHST-ENTRY-NON-DEFAULT
               ADD 1 TO WS-ENTRY-COUNT
               MOVE '    MAIN ENTRY POINT' TO WS-RPT-LABEL
               MOVE PHST-ENTRY-POINT TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.
           IF PHST-BACKOUT-NON-DEFAULT
               ADD 1 TO WS-BACKOUT-COUNT
               MOVE '    BACKOUT ENTRY POINT' TO WS-RPT-LABEL
               MOVE PHST-BACKOUT-ENTRY TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.
           IF WS-LIMIT-RELAXED
               ADD 1 TO WS-RELAXED-COUNT
               MOVE '    REJECT LIMIT %' TO WS-RPT-LABEL
               IF PHST-REJECT-LIMIT IS NOT NUMERIC
                   MOVE 'INVALID ON HISTORY' TO WS-RPT-VALUE
               ELSE
                   IF PHST-REJECT-LIMIT = ZERO
                       MOVE 'OFF' TO WS-RPT-VALUE
                   ELSE
                       MOVE PHST-REJECT-LIMIT TO WS-RPT-PCT-EDIT
                       MOVE WS-RPT-PCT-EDIT TO WS-RPT-VALUE
                   END-IF
               END-IF
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
               MOVE '    MINIMUM COUNT' TO WS-RPT-LABEL
               IF PHST-REJECT-MIN-CNT IS NUMERIC
                   MOVE PHST-REJECT-MIN-CNT TO WS-RPT-COUNT-EDIT
                   MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE
               ELSE
                   MOVE 'INVALID ON HISTORY' TO WS-RPT-VALUE
               END-IF
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.
           IF PHST-RERUN-OVERRIDDEN
               ADD 1 TO WS-RERUN-COUNT
               MOVE '    RERUN OVERRIDE - FEED' TO WS-RPT-LABEL
               MOVE PHST-FEED-COUNT TO WS-RPT-FEED-COUNT
               MOVE PHST-FEED-HASH TO WS-RPT-FEED-HASH
               MOVE WS-RPT-FEED-ID TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.
       2200-EXIT.
           EXIT.

       2300-TALLY-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SWITCH.
           MOVE ZEROES TO WS-OPER-SCAN-SUB.
           PERFORM 2350-CHECK-ONE-OPERATOR THRU 2350-EXIT
               UNTIL WS-OPER-FOUND
                  OR WS-OPER-SCAN-SUB >= WS-OPER-COUNT.
           IF NOT WS-OPER-FOUND
               IF WS-OPER-COUNT >= WS-OPER-MAX
                   DISPLAY 'Program26 ABEND: MORE THAN ' WS-OPER-MAX
                       ' OPERATOR IDS - RAISE THE OPERATOR TABLE '
                       'LIMIT'
                   CLOSE PARM-HIST-FILE
                   CLOSE REPORT-FILE
                   MOVE 99 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-SUB
               MOVE PHST-OPERATOR-ID TO WS-OPER-ID (WS-OPER-SUB)
               MOVE ZEROES TO WS-OPER-RUNS (WS-OPER-SUB)
               MOVE ZEROES TO WS-OPER-REFUSED (WS-OPER-SUB)
           END-IF.
           IF PHST-REFUSED
               ADD 1 TO WS-OPER-REFUSED (WS-OPER-SUB)
           ELSE
               ADD 1 TO WS-OPER-RUNS (WS-OPER-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

       2350-CHECK-ONE-OPERATOR.
           ADD 1 TO WS-OPER-SCAN-SUB.
           IF WS-OPER-ID (WS-OPER-SCAN-SUB) = PHST-OPERATOR-ID
               SET WS-OPER-FOUND TO TRUE
               MOVE WS-OPER-SCAN-SUB TO WS-OPER-SUB
           END-IF.
       2350-EXIT.
           EXIT.

       3000-PRINT-SUMMARY.
           IF WS-RUNS-LISTED = ZERO
               MOVE '  NONE' TO WS-RPT-SECTION-NAME
               WRITE REPORT-LINE FROM WS-RPT-SECTION
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'SUMMARY' TO WS-RPT-SECTION-NAME.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.

           MOVE 'HISTORY ENTRIES READ' TO WS-RPT-LABEL.
           MOVE WS-ENTRIES-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'ENTRIES IN THE DATE RANGE' TO WS-RPT-LABEL.
           MOVE WS-ENTRIES-IN-RANGE TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RUNS WITH AN OVERRIDE' TO WS-RPT-LABEL.
           MOVE WS-RUNS-LISTED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE '  NON-DEFAULT MAIN ENTRY' TO WS-RPT-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE '  NON-DEFAULT BACKOUT ENTRY' TO WS-RPT-LABEL.
           MOVE WS-BACKOUT-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE '  RELAXED REJECT LIMIT' TO WS-RPT-LABEL.
           MOVE WS-RELAXED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE '  RERUN OVERRIDE' TO WS-RPT-LABEL.
           MOVE WS-RERUN-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE '  REFUSED - NO OPERATOR/REASON' TO WS-RPT-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           IF WS-OPER-COUNT > ZERO
               WRITE REPORT-LINE FROM WS-RPT-BLANK
               MOVE 'OVERRIDES BY OPERATOR' TO WS-RPT-SECTION-NAME
               WRITE REPORT-LINE FROM WS-RPT-SECTION
               WRITE REPORT-LINE FROM WS-RPT-OPER-HEADER
               MOVE ZEROES TO WS-OPER-SUB
               PERFORM 3100-PRINT-ONE-OPERATOR THRU 3100-EXIT
                   UNTIL WS-OPER-SUB >= WS-OPER-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-OPERATOR.
           ADD 1 TO WS-OPER-SUB.
           IF WS-OPER-ID (WS-OPER-SUB) = SPACES
               MOVE '(NONE)' TO WS-RPT-OPER-ID
           ELSE
               MOVE WS-OPER-ID (WS-OPER-SUB) TO WS-RPT-OPER-ID
           END-IF.
           MOVE WS-OPER-RUNS (WS-OPER-SUB) TO WS-RPT-OPER-RUNS.
           MOVE WS-OPER-REFUSED (WS-OPER-SUB) TO WS-RPT-OPER-REFUSED.
           WRITE REPORT-LINE FROM WS-RPT-OPER-LINE.
       3100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PARM-HIST-FILE.
           CLOSE REPORT-FILE.
           MOVE ZERO TO WS-JOB-RETURN-CODE.
           DISPLAY 'Program26 COMPLETE - ' WS-RUNS-LISTED
               ' RUNS WITH AN OVERRIDE, ' WS-REFUSED-COUNT
               ' OF THEM REFUSED'.
       9000-EXIT.
           EXIT.
