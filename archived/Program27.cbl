       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program27.
       AUTHOR. D L MASON.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *                                                              *
      *   Program27 - VENDOR BUILD CERTIFICATION COMPARE             *
      *                                                              *
      *   COMPARES TWO AUDIT GENERATIONS PRODUCED BY DRIVING THE     *
      *   SAME TEST FEED THROUGH TWO myCDLL BUILDS - THE BASELINE    *
      *   (THE ENTRY POINT NOW IN PRODUCTION) AND THE CANDIDATE      *
      *   (THE NEW BUILD'S ENTRY POINT).  EACH RUN'S OUTCOME         *
      *   RECORDS ARE MATCHED BY RECORD TYPE AND counter, AND THE    *
      *   REPORT LISTS:                                              *
      *                                                              *
      *     - EVERY MATCHED counter WHOSE RETURN VALUE,              *
      *       DISPOSITION OR RETURNED str DIFFERS BETWEEN THE TWO    *
      *       BUILDS, ONE LINE PER ITEM THAT DIFFERS;                *
      *     - EVERY counter PRESENT IN ONLY ONE OF THE TWO RUNS;     *
      *     - THE AVERAGE ELAPSED TIME PER CALL LEG FOR EACH RECORD  *
      *       TYPE IN EACH RUN AND THE DIFFERENCE, SO A SLOWER       *
      *       BUILD IS SEEN BEFORE IT REACHES PRODUCTION.            *
      *                                                              *
      *   A RETRY FIRST LEG IS NOT AN OUTCOME - THE RECORD AFTER IT  *
      *   (RETRIED OR REJECTED) IS - SO RETRY RECORDS TAKE NO PART   *
      *   IN THE MATCH, ONLY IN THE TIMINGS.  A BUILD THAT NEEDS A   *
      *   RETRY WHERE THE OTHER DID NOT STILL SHOWS, AS AN OK        *
      *   AGAINST RETRIED DISPOSITION DIFFERENCE.                    *
      *                                                              *
      *   ANY FUNCTIONAL DIFFERENCE (A DIFFERING ITEM OR A counter   *
      *   IN ONE RUN ONLY) ENDS THE STEP WITH RETURN CODE 8 AND A    *
      *   FAIL VERDICT - THE NEW ENTRY POINT IS NOT TO BE PROMOTED.  *
      *   TIMING DIFFERENCES ARE REPORTED BUT NEVER FAIL THE STEP.   *
      *   THE PRINTED REPORT IS THE SIGN-OFF ARTIFACT FOR PUTTING    *
      *   THE NEW ENTRY POINT NAME ON THE PRODUCTION PARMIN CARD.    *
      *                                                              *
      *   CERTPARM IS ONE OPTIONAL CARD NAMING THE TWO ENTRY POINTS  *
      *   UNDER TEST - BASELINE IN COLUMNS 1-16, CANDIDATE IN        *
      *   17-32 - FOR THE REPORT HEADING ONLY.                       *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-15 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   BASEIN AND CANDIN ARE NOW EACH PROVED   *
      *                      AGAINST THE AUDIT TRAILER Program1      *
      *                      WRITES AT THE END OF A GENERATION.  A   *
      *                      TRAILER THAT DOES NOT MATCH ITS         *
      *                      RECORDS, OR A FILE WITH NO TRAILER      *
      *                      AFTER ITS LAST RECORD, STOPS THE        *
      *                      COMPARE WITH RC 99 - A SHORT RUN WOULD  *
      *                      SHOW AS counterS IN ONE RUN ONLY.       *
      *                      TRAILERS TAKE NO PART IN THE MATCH.     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASE-FILE ASSIGN TO BASEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT CAND-FILE ASSIGN TO CANDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT OPTIONAL CERT-PARM-FILE ASSIGN TO CERTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BASE-FILE.
       01  BASE-FILE-REC                PIC X(83).

       FD  CAND-FILE.
       01  CAND-FILE-REC                PIC X(83).

       FD  CERT-PARM-FILE.
       01  CERT-PARM-REC                PIC X(32).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

      * AUDIT LOG RECORD LAYOUT - SAME COPYBOOK Program1 WRITES FROM.
      * BOTH GENERATIONS ARE READ INTO IT IN TURN.
           COPY AUDTREC.

       01  WS-FILE-STATUSES.
           05  WS-BASE-STATUS           PIC X(2).
           05  WS-CAND-STATUS           PIC X(2).
           05  WS-CERT-PARM-STATUS      PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-BASE-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-BASE-EOF              VALUE 'Y'.
           05  WS-CAND-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-CAND-EOF              VALUE 'Y'.
           05  WS-MATCH-FOUND-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-MATCH-FOUND           VALUE 'Y'.
           05  WS-CALL-LEG-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-CALL-LEG              VALUE 'Y'.
           05  WS-TYPE-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-TYPE-FOUND            VALUE 'Y'.
           05  WS-SIDE-SWITCH           PIC X(1) VALUE 'B'.
               88  WS-SIDE-BASE             VALUE 'B'.
               88  WS-SIDE-CAND             VALUE 'C'.

      * CERTPARM CARD - SEE THE BANNER.
       01  WS-CERT-PARM-CARD.
           05  WS-PARM-BASE-ENTRY       PIC X(16).
           05  WS-PARM-CAND-ENTRY       PIC X(16).

       01  WS-COUNTERS.
           05  WS-BASE-RECORDS-READ     PIC 9(8)  VALUE ZEROES.
           05  WS-CAND-RECORDS-READ     PIC 9(8)  VALUE ZEROES.
           05  WS-BASE-OUTCOMES         PIC 9(8)  VALUE ZEROES.
           05  WS-CAND-OUTCOMES         PIC 9(8)  VALUE ZEROES.
           05  WS-MATCHED-COUNT         PIC 9(8)  VALUE ZEROES.
           05  WS-IDENTICAL-COUNT       PIC 9(8)  VALUE ZEROES.
           05  WS-DIFFER-COUNT          PIC 9(8)  VALUE ZEROES.
           05  WS-RET-DIFF-COUNT        PIC 9(8)  VALUE ZEROES.
           05  WS-DISP-DIFF-COUNT       PIC 9(8)  VALUE ZEROES.
           05  WS-STR-DIFF-COUNT        PIC 9(8)  VALUE ZEROES.
           05  WS-BASE-ONLY-COUNT       PIC 9(8)  VALUE ZEROES.
           05  WS-CAND-ONLY-COUNT       PIC 9(8)  VALUE ZEROES.
           05  WS-ITEMS-DIFFERING       PIC 9(1)  VALUE ZEROES.

      * THE BASELINE RUN'S OUTCOME RECORDS - THE SIDE EVERY
      * CANDIDATE OUTCOME IS MATCHED AGAINST.  SIZED THE SAME AS
      * THE OTHER FULL-DAY AUDIT TABLES IN THIS SUITE.
       01  WS-BASE-MAX                  PIC 9(8)  COMP VALUE 200000.
       01  WS-BASE-TABLE.
           05  WS-BASE-COUNT            PIC 9(8)  COMP VALUE ZEROES.
           05  WS-BASE-ENTRY            OCCURS 0 TO 200000 TIMES
                                        DEPENDING ON WS-BASE-COUNT.
               10  WS-BASE-TYPE         PIC X(2).
               10  WS-BASE-COUNTER      PIC 9(8).
               10  WS-BASE-STR          PIC X(20).
               10  WS-BASE-RET          PIC S9(9).
               10  WS-BASE-DISP         PIC X(8).
               10  WS-BASE-MATCHED-SW   PIC X(1).
                   88  WS-BASE-MATCHED      VALUE 'Y'.

      * CALL-LEG TIMINGS BY RECORD TYPE, BOTH RUNS SIDE BY SIDE.
       01  WS-TYPE-MAX                  PIC 9(4)  COMP VALUE 20.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT            PIC 9(4)  COMP VALUE ZEROES.
           05  WS-TYPE-ENTRY            OCCURS 0 TO 20 TIMES
                                        DEPENDING ON WS-TYPE-COUNT.
               10  WS-TYPE-CODE         PIC X(2).
               10  WS-TYPE-BASE-LEGS    PIC 9(8).
               10  WS-TYPE-BASE-HSEC    PIC 9(12).
               10  WS-TYPE-CAND-LEGS    PIC 9(8).
               10  WS-TYPE-CAND-HSEC    PIC 9(12).

       01  WS-TIME-TOTALS.
           05  WS-TOTAL-BASE-LEGS       PIC 9(8)  VALUE ZEROES.
           05  WS-TOTAL-BASE-HSEC       PIC 9(12) VALUE ZEROES.
           05  WS-TOTAL-CAND-LEGS       PIC 9(8)  VALUE ZEROES.
           05  WS-TOTAL-CAND-HSEC       PIC 9(12) VALUE ZEROES.

       01  WS-TIME-WORK.
           05  WS-WORK-CODE             PIC X(6).
           05  WS-WORK-BASE-LEGS        PIC 9(8).
           05  WS-WORK-BASE-HSEC        PIC 9(12).
           05  WS-WORK-CAND-LEGS        PIC 9(8).
           05  WS-WORK-CAND-HSEC        PIC 9(12).
           05  WS-BASE-AVG-HSEC         PIC 9(7).
           05  WS-CAND-AVG-HSEC         PIC 9(7).
           05  WS-DIFF-HSEC             PIC S9(7).
           05  WS-DIFF-PCT              PIC S9(5).

       01  WS-SUBSCRIPTS.
           05  WS-SUB                   PIC 9(8)  COMP VALUE ZEROES.
           05  WS-SCAN-SUB              PIC 9(8)  COMP VALUE ZEROES.
           05  WS-NEXT-SUB              PIC 9(8)  COMP VALUE 1.
           05  WS-TYPE-SUB              PIC 9(4)  COMP VALUE ZEROES.

       01  WS-JOB-RETURN-CODE           PIC 9(4)  VALUE ZEROES.

      * RUNNING TOTALS SINCE THE LAST AUDIT TRAILER, PROVED AGAINST
      * THE NEXT ONE, AND THE DD BEING PROVED.
       01  WS-AUDIT-PROOF.
           05  WS-PRF-RECORD-COUNT      PIC 9(8)  VALUE ZEROES.
           05  WS-PRF-HASH              PIC 9(12) VALUE ZEROES.
           05  WS-PRF-OK                PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-RETRY             PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-RETRIED           PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-REJECTED          PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-FATAL             PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-DUPLIC            PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-REVERSED          PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-HELD              PIC 9(6)  VALUE ZEROES.
       01  WS-TRAILERS-PROVED           PIC 9(8)  VALUE ZEROES.
       01  WS-PROOF-DD                  PIC X(8)  VALUE 'BASEIN'.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER               PIC X(44) VALUE
                   'myCDLL VENDOR BUILD CERTIFICATION COMPARE'.
               10  FILLER               PIC X(36) VALUE SPACES.
           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-SECTION.
               10  WS-RPT-SECTION-TEXT  PIC X(52).
               10  FILLER               PIC X(28) VALUE SPACES.
           05  WS-RPT-DIFF-HEADER.
               10  FILLER               PIC X(3)  VALUE 'TP'.
               10  FILLER               PIC X(9)  VALUE 'COUNTER'.
               10  FILLER               PIC X(9)  VALUE 'ITEM'.
               10  FILLER               PIC X(24) VALUE 'BASELINE'.
               10  FILLER               PIC X(20) VALUE 'CANDIDATE'.
               10  FILLER               PIC X(15) VALUE SPACES.
           05  WS-RPT-DIFF-DETAIL.
               10  WS-RPT-DF-TYPE       PIC X(2).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-DF-COUNTER    PIC X(8).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-DF-ITEM       PIC X(8).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-DF-BASE       PIC X(20).
               10  FILLER               PIC X(4)  VALUE ' -> '.
               10  WS-RPT-DF-CAND       PIC X(20).
               10  FILLER               PIC X(15) VALUE SPACES.
           05  WS-RPT-ONLY-HEADER.
               10  FILLER               PIC X(3)  VALUE 'TP'.
               10  FILLER               PIC X(9)  VALUE 'COUNTER'.
               10  FILLER               PIC X(9)  VALUE 'DISP'.
               10  FILLER               PIC X(11) VALUE
                   '       RET'.
               10  FILLER               PIC X(20) VALUE 'STR'.
               10  FILLER               PIC X(28) VALUE SPACES.
           05  WS-RPT-ONLY-DETAIL.
               10  WS-RPT-ON-TYPE       PIC X(2).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-ON-COUNTER    PIC X(8).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-ON-DISP       PIC X(8).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-ON-RET        PIC -(9)9.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-ON-STR        PIC X(20).
               10  FILLER               PIC X(28) VALUE SPACES.
           05  WS-RPT-TIME-HEADER.
               10  FILLER               PIC X(6)  VALUE 'TYPE'.
               10  FILLER               PIC X(10) VALUE
                   ' BASE-LEGS'.
               10  FILLER               PIC X(9)  VALUE ' BASE-AVG'.
               10  FILLER               PIC X(10) VALUE
                   ' CAND-LEGS'.
               10  FILLER               PIC X(9)  VALUE ' CAND-AVG'.
               10  FILLER               PIC X(9)  VALUE '  DIFF-HS'.
               10  FILLER               PIC X(8)  VALUE '  DIFF %'.
               10  FILLER               PIC X(19) VALUE SPACES.
           05  WS-RPT-TIME-DETAIL.
               10  WS-RPT-TM-TYPE       PIC X(6).
               10  WS-RPT-TM-BASE-LEGS  PIC ZZZZZZZZZ9.
               10  WS-RPT-TM-BASE-AVG   PIC ZZZZZZZZ9.
               10  WS-RPT-TM-CAND-LEGS  PIC ZZZZZZZZZ9.
               10  WS-RPT-TM-CAND-AVG   PIC ZZZZZZZZ9.
               10  WS-RPT-TM-DIFF       PIC -(8)9.
               10  WS-RPT-TM-PCT-AREA.
                   15  WS-RPT-TM-PCT    PIC -(6)9.
                   15  WS-RPT-TM-PCT-SIGN PIC X(1).
               10  FILLER               PIC X(19) VALUE SPACES.
           05  WS-RPT-DETAIL.
               10  WS-RPT-LABEL         PIC X(30).
               10  WS-RPT-VALUE         PIC X(26).
               10  FILLER               PIC X(24) VALUE SPACES.
           05  WS-RPT-COUNT-EDIT        PIC ZZZZZZZ9.
           05  WS-RPT-RET-EDIT          PIC -(9)9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-BASE-RECORD THRU 2000-EXIT
               UNTIL WS-BASE-EOF.
           PERFORM 3000-MATCH-ONE-CAND-RECORD THRU 3000-EXIT
               UNTIL WS-CAND-EOF.
           PERFORM 4000-REPORT-BASE-ONLY THRU 4000-EXIT.
           PERFORM 5000-PRINT-TIMINGS THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT BASE-FILE.
           IF WS-BASE-STATUS NOT = '00'
               DISPLAY 'Program27 ABEND: UNABLE TO OPEN BASEIN'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CAND-FILE.
           IF WS-CAND-STATUS NOT = '00'
               DISPLAY 'Program27 ABEND: UNABLE TO OPEN CANDIN'
               CLOSE BASE-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Program27 ABEND: UNABLE TO OPEN REPTOUT'
               CLOSE BASE-FILE
               CLOSE CAND-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-READ-CERT-PARAMETER THRU 1200-EXIT.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'BASELINE ENTRY POINT' TO WS-RPT-LABEL.
           MOVE WS-PARM-BASE-ENTRY TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'CANDIDATE ENTRY POINT' TO WS-RPT-LABEL.
           MOVE WS-PARM-CAND-ENTRY TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       1000-EXIT.
           EXIT.

       1200-READ-CERT-PARAMETER.
           MOVE SPACES TO WS-CERT-PARM-CARD.
           OPEN INPUT CERT-PARM-FILE.
           IF WS-CERT-PARM-STATUS = '00'
               READ CERT-PARM-FILE INTO WS-CERT-PARM-CARD
                   AT END
                       MOVE SPACES TO WS-CERT-PARM-CARD
               END-READ
               CLOSE CERT-PARM-FILE
           END-IF.
           IF WS-PARM-BASE-ENTRY = SPACES
               MOVE '(NOT GIVEN)' TO WS-PARM-BASE-ENTRY
           END-IF.
           IF WS-PARM-CAND-ENTRY = SPACES
               MOVE '(NOT GIVEN)' TO WS-PARM-CAND-ENTRY
           END-IF.
           DISPLAY 'Program27 CERTIFYING ' WS-PARM-CAND-ENTRY
               ' AGAINST ' WS-PARM-BASE-ENTRY.
       1200-EXIT.
           EXIT.

      * EVERY BASELINE RECORD COUNTS TOWARD THE TIMINGS; ONLY THE
      * OUTCOME RECORDS (EVERYTHING BUT A RETRY FIRST LEG) ARE
      * KEPT FOR THE MATCH.
       2000-LOAD-ONE-BASE-RECORD.
           READ BASE-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-BASE-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
                   MOVE ZEROES TO WS-TRAILERS-PROVED
                   MOVE 'CANDIN' TO WS-PROOF-DD
                   GO TO 2000-EXIT
           END-READ.
           IF AUDIT-TYPE-TRAILER
               PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT.
           ADD 1 TO WS-BASE-RECORDS-READ.
           SET WS-SIDE-BASE TO TRUE.
           PERFORM 7000-TALLY-CALL-LEG THRU 7000-EXIT.
           IF AUDIT-DISP-RETRY
               GO TO 2000-EXIT
           END-IF.
           IF WS-BASE-COUNT >= WS-BASE-MAX
               DISPLAY 'Program27 ABEND: MORE THAN ' WS-BASE-MAX
                   ' OUTCOME RECORDS ON BASEIN - RAISE THE '
                   'BASELINE TABLE LIMIT'
               CLOSE BASE-FILE
               CLOSE CAND-FILE
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-BASE-COUNT.
           ADD 1 TO WS-BASE-OUTCOMES.
           MOVE AUDIT-RECORD-TYPE TO WS-BASE-TYPE (WS-BASE-COUNT).
           MOVE AUDIT-COUNTER TO WS-BASE-COUNTER (WS-BASE-COUNT).
           MOVE AUDIT-STR TO WS-BASE-STR (WS-BASE-COUNT).
           MOVE AUDIT-RET-VALUE TO WS-BASE-RET (WS-BASE-COUNT).
           MOVE AUDIT-DISPOSITION TO WS-BASE-DISP (WS-BASE-COUNT).
           MOVE 'N' TO WS-BASE-MATCHED-SW (WS-BASE-COUNT).
       2000-EXIT.
           EXIT.

      * EACH CANDIDATE OUTCOME CONSUMES ONE UNMATCHED BASELINE
      * OUTCOME WITH THE SAME TYPE AND counter.  ONE THAT MATCHES
      * NOTHING IS A counter ONLY THE CANDIDATE RUN PRODUCED.
       3000-MATCH-ONE-CAND-RECORD.
           READ CAND-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-CAND-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
                   GO TO 3000-EXIT
           END-READ.
           IF AUDIT-TYPE-TRAILER
               PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT.
           ADD 1 TO WS-CAND-RECORDS-READ.
           SET WS-SIDE-CAND TO TRUE.
           PERFORM 7000-TALLY-CALL-LEG THRU 7000-EXIT.
           IF AUDIT-DISP-RETRY
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CAND-OUTCOMES.
           PERFORM 3100-FIND-BASE-OUTCOME THRU 3100-EXIT.
           IF NOT WS-MATCH-FOUND
               ADD 1 TO WS-CAND-ONLY-COUNT
               PERFORM 3400-START-CAND-ONLY THRU 3400-EXIT
               MOVE AUDIT-RECORD-TYPE TO WS-RPT-ON-TYPE
               MOVE AUDIT-COUNTER TO WS-RPT-ON-COUNTER
               MOVE AUDIT-DISPOSITION TO WS-RPT-ON-DISP
               MOVE AUDIT-RET-VALUE TO WS-RPT-ON-RET
               MOVE AUDIT-STR TO WS-RPT-ON-STR
               WRITE REPORT-LINE FROM WS-RPT-ONLY-DETAIL
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-MATCHED-COUNT.
           MOVE 'Y' TO WS-BASE-MATCHED-SW (WS-SCAN-SUB).
           PERFORM 3200-COMPARE-OUTCOMES THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      * BOTH RUNS DROVE THE SAME FEED, SO THE NEXT BASELINE ENTRY
      * IN ORDER IS NEARLY ALWAYS THE ONE WANTED - IT IS TRIED
      * FIRST, AND THE FULL SCAN IS ONLY FOR WHEN THE TWO RUNS
      * FELL OUT OF STEP.
       3100-FIND-BASE-OUTCOME.
           MOVE 'N' TO WS-MATCH-FOUND-SWITCH.
           IF WS-NEXT-SUB <= WS-BASE-COUNT
               MOVE WS-NEXT-SUB TO WS-SCAN-SUB
               IF WS-BASE-TYPE (WS-SCAN-SUB) = AUDIT-RECORD-TYPE
                   AND WS-BASE-COUNTER (WS-SCAN-SUB) = AUDIT-COUNTER
                   AND NOT WS-BASE-MATCHED (WS-SCAN-SUB)
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-IF.
           IF NOT WS-MATCH-FOUND
               MOVE ZEROES TO WS-SCAN-SUB
               PERFORM 3150-CHECK-ONE-BASE THRU 3150-EXIT
                   UNTIL WS-MATCH-FOUND
                      OR WS-SCAN-SUB >= WS-BASE-COUNT
           END-IF.
           IF WS-MATCH-FOUND
               COMPUTE WS-NEXT-SUB = WS-SCAN-SUB + 1
           END-IF.
       3100-EXIT.
           EXIT.

       3150-CHECK-ONE-BASE.
           ADD 1 TO WS-SCAN-SUB.
           IF WS-BASE-TYPE (WS-SCAN-SUB) = AUDIT-RECORD-TYPE
               AND WS-BASE-COUNTER (WS-SCAN-SUB) = AUDIT-COUNTER
               AND NOT WS-BASE-MATCHED (WS-SCAN-SUB)
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      * ONE REPORT LINE FOR EACH OF RET, DISP AND STR THAT DIFFERS.
       3200-COMPARE-OUTCOMES.
           MOVE ZEROES TO WS-ITEMS-DIFFERING.
           MOVE AUDIT-RECORD-TYPE TO WS-RPT-DF-TYPE.
           MOVE AUDIT-COUNTER TO WS-RPT-DF-COUNTER.
           IF AUDIT-RET-VALUE NOT = WS-BASE-RET (WS-SCAN-SUB)
               ADD 1 TO WS-ITEMS-DIFFERING
               ADD 1 TO WS-RET-DIFF-COUNT
               PERFORM 3300-START-DIFFERENCES THRU 3300-EXIT
               MOVE 'RET' TO WS-RPT-DF-ITEM
               MOVE WS-BASE-RET (WS-SCAN-SUB) TO WS-RPT-RET-EDIT
               MOVE WS-RPT-RET-EDIT TO WS-RPT-DF-BASE
               MOVE AUDIT-RET-VALUE TO WS-RPT-RET-EDIT
               MOVE WS-RPT-RET-EDIT TO WS-RPT-DF-CAND
               WRITE REPORT-LINE FROM WS-RPT-DIFF-DETAIL
           END-IF.
           IF AUDIT-DISPOSITION NOT = WS-BASE-DISP (WS-SCAN-SUB)
               ADD 1 TO WS-ITEMS-DIFFERING
               ADD 1 TO WS-DISP-DIFF-COUNT
               PERFORM 3300-START-DIFFERENCES THRU 3300-EXIT
               MOVE 'DISP' TO WS-RPT-DF-ITEM
               MOVE WS-BASE-DISP (WS-SCAN-SUB) TO WS-RPT-DF-BASE
               MOVE AUDIT-DISPOSITION TO WS-RPT-DF-CAND
               WRITE REPORT-LINE FROM WS-RPT-DIFF-DETAIL
           END-IF.
           IF AUDIT-STR NOT = WS-BASE-STR (WS-SCAN-SUB)
               ADD 1 TO WS-ITEMS-DIFFERING
               ADD 1 TO WS-STR-DIFF-COUNT
               PERFORM 3300-START-DIFFERENCES THRU 3300-EXIT
               MOVE 'STR' TO WS-RPT-DF-ITEM
               MOVE WS-BASE-STR (WS-SCAN-SUB) TO WS-RPT-DF-BASE
               MOVE AUDIT-STR TO WS-RPT-DF-CAND
               WRITE REPORT-LINE FROM WS-RPT-DIFF-DETAIL
           END-IF.
           IF WS-ITEMS-DIFFERING = ZERO
               ADD 1 TO WS-IDENTICAL-COUNT
           ELSE
               ADD 1 TO WS-DIFFER-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

      * THE DIFFERENCES AND THE CANDIDATE-ONLY counter VALUES ARE
      * BOTH FOUND ON THE ONE PASS OF THE CANDIDATE RUN, IN FEED
      * ORDER, SO EACH SECTION IS HEADED AHEAD OF ITS FIRST LINE
      * AND HEADED AGAIN WHENEVER THE OTHER HAS INTERRUPTED IT.
       3300-START-DIFFERENCES.
           IF WS-RPT-SECTION-TEXT = 'OUTCOMES THAT DIFFER'
               GO TO 3300-EXIT
           END-IF.
           MOVE 'OUTCOMES THAT DIFFER' TO WS-RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           WRITE REPORT-LINE FROM WS-RPT-DIFF-HEADER.
       3300-EXIT.
           EXIT.

       3400-START-CAND-ONLY.
           IF WS-RPT-SECTION-TEXT = 'IN THE CANDIDATE RUN ONLY'
               GO TO 3400-EXIT
           END-IF.
           MOVE 'IN THE CANDIDATE RUN ONLY' TO WS-RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           WRITE REPORT-LINE FROM WS-RPT-ONLY-HEADER.
       3400-EXIT.
           EXIT.

      * EVERY BASELINE OUTCOME STILL UNMATCHED AFTER THE WHOLE
      * CANDIDATE RUN HAS BEEN APPLIED IS A counter THE NEW BUILD
      * NEVER PRODUCED AN OUTCOME FOR.
       4000-REPORT-BASE-ONLY.
           MOVE ZEROES TO WS-SUB.
           PERFORM 4100-CHECK-ONE-UNMATCHED THRU 4100-EXIT
               UNTIL WS-SUB >= WS-BASE-COUNT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-UNMATCHED.
           ADD 1 TO WS-SUB.
           IF WS-BASE-MATCHED (WS-SUB)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-BASE-ONLY-COUNT.
           IF WS-BASE-ONLY-COUNT = 1
               WRITE REPORT-LINE FROM WS-RPT-BLANK
               MOVE 'IN THE BASELINE RUN ONLY' TO WS-RPT-SECTION-TEXT
               WRITE REPORT-LINE FROM WS-RPT-SECTION
               WRITE REPORT-LINE FROM WS-RPT-ONLY-HEADER
           END-IF.
           MOVE WS-BASE-TYPE (WS-SUB) TO WS-RPT-ON-TYPE.
           MOVE WS-BASE-COUNTER (WS-SUB) TO WS-RPT-ON-COUNTER.
           MOVE WS-BASE-DISP (WS-SUB) TO WS-RPT-ON-DISP.
           MOVE WS-BASE-RET (WS-SUB) TO WS-RPT-ON-RET.
           MOVE WS-BASE-STR (WS-SUB) TO WS-RPT-ON-STR.
           WRITE REPORT-LINE FROM WS-RPT-ONLY-DETAIL.
       4100-EXIT.
           EXIT.

       5000-PRINT-TIMINGS.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'AVERAGE ELAPSED PER CALL LEG (HUNDREDTHS OF A SEC)'
               TO WS-RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           WRITE REPORT-LINE FROM WS-RPT-TIME-HEADER.
           MOVE ZEROES TO WS-TYPE-SUB.
           PERFORM 5100-PRINT-ONE-TYPE THRU 5100-EXIT
               UNTIL WS-TYPE-SUB >= WS-TYPE-COUNT.
           MOVE 'ALL' TO WS-WORK-CODE.
           MOVE WS-TOTAL-BASE-LEGS TO WS-WORK-BASE-LEGS.
           MOVE WS-TOTAL-BASE-HSEC TO WS-WORK-BASE-HSEC.
           MOVE WS-TOTAL-CAND-LEGS TO WS-WORK-CAND-LEGS.
           MOVE WS-TOTAL-CAND-HSEC TO WS-WORK-CAND-HSEC.
           PERFORM 5200-PRINT-TIME-LINE THRU 5200-EXIT.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-TYPE.
           ADD 1 TO WS-TYPE-SUB.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO WS-WORK-CODE.
           MOVE WS-TYPE-BASE-LEGS (WS-TYPE-SUB) TO WS-WORK-BASE-LEGS.
           MOVE WS-TYPE-BASE-HSEC (WS-TYPE-SUB) TO WS-WORK-BASE-HSEC.
           MOVE WS-TYPE-CAND-LEGS (WS-TYPE-SUB) TO WS-WORK-CAND-LEGS.
           MOVE WS-TYPE-CAND-HSEC (WS-TYPE-SUB) TO WS-WORK-CAND-HSEC.
           PERFORM 5200-PRINT-TIME-LINE THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

      * THE DIFFERENCE IS CANDIDATE LESS BASELINE - POSITIVE MEANS
      * THE NEW BUILD IS SLOWER.  THE PERCENT IS LEFT BLANK WHEN
      * THE BASELINE AVERAGE IS ZERO.
       5200-PRINT-TIME-LINE.
           IF WS-WORK-BASE-LEGS > ZEROES
               DIVIDE WS-WORK-BASE-HSEC BY WS-WORK-BASE-LEGS
                   GIVING WS-BASE-AVG-HSEC
           ELSE
               MOVE ZEROES TO WS-BASE-AVG-HSEC
           END-IF.
           IF WS-WORK-CAND-LEGS > ZEROES
               DIVIDE WS-WORK-CAND-HSEC BY WS-WORK-CAND-LEGS
                   GIVING WS-CAND-AVG-HSEC
           ELSE
               MOVE ZEROES TO WS-CAND-AVG-HSEC
           END-IF.
           COMPUTE WS-DIFF-HSEC = WS-CAND-AVG-HSEC - WS-BASE-AVG-HSEC.
           MOVE WS-WORK-CODE TO WS-RPT-TM-TYPE.
           MOVE WS-WORK-BASE-LEGS TO WS-RPT-TM-BASE-LEGS.
           MOVE WS-BASE-AVG-HSEC TO WS-RPT-TM-BASE-AVG.
           MOVE WS-WORK-CAND-LEGS TO WS-RPT-TM-CAND-LEGS.
           MOVE WS-CAND-AVG-HSEC TO WS-RPT-TM-CAND-AVG.
           MOVE WS-DIFF-HSEC TO WS-RPT-TM-DIFF.
           IF WS-BASE-AVG-HSEC > ZEROES
               COMPUTE WS-DIFF-PCT ROUNDED =
                   WS-DIFF-HSEC * 100 / WS-BASE-AVG-HSEC
               MOVE WS-DIFF-PCT TO WS-RPT-TM-PCT
               MOVE '%' TO WS-RPT-TM-PCT-SIGN
           ELSE
               MOVE SPACES TO WS-RPT-TM-PCT-AREA
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-TIME-DETAIL.
       5200-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE 'SUMMARY' TO WS-RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.

           MOVE 'BASELINE RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-BASE-RECORDS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'CANDIDATE RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-CAND-RECORDS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'BASELINE OUTCOMES' TO WS-RPT-LABEL.
           MOVE WS-BASE-OUTCOMES TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'CANDIDATE OUTCOMES' TO WS-RPT-LABEL.
           MOVE WS-CAND-OUTCOMES TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'MATCHED, IDENTICAL' TO WS-RPT-LABEL.
           MOVE WS-IDENTICAL-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'MATCHED, DIFFERING' TO WS-RPT-LABEL.
           MOVE WS-DIFFER-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE '  RET VALUE DIFFERS' TO WS-RPT-LABEL.
           MOVE WS-RET-DIFF-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE '  DISPOSITION DIFFERS' TO WS-RPT-LABEL.
           MOVE WS-DISP-DIFF-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE '  RETURNED STR DIFFERS' TO WS-RPT-LABEL.
           MOVE WS-STR-DIFF-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'IN BASELINE RUN ONLY' TO WS-RPT-LABEL.
           MOVE WS-BASE-ONLY-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'IN CANDIDATE RUN ONLY' TO WS-RPT-LABEL.
           MOVE WS-CAND-ONLY-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'CERTIFICATION VERDICT' TO WS-RPT-LABEL.
           IF WS-DIFFER-COUNT > ZERO
               OR WS-BASE-ONLY-COUNT > ZERO
               OR WS-CAND-ONLY-COUNT > ZERO
               MOVE 'FAIL - DO NOT PROMOTE' TO WS-RPT-VALUE
           ELSE
               MOVE 'PASS' TO WS-RPT-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       6000-EXIT.
           EXIT.

      * A TIMED CALL LEG IS CLASSIFIED THE SAME WAY Program17
      * CLASSIFIES ONE FOR THE RESPONSE-TIME REPORT - A RECORD THAT
      * ACTUALLY REACHED A VENDOR ENTRY POINT AND CARRIES A TIME.
       7000-TALLY-CALL-LEG.
           MOVE 'N' TO WS-CALL-LEG-SWITCH.
           EVALUATE TRUE
               WHEN AUDIT-DISP-OK
                   SET WS-CALL-LEG TO TRUE
               WHEN AUDIT-DISP-RETRY
                   SET WS-CALL-LEG TO TRUE
               WHEN AUDIT-DISP-RETRIED
                   SET WS-CALL-LEG TO TRUE
               WHEN AUDIT-DISP-REVERSED
                   SET WS-CALL-LEG TO TRUE
               WHEN AUDIT-DISP-FATAL
                   SET WS-CALL-LEG TO TRUE
               WHEN AUDIT-DISP-REJECTED
                   IF AUDIT-RET-VALUE NOT = ZERO
                       SET WS-CALL-LEG TO TRUE
                   END-IF
           END-EVALUATE.
           IF NOT WS-CALL-LEG
               OR AUDIT-ELAPSED-HSEC IS NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-FIND-TYPE THRU 7100-EXIT.
           IF WS-SIDE-BASE
               ADD 1 TO WS-TYPE-BASE-LEGS (WS-TYPE-SUB)
               ADD AUDIT-ELAPSED-HSEC
                   TO WS-TYPE-BASE-HSEC (WS-TYPE-SUB)
               ADD 1 TO WS-TOTAL-BASE-LEGS
               ADD AUDIT-ELAPSED-HSEC TO WS-TOTAL-BASE-HSEC
           ELSE
               ADD 1 TO WS-TYPE-CAND-LEGS (WS-TYPE-SUB)
               ADD AUDIT-ELAPSED-HSEC
                   TO WS-TYPE-CAND-HSEC (WS-TYPE-SUB)
               ADD 1 TO WS-TOTAL-CAND-LEGS
               ADD AUDIT-ELAPSED-HSEC TO WS-TOTAL-CAND-HSEC
           END-IF.
       7000-EXIT.
           EXIT.

       7100-FIND-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND-SWITCH.
           MOVE ZEROES TO WS-TYPE-SUB.
           PERFORM 7150-CHECK-ONE-TYPE THRU 7150-EXIT
               UNTIL WS-TYPE-FOUND
                  OR WS-TYPE-SUB >= WS-TYPE-COUNT.
           IF WS-TYPE-FOUND
               GO TO 7100-EXIT
           END-IF.
           IF WS-TYPE-COUNT >= WS-TYPE-MAX
               DISPLAY 'Program27 ABEND: MORE THAN ' WS-TYPE-MAX
                   ' RECORD TYPES - RAISE THE TYPE TABLE LIMIT'
               CLOSE BASE-FILE
               CLOSE CAND-FILE
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-TYPE-COUNT.
           MOVE WS-TYPE-COUNT TO WS-TYPE-SUB.
           MOVE AUDIT-RECORD-TYPE TO WS-TYPE-CODE (WS-TYPE-SUB).
           MOVE ZEROES TO WS-TYPE-BASE-LEGS (WS-TYPE-SUB).
           MOVE ZEROES TO WS-TYPE-BASE-HSEC (WS-TYPE-SUB).
           MOVE ZEROES TO WS-TYPE-CAND-LEGS (WS-TYPE-SUB).
           MOVE ZEROES TO WS-TYPE-CAND-HSEC (WS-TYPE-SUB).
       7100-EXIT.
           EXIT.

       7150-CHECK-ONE-TYPE.
           ADD 1 TO WS-TYPE-SUB.
           IF WS-TYPE-CODE (WS-TYPE-SUB) = AUDIT-RECORD-TYPE
               SET WS-TYPE-FOUND TO TRUE
           END-IF.
       7150-EXIT.
           EXIT.

      * ADD ONE AUDIT RECORD TO THE TOTALS THE NEXT TRAILER MUST
      * MATCH.  A RETRY FIRST LEG IS COUNTED BUT KEPT OUT OF THE
      * HASH, AS Program1 KEEPS IT OUT.
       7500-TALLY-AUDIT-RECORD.
           ADD 1 TO WS-PRF-RECORD-COUNT.
           IF NOT AUDIT-DISP-RETRY
               ADD AUDIT-COUNTER TO WS-PRF-HASH
           END-IF.
           EVALUATE TRUE
               WHEN AUDIT-DISP-OK
                   ADD 1 TO WS-PRF-OK
               WHEN AUDIT-DISP-RETRY
                   ADD 1 TO WS-PRF-RETRY
               WHEN AUDIT-DISP-RETRIED
                   ADD 1 TO WS-PRF-RETRIED
               WHEN AUDIT-DISP-REJECTED
                   ADD 1 TO WS-PRF-REJECTED
               WHEN AUDIT-DISP-FATAL
                   ADD 1 TO WS-PRF-FATAL
               WHEN AUDIT-DISP-DUPLICATE
                   ADD 1 TO WS-PRF-DUPLIC
               WHEN AUDIT-DISP-REVERSED
                   ADD 1 TO WS-PRF-REVERSED
               WHEN AUDIT-DISP-HELD
                   ADD 1 TO WS-PRF-HELD
           END-EVALUATE.
       7500-EXIT.
           EXIT.

      * A TRAILER CLOSES THE RECORDS READ SINCE THE LAST ONE AND
      * MUST MATCH THEM EXACTLY - ANYTHING ELSE MEANS A RECORD WAS
      * LOST, ADDED OR ALTERED, AND NOTHING IS DONE WITH THE FILE.
       7600-PROVE-AUDIT-TRAILER.
           IF AUDIT-TRL-RECORD-COUNT NOT = WS-PRF-RECORD-COUNT
               OR AUDIT-TRL-HASH NOT = WS-PRF-HASH
               OR AUDIT-TRL-OK NOT = WS-PRF-OK
               OR AUDIT-TRL-RETRY NOT = WS-PRF-RETRY
               OR AUDIT-TRL-RETRIED NOT = WS-PRF-RETRIED
               OR AUDIT-TRL-REJECTED NOT = WS-PRF-REJECTED
               OR AUDIT-TRL-FATAL NOT = WS-PRF-FATAL
               OR AUDIT-TRL-DUPLIC NOT = WS-PRF-DUPLIC
               OR AUDIT-TRL-REVERSED NOT = WS-PRF-REVERSED
               OR AUDIT-TRL-HELD NOT = WS-PRF-HELD
               DISPLAY 'Program27 ABEND: AUDIT TRAILER ON ' WS-PROOF-DD
                   ' FOR ' AUDIT-TRL-DATE ' CYCLE ' AUDIT-TRL-CYCLE-ID
                   ' DOES NOT MATCH ITS RECORDS'
               DISPLAY '  TRAILER COUNT ' AUDIT-TRL-RECORD-COUNT
                   ' HASH ' AUDIT-TRL-HASH
               DISPLAY '  RECORDS READ  ' WS-PRF-RECORD-COUNT
                   ' HASH ' WS-PRF-HASH
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-TRAILERS-PROVED.
           MOVE ZEROES TO WS-AUDIT-PROOF.
       7600-EXIT.
           EXIT.

      * AT END OF FILE THE LAST RECORD READ MUST HAVE BEEN A
      * TRAILER.  AN EMPTY FILE HAS NO TRAILER EITHER - EVERY
      * GENERATION Program1 FINISHES IS SEALED, EVEN ONE WITH NO
      * RECORDS.
       7700-CHECK-AUDIT-SEALED.
           IF WS-PRF-RECORD-COUNT > ZEROES
               OR WS-TRAILERS-PROVED = ZEROES
               DISPLAY 'Program27 ABEND: ' WS-PROOF-DD
                   ' NOT SEALED BY AN AUDIT TRAILER'
               DISPLAY '  TRUNCATED, OR FROM A RUN THAT DID NOT FINISH'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BASE-FILE.
           CLOSE CAND-FILE.
           CLOSE REPORT-FILE.
           IF WS-DIFFER-COUNT > ZERO
               OR WS-BASE-ONLY-COUNT > ZERO
               OR WS-CAND-ONLY-COUNT > ZERO
               MOVE 8 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program27 CERTIFICATION FAILED - '
                   WS-DIFFER-COUNT ' DIFFERING, '
                   WS-BASE-ONLY-COUNT ' BASELINE ONLY, '
                   WS-CAND-ONLY-COUNT ' CANDIDATE ONLY'
           ELSE
               MOVE ZERO TO WS-JOB-RETURN-CODE
               DISPLAY 'Program27 CERTIFICATION PASSED - ALL '
                   WS-MATCHED-COUNT ' OUTCOMES IDENTICAL'
           END-IF.
       9000-EXIT.
           EXIT.
