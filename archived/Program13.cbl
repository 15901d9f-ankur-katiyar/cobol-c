      *   DEGRADATION OF 'cfunc' SHOWS UP AS A VISIBLE TREND LINE   *
      *   INSTEAD OF A 3 A.M. SURPRISE.  THE RANGE COMES FROM THE   *
      *   TRNDPARM CARD (FROM-DATE AND TO-DATE, YYYYMMDD); A        *
      *   MISSING OR BLANK CARD REPORTS THE WHOLE MASTER.  A 'C' IN *
      *   COLUMN 17 OF THE CARD BREAKS EACH DAY DOWN BY FEED CYCLE;  *
      *   OTHERWISE EVERY CYCLE OF A DAY IS COMBINED ON ONE LINE.    *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-08-22 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   ADDED THE BY-CYCLE VIEW - 'C' IN COLUMN *
      *                      17 OF TRNDPARM PRINTS ONE LINE PER DAY  *
      *                      AND FEED CYCLE (BLANK MEANS '01'),      *
      *                      WITH THE CYCLE IN THE CY COLUMN.  THE   *
      *                      DEFAULT STAYS ONE COMBINED LINE A DAY.  *
      *     2026-10-15 DLM   AUDHIST IS NOW PROVED DAY BY DAY        *
      *                      AGAINST THE AUDIT TRAILERS Program12    *
      *                      APPENDS WITH EACH GENERATION - EVERY    *
      *                      RECORD IS TALLIED, INSIDE THE DATE      *
      *                      RANGE OR NOT.  A TRAILER THAT DOES NOT  *
      *                      MATCH ITS RECORDS, OR RECORDS WITH NO   *
      *                      TRAILER AFTER THEM, STOP THE REPORT     *
      *                      WITH RC 99.  TRAILERS ARE NOT CALLS     *
      *                      AND ARE NOT COUNTED.                    *
      *                                                              *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HIST-FILE.
       01  AUDIT-HIST-REC               PIC X(83).

       FD  TREND-PARM-FILE.
       01  TREND-PARM-REC               PIC X(17).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).
               88  WS-DAY-FOUND             VALUE 'Y'.

      * REQUESTED DATE RANGE - DEFAULTS COVER THE WHOLE MASTER.
       01  WS-TREND-PARM-CARD           VALUE SPACES.
           05  WS-PARM-FROM-DATE        PIC X(8).
           05  WS-PARM-TO-DATE          PIC X(8).
           05  WS-PARM-VIEW             PIC X(1).
               88  WS-PARM-BY-CYCLE         VALUE 'C'.
       01  WS-FROM-DATE                 PIC 9(8)  VALUE ZEROES.
       01  WS-TO-DATE                   PIC 9(8)  VALUE 99999999.

           05  WS-RECORDS-READ          PIC 9(8)  VALUE ZEROES.
           05  WS-RECORDS-SELECTED      PIC 9(8)  VALUE ZEROES.
           05  WS-WORK-DATE             PIC 9(8)  VALUE ZEROES.
           05  WS-WORK-CYCLE            PIC X(2)  VALUE SPACES.
           05  WS-RETRY-PCT-WORK        PIC 9(10) VALUE ZEROES.
           05  WS-RETRY-PCT             PIC 9(3)  VALUE ZEROES.

      * ONE ENTRY PER DAY IN THE RANGE, IN THE ORDER THE DAYS
      * APPEAR ON THE MASTER (WHICH IS APPENDED CHRONOLOGICALLY) -
      * OR, IN THE BY-CYCLE VIEW, ONE PER DAY AND CYCLE.  SIZED FOR
      * A FULL YEAR OF TWO CYCLES A DAY.
       01  WS-DAY-MAX                   PIC 9(4)  COMP VALUE 800.
       01  WS-DAY-TABLE.
           05  WS-DAY-COUNT             PIC 9(4)  COMP VALUE ZEROES.
           05  WS-DAY-ENTRY             OCCURS 0 TO 800 TIMES
                                        DEPENDING ON WS-DAY-COUNT.
               10  WS-DAY-DATE          PIC 9(8).
               10  WS-DAY-CYCLE         PIC X(2).
               10  WS-DAY-CALLS         PIC 9(8).
               10  WS-DAY-OK            PIC 9(8).
               10  WS-DAY-RETRY         PIC 9(8).
               10  WS-DAY-MAX-COUNTER   PIC 9(8).
       01  WS-DAY-SUB                   PIC 9(4)  COMP VALUE ZEROES.

      * RUNNING TOTALS SINCE THE LAST AUDIT TRAILER, PROVED AGAINST
      * THE NEXT ONE.
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

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER               PIC X(34) VALUE
               10  FILLER               PIC X(8)  VALUE '   FATAL'.
               10  FILLER               PIC X(8)  VALUE '  DUPLIC'.
               10  FILLER               PIC X(6)  VALUE ' RTRY%'.
               10  FILLER               PIC X(4)  VALUE '  CY'.
               10  FILLER               PIC X(6)  VALUE SPACES.
           05  WS-RPT-DAY-DETAIL.
               10  WS-RPT-DAY-DATE      PIC X(8).
               10  WS-RPT-DAY-CALLS     PIC ZZZZZZZ9.
               10  WS-RPT-DAY-FATAL     PIC ZZZZZZZ9.
               10  WS-RPT-DAY-DUPLIC    PIC ZZZZZZZ9.
               10  WS-RPT-DAY-PCT       PIC ZZZZZ9.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-DAY-CYCLE     PIC X(2).
               10  FILLER               PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNTER-DETAIL.
               10  FILLER               PIC X(10) VALUE SPACES.
               10  FILLER               PIC X(12) VALUE
           END-IF.
           DISPLAY 'Program13 REPORTING FROM ' WS-FROM-DATE
               ' THROUGH ' WS-TO-DATE.
           IF WS-PARM-BY-CYCLE
               DISPLAY 'Program13 EACH DAY BROKEN DOWN BY FEED CYCLE'
           END-IF.
       1200-EXIT.
           EXIT.

           READ AUDIT-HIST-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
               NOT AT END
                   IF AUDIT-TYPE-TRAILER
                       PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT
                   ADD 1 TO WS-RECORDS-READ
                   MOVE AUDIT-TIMESTAMP (1:8) TO WS-WORK-DATE
                   MOVE SPACES TO WS-WORK-CYCLE
                   IF WS-PARM-BY-CYCLE
                       MOVE AUDIT-CYCLE-ID TO WS-WORK-CYCLE
                       IF WS-WORK-CYCLE = SPACES
                           MOVE '01' TO WS-WORK-CYCLE
                       END-IF
                   END-IF
                   IF WS-WORK-DATE >= WS-FROM-DATE
                       AND WS-WORK-DATE <= WS-TO-DATE
                       ADD 1 TO WS-RECORDS-SELECTED
           IF NOT WS-DAY-FOUND
               IF WS-DAY-COUNT >= WS-DAY-MAX
                   DISPLAY 'Program13 ABEND: MORE THAN ' WS-DAY-MAX
                       ' DISTINCT DAYS/CYCLES IN THE RANGE - '
                       'NARROW THE RANGE OR RAISE THE DAY TABLE LIMIT'
                   MOVE 99 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-WORK-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
               MOVE WS-WORK-CYCLE TO WS-DAY-CYCLE (WS-DAY-COUNT)
               MOVE ZEROES TO WS-DAY-CALLS (WS-DAY-COUNT)
               MOVE ZEROES TO WS-DAY-OK (WS-DAY-COUNT)
               MOVE ZEROES TO WS-DAY-RETRY (WS-DAY-COUNT)
       2150-CHECK-ONE-DAY.
           ADD 1 TO WS-DAY-SUB.
           IF WS-DAY-DATE (WS-DAY-SUB) = WS-WORK-DATE
               AND WS-DAY-CYCLE (WS-DAY-SUB) = WS-WORK-CYCLE
               SET WS-DAY-FOUND TO TRUE
           END-IF.
       2150-EXIT.
           PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
               UNTIL WS-DAY-SUB >= WS-DAY-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           IF WS-PARM-BY-CYCLE
               MOVE 'DAY/CYCLE LINES REPORTED' TO WS-RPT-LABEL
           ELSE
               MOVE 'DAYS REPORTED' TO WS-RPT-LABEL
           END-IF.
           MOVE WS-DAY-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       3100-PRINT-ONE-DAY.
           ADD 1 TO WS-DAY-SUB.
           MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-RPT-DAY-DATE.
           MOVE WS-DAY-CYCLE (WS-DAY-SUB) TO WS-RPT-DAY-CYCLE.
           MOVE WS-DAY-CALLS (WS-DAY-SUB) TO WS-RPT-DAY-CALLS.
           MOVE WS-DAY-OK (WS-DAY-SUB) TO WS-RPT-DAY-OK.
           MOVE WS-DAY-RETRY (WS-DAY-SUB) TO WS-RPT-DAY-RETRY.
       3100-EXIT.
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
               DISPLAY 'Program13 ABEND: AUDIT TRAILER FOR '
                   AUDIT-TRL-DATE ' CYCLE ' AUDIT-TRL-CYCLE-ID
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
      * TRAILER - RECORDS AFTER IT ARE A DAY THAT LOST ITS END.
      * AN EMPTY MASTER IS ALLOWED.
       7700-CHECK-AUDIT-SEALED.
           IF WS-PRF-RECORD-COUNT > ZEROES
               DISPLAY 'Program13 ABEND: AUDHIST NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  THE LAST DAY ON IT IS TRUNCATED'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-HIST-FILE.
           CLOSE REPORT-FILE.
