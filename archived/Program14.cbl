      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-08-22 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   AUDHIST IS NOW PROVED DAY BY DAY        *
      *                      AGAINST THE AUDIT TRAILERS Program12    *
      *                      APPENDS WITH EACH GENERATION.  A        *
      *                      TRAILER THAT DOES NOT MATCH ITS         *
      *                      RECORDS, OR RECORDS WITH NO TRAILER     *
      *                      AFTER THEM, STOP THE MATCH WITH RC 99   *
      *                      - A SHORT HISTORY WOULD SHOW            *
      *                      ADJUSTMENTS AS UNMATCHED.  TRAILERS     *
      *                      ARE NOT COUNTED AS RECORDS READ.        *
      *                                                              *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HIST-FILE.
       01  AUDIT-HIST-REC               PIC X(83).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       01  WS-JOB-RETURN-CODE           PIC 9(4)  VALUE ZEROES.

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
               10  FILLER               PIC X(42) VALUE
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
                   IF AUDIT-DISP-OK OR AUDIT-DISP-RETRIED
                       EVALUATE AUDIT-RECORD-TYPE
       5000-EXIT.
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
               DISPLAY 'Program14 ABEND: AUDIT TRAILER FOR '
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
               DISPLAY 'Program14 ABEND: AUDHIST NOT SEALED BY AN'
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
