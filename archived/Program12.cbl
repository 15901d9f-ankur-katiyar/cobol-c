      *   ADJUSTMENT MATCHER, AND INCIDENT REVIEWS LOOK ACROSS     *
      *   DAYS.  RECORDS CARRY THEIR OWN DATE AND counter IN THE   *
      *   AUDIT LAYOUT, AND EACH DAY IS APPENDED IN ORDER, SO THE  *
      *   MASTER STAYS IN DATE SEQUENCE.  EACH DAY'S AUDIT          *
      *   TRAILER IS APPENDED WITH IT, SO THE MASTER CARRIES THE    *
      *   PROOF OF EVERY DAY IT HOLDS.                              *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-08-22 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   AUDITIN IS NOW PROVED AGAINST ITS       *
      *                      AUDIT TRAILER IN A FIRST PASS, BEFORE   *
      *                      AUDHIST IS OPENED - A GENERATION THAT   *
      *                      IS SHORT, ALTERED OR NEVER SEALED       *
      *                      STOPS THE STEP WITH RC 99 AND NOTHING   *
      *                      APPENDED.  THE TRAILER IS APPENDED      *
      *                      WITH ITS RECORDS, SO EVERY DAY (AND     *
      *                      CYCLE) ON THE MASTER ENDS WITH THE      *
      *                      TRAILER THAT PROVES IT.                 *
      *                                                              *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC               PIC X(83).

       FD  AUDIT-HIST-FILE.
       01  AUDIT-HIST-REC               PIC X(83).

       WORKING-STORAGE SECTION.

      * AUDIT LOG RECORD LAYOUT - SAME COPYBOOK Program1 WRITES FROM.
           COPY AUDTREC.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS          PIC X(2).
           05  WS-AUDIT-HIST-STATUS     PIC X(2).

       01  WS-RECORDS-APPENDED          PIC 9(8)  VALUE ZEROES.

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

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-PROVE-AUDIT-FILE THRU 1100-EXIT.
           OPEN EXTEND AUDIT-HIST-FILE.
           IF WS-AUDIT-HIST-STATUS NOT = '00' AND '05'
               DISPLAY 'Program12 ABEND: UNABLE TO OPEN AUDHIST - '
       1000-EXIT.
           EXIT.

      * PROVE EVERY TRAILER ON AUDITIN BEFORE ANYTHING IS APPENDED,
      * THEN REOPEN IT FOR THE APPEND PASS.
       1100-PROVE-AUDIT-FILE.
           PERFORM 1150-PROVE-ONE-RECORD THRU 1150-EXIT
               UNTIL WS-EOF.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Program12 ABEND: UNABLE TO REOPEN AUDITIN'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

       1150-PROVE-ONE-RECORD.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
               NOT AT END
                   IF AUDIT-TYPE-TRAILER
                       PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
                   ELSE
                       PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      * EVERY RECORD IS APPENDED AS READ, TRAILER INCLUDED.
       2000-APPEND-ONE-RECORD.
           READ AUDIT-FILE
               AT END
       2000-EXIT.
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
               DISPLAY 'Program12 ABEND: AUDIT TRAILER FOR '
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
      * TRAILER.  AN EMPTY AUDITIN HAS NO TRAILER EITHER - EVERY
      * GENERATION Program1 FINISHES IS SEALED, EVEN ONE WITH NO
      * RECORDS.
       7700-CHECK-AUDIT-SEALED.
           IF WS-PRF-RECORD-COUNT > ZEROES
               OR WS-TRAILERS-PROVED = ZEROES
               DISPLAY 'Program12 ABEND: AUDITIN NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  TRUNCATED, OR FROM A RUN THAT DID NOT FINISH'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-HIST-FILE.
