      *                      ARE DIVERTED WITHOUT CALLING THE DLL)   *
      *                      SO A HOLD DAY'S VOLUME IS VISIBLE.      *
      *                      THE REPORT LINE WIDENS TO 96.           *
      *     2026-10-15 DLM   THE TOTALS STAY COMBINED OVER WHATEVER  *
      *                      AUDITIN HOLDS.  A ONE-CYCLE INPUT NOW   *
      *                      PRINTS ITS FEED CYCLE (BLANK MEANS      *
      *                      '01'); WHEN AUDITIN HOLDS MORE THAN ONE *
      *                      DATE AND CYCLE - THE DAY'S GENERATIONS  *
      *                      CONCATENATED - A BY-CYCLE SECTION       *
      *                      SHOWS EACH ONE'S CALLS AND DISPOSITION  *
      *                      COUNTS AHEAD OF THE UNIT BREAKDOWN.     *
      *     2026-10-15 DLM   AUDITIN IS NOW PROVED AGAINST THE       *
      *                      AUDIT TRAILER Program1 WRITES AT THE    *
      *                      END OF EACH GENERATION.  A TRAILER THAT *
      *                      DOES NOT MATCH THE RECORDS AHEAD OF IT, *
      *                      OR RECORDS WITH NO TRAILER AFTER THEM,  *
      *                      STOP THE REPORT WITH RC 99 RATHER THAN  *
      *                      SUMMARIZE A DAMAGED FILE.  THE TRAILER  *
      *                      IS NOT A CALL AND IS NOT COUNTED.       *
      *                                                              *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC               PIC X(83).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(96).
       01  WS-UNIT-SUB                  PIC 9(4) COMP VALUE ZEROES.
       01  WS-UNIT-SCAN-SUB             PIC 9(4) COMP VALUE ZEROES.

      * PER-FEED-CYCLE BREAKDOWN, KEYED BY THE AUDIT RECORD'S DATE
      * AND CYCLE (A BLANK CYCLE IS '01'), IN FIRST-SEEN ORDER.
       01  WS-CYC-MAX                   PIC 9(4) COMP VALUE 50.
       01  WS-CYC-TABLE.
           05  WS-CYC-COUNT             PIC 9(4) COMP VALUE ZEROES.
           05  WS-CYC-ENTRY             OCCURS 0 TO 50 TIMES
                                        DEPENDING ON WS-CYC-COUNT.
               10  WS-CYC-KEY.
                   15  WS-CYC-DATE      PIC X(8).
                   15  WS-CYC-ID        PIC X(2).
               10  WS-CYC-CALLS         PIC 9(8).
               10  WS-CYC-OK            PIC 9(8).
               10  WS-CYC-RETRY         PIC 9(8).
               10  WS-CYC-RETRIED       PIC 9(8).
               10  WS-CYC-REJECTED      PIC 9(8).
               10  WS-CYC-FATAL         PIC 9(8).
               10  WS-CYC-DUPLICATE     PIC 9(8).
               10  WS-CYC-REVERSED      PIC 9(8).
               10  WS-CYC-HELD          PIC 9(8).
       01  WS-CYC-SUB                   PIC 9(4) COMP VALUE ZEROES.
       01  WS-CYC-SCAN-SUB              PIC 9(4) COMP VALUE ZEROES.
       01  WS-CYC-WORK-KEY.
           05  WS-CYC-WORK-DATE         PIC X(8).
           05  WS-CYC-WORK-ID           PIC X(2).
       01  WS-CYC-FOUND-SWITCH          PIC X(1) VALUE 'N'.
           88  WS-CYC-FOUND                 VALUE 'Y'.

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
               10  FILLER               PIC X(24) VALUE
               10  FILLER                PIC X(8)  VALUE
                   '    HELD'.
               10  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-RPT-CYCLE-HEADER.
               10  FILLER                PIC X(20) VALUE
                   'DATE     CYCLE'.
               10  FILLER                PIC X(8)  VALUE
                   '   CALLS'.
               10  FILLER                PIC X(8)  VALUE
                   '      OK'.
               10  FILLER                PIC X(8)  VALUE
                   '   RETRY'.
               10  FILLER                PIC X(8)  VALUE
                   ' RETRIED'.
               10  FILLER                PIC X(8)  VALUE
                   '  REJECT'.
               10  FILLER                PIC X(8)  VALUE
                   '   FATAL'.
               10  FILLER                PIC X(8)  VALUE
                   '  DUPLIC'.
               10  FILLER                PIC X(8)  VALUE
                   '  REVRSD'.
               10  FILLER                PIC X(8)  VALUE
                   '    HELD'.
               10  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-RPT-UNIT-DETAIL.
               10  WS-RPT-UNIT-STR       PIC X(20).
               10  WS-RPT-UNIT-CALLS     PIC ZZZZZZZ9.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
               NOT AT END
                   IF AUDIT-TYPE-TRAILER
                       PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT
                   ADD 1 TO WS-TOTAL-CALLS
                   EVALUATE TRUE
                       WHEN AUDIT-DISP-OK
                           ADD 1 TO WS-HELD-COUNT
                   END-EVALUATE
                   PERFORM 2500-ADD-UNIT-COUNTS THRU 2500-EXIT
                   PERFORM 2600-ADD-CYCLE-COUNTS THRU 2600-EXIT
                   IF WS-FIRST-RECORD
                       MOVE AUDIT-COUNTER TO WS-MIN-COUNTER
                       MOVE AUDIT-COUNTER TO WS-MAX-COUNTER
       2550-EXIT.
           EXIT.

      * ACCUMULATE THE SAME COUNTS BY BUSINESS DATE AND FEED CYCLE
      * FOR THE BY-CYCLE SECTION.
       2600-ADD-CYCLE-COUNTS.
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-CYC-WORK-DATE.
           MOVE AUDIT-CYCLE-ID TO WS-CYC-WORK-ID.
           IF WS-CYC-WORK-ID = SPACES
               MOVE '01' TO WS-CYC-WORK-ID
           END-IF.
           MOVE 'N' TO WS-CYC-FOUND-SWITCH.
           MOVE ZEROES TO WS-CYC-SCAN-SUB.
           PERFORM 2650-CHECK-ONE-CYCLE THRU 2650-EXIT
               UNTIL WS-CYC-FOUND
                  OR WS-CYC-SCAN-SUB >= WS-CYC-COUNT.
           IF NOT WS-CYC-FOUND
               IF WS-CYC-COUNT >= WS-CYC-MAX
                   DISPLAY 'Program2 ABEND: MORE THAN ' WS-CYC-MAX
                       ' DISTINCT DATES AND CYCLES ON THE AUDIT '
                       'LOG - RAISE THE CYCLE TABLE LIMIT'
                   MOVE 99 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CYC-COUNT
               MOVE WS-CYC-WORK-KEY TO WS-CYC-KEY (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-CALLS (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-OK (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-RETRY (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-RETRIED (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-REJECTED (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-FATAL (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-DUPLICATE (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-REVERSED (WS-CYC-COUNT)
               MOVE ZEROES TO WS-CYC-HELD (WS-CYC-COUNT)
               MOVE WS-CYC-COUNT TO WS-CYC-SUB
           END-IF.
           ADD 1 TO WS-CYC-CALLS (WS-CYC-SUB).
           EVALUATE TRUE
               WHEN AUDIT-DISP-OK
                   ADD 1 TO WS-CYC-OK (WS-CYC-SUB)
               WHEN AUDIT-DISP-RETRY
                   ADD 1 TO WS-CYC-RETRY (WS-CYC-SUB)
               WHEN AUDIT-DISP-RETRIED
                   ADD 1 TO WS-CYC-RETRIED (WS-CYC-SUB)
               WHEN AUDIT-DISP-REJECTED
                   ADD 1 TO WS-CYC-REJECTED (WS-CYC-SUB)
               WHEN AUDIT-DISP-FATAL
                   ADD 1 TO WS-CYC-FATAL (WS-CYC-SUB)
               WHEN AUDIT-DISP-DUPLICATE
                   ADD 1 TO WS-CYC-DUPLICATE (WS-CYC-SUB)
               WHEN AUDIT-DISP-REVERSED
                   ADD 1 TO WS-CYC-REVERSED (WS-CYC-SUB)
               WHEN AUDIT-DISP-HELD
                   ADD 1 TO WS-CYC-HELD (WS-CYC-SUB)
           END-EVALUATE.
       2600-EXIT.
           EXIT.

       2650-CHECK-ONE-CYCLE.
           ADD 1 TO WS-CYC-SCAN-SUB.
           IF WS-CYC-KEY (WS-CYC-SCAN-SUB) = WS-CYC-WORK-KEY
               SET WS-CYC-FOUND TO TRUE
               MOVE WS-CYC-SCAN-SUB TO WS-CYC-SUB
           END-IF.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-REPORT THRU 3000-EXIT
      *----------------------------------------------------------------
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.

           IF WS-CYC-COUNT = 1
               MOVE 'FEED CYCLE' TO WS-RPT-LABEL
               MOVE WS-CYC-ID (1) TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

           MOVE 'TOTAL CALLS MADE' TO WS-RPT-LABEL.
           MOVE WS-TOTAL-CALLS TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           MOVE WS-LAST-TIMESTAMP TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           IF WS-CYC-COUNT > 1
               PERFORM 3400-PRINT-CYCLE-BREAKDOWN THRU 3400-EXIT
           END-IF.
           PERFORM 3500-PRINT-UNIT-BREAKDOWN THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      * BY-CYCLE BREAKDOWN - ONE LINE PER BUSINESS DATE AND FEED
      * CYCLE ON THE AUDIT INPUT, IN FIRST-SEEN ORDER.  ONLY PRINTED
      * WHEN THE INPUT HOLDS MORE THAN ONE.
       3400-PRINT-CYCLE-BREAKDOWN.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-CYCLE-HEADER.
           MOVE ZEROES TO WS-CYC-SCAN-SUB.
           PERFORM 3450-PRINT-ONE-CYCLE THRU 3450-EXIT
               UNTIL WS-CYC-SCAN-SUB >= WS-CYC-COUNT.
       3400-EXIT.
           EXIT.

       3450-PRINT-ONE-CYCLE.
           ADD 1 TO WS-CYC-SCAN-SUB.
           MOVE SPACES TO WS-RPT-UNIT-STR.
           MOVE WS-CYC-DATE (WS-CYC-SCAN-SUB)
               TO WS-RPT-UNIT-STR (1:8).
           MOVE WS-CYC-ID (WS-CYC-SCAN-SUB)
               TO WS-RPT-UNIT-STR (10:2).
           MOVE WS-CYC-CALLS (WS-CYC-SCAN-SUB) TO WS-RPT-UNIT-CALLS.
           MOVE WS-CYC-OK (WS-CYC-SCAN-SUB) TO WS-RPT-UNIT-OK.
           MOVE WS-CYC-RETRY (WS-CYC-SCAN-SUB) TO WS-RPT-UNIT-RETRY.
           MOVE WS-CYC-RETRIED (WS-CYC-SCAN-SUB)
               TO WS-RPT-UNIT-RETRIED.
           MOVE WS-CYC-REJECTED (WS-CYC-SCAN-SUB)
               TO WS-RPT-UNIT-REJECTED.
           MOVE WS-CYC-FATAL (WS-CYC-SCAN-SUB) TO WS-RPT-UNIT-FATAL.
           MOVE WS-CYC-DUPLICATE (WS-CYC-SCAN-SUB)
               TO WS-RPT-UNIT-DUPLIC.
           MOVE WS-CYC-REVERSED (WS-CYC-SCAN-SUB)
               TO WS-RPT-UNIT-REVERSED.
           MOVE WS-CYC-HELD (WS-CYC-SCAN-SUB) TO WS-RPT-UNIT-HELD.
           WRITE REPORT-LINE FROM WS-RPT-UNIT-DETAIL.
       3450-EXIT.
           EXIT.

      * PER-BUSINESS-UNIT BREAKDOWN - ONE LINE PER DISTINCT str
      * TAG SEEN ON THE AUDIT LOG, IN FIRST-SEEN ORDER.
       3500-PRINT-UNIT-BREAKDOWN.
       3550-EXIT.
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
               DISPLAY 'Program2 ABEND: AUDIT TRAILER FOR '
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
               DISPLAY 'Program2 ABEND: AUDITIN NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  TRUNCATED, OR FROM A RUN THAT DID NOT FINISH'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
