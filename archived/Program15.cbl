      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-09-02 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   THE MATCH OUTCOME IS NOW APPENDED TO    *
      *                      THE RUN REGISTER AS AN AK ENTRY         *
      *                      (MATCHED/UNMATCHD) DATED THE BUSINESS   *
      *                      DATE FROM BDATE, FOR THE DAY-CLOSE      *
      *                      SIGN-OFF.                               *
      *     2026-10-15 DLM   THE VENDOR SENDS ONE ACK FILE PER FEED  *
      *                      CYCLE.  THE CYCLE IS TAKEN FROM THE     *
      *                      AUDIT RECORDS (BLANK MEANS '01'),       *
      *                      PRINTED ON THE REPORT AND CARRIED ON    *
      *                      THE AK ENTRY.  AN AUDIT INPUT HOLDING   *
      *                      MORE THAN ONE CYCLE IS REFUSED.         *
      *     2026-10-15 DLM   AUDITIN IS NOW PROVED AGAINST THE       *
      *                      AUDIT TRAILER Program1 WRITES AT THE    *
      *                      END OF EACH GENERATION.  A TRAILER THAT *
      *                      DOES NOT MATCH THE RECORDS AHEAD OF IT, *
      *                      OR RECORDS WITH NO TRAILER AFTER THEM,  *
      *                      STOP THE MATCH WITH RC 99 AND NO AK     *
      *                      ENTRY - A SHORT GENERATION WOULD LET    *
      *                      THE VENDOR'S ACKS FOR THE MISSING       *
      *                      CALLS LOOK UNSOLICITED.  TRAILERS ARE   *
      *                      NOT CALLS AND ARE NOT COUNTED.          *
      *                                                              *
      ****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT OPTIONAL RUN-REG-FILE ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC               PIC X(83).

       FD  ACK-FILE.
       01  ACK-FILE-REC                 PIC X(16).
       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       FD  RUN-REG-FILE.
       01  RUN-REG-REC                  PIC X(90).

       WORKING-STORAGE SECTION.

      * AUDIT LOG RECORD LAYOUT - SAME COPYBOOK Program1 WRITES FROM.
      * VENDOR ACKNOWLEDGMENT RECORD LAYOUT.
           COPY VACKREC.

      * BUSINESS-DATE CONTROL RECORD.
           COPY BDATREC.

      * BATCH RUN REGISTER RECORD LAYOUT.
           COPY RREGREC.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS          PIC X(2).
           05  WS-ACK-STATUS            PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).
           05  WS-RUN-REG-STATUS        PIC X(2).

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  WS-MATCH-FOUND-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-MATCH-FOUND           VALUE 'Y'.

      * FEED CYCLE OF THE AUDIT GENERATION BEING MATCHED - SET FROM
      * THE FIRST AUDIT RECORD; EVERY LATER RECORD MUST AGREE.
       01  WS-CYCLE-FIELDS.
           05  WS-FEED-CYCLE            PIC X(2)  VALUE SPACES.
           05  WS-RECORD-CYCLE          PIC X(2)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-AUDIT-RECORDS-READ    PIC 9(8)  VALUE ZEROES.
           05  WS-SUCCESSES-ON-AUDIT    PIC 9(8)  VALUE ZEROES.

       01  WS-JOB-RETURN-CODE           PIC 9(4)  VALUE ZEROES.

       01  WS-BUSINESS-DATE             PIC 9(8)  VALUE ZEROES.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE          PIC 9(8).
           05  WS-CURRENT-TIME          PIC 9(8).
           05  WS-TIMESTAMP.
               10  WS-TS-DATE               PIC 9(8).
               10  WS-TS-DASH               PIC X(1) VALUE '-'.
               10  WS-TS-TIME               PIC 9(8).
               10  FILLER                   PIC X(9) VALUE SPACES.

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
               10  FILLER               PIC X(44) VALUE
           PERFORM 4000-REPORT-NOT-ACKED THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9500-APPEND-ACK-ENTRY THRU 9500-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Program15 ABEND: UNABLE TO OPEN AUDITIN'
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK - IT
      * DATES THE REGISTER ENTRY SO THE DAY-CLOSE FINDS IT.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program15 ABEND: UNABLE TO OPEN BDATE'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO BDAT-RECORD.
           READ BDATE-FILE INTO BDAT-RECORD
               AT END
                   MOVE SPACES TO BDAT-RECORD
           END-READ.
           CLOSE BDATE-FILE.
           IF NOT BDAT-TYPE-CONTROL
               OR BDAT-DATE IS NOT NUMERIC
               OR BDAT-DATE = ZEROES
               DISPLAY 'Program15 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-BUSINESS-DATE.
       1050-EXIT.
           EXIT.

      * ONLY DISPOSITIONS OK AND RETRIED REPRESENT A CALL WE DROVE
      * THROUGH 'cfunc' SUCCESSFULLY - THE SIDE THE VENDOR HAS TO
      * ACCOUNT FOR.  REJECTS, RETRY FIRST LEGS, DUPLICATES, AND
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
               NOT AT END
                   IF AUDIT-TYPE-TRAILER
                       PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT
                   ADD 1 TO WS-AUDIT-RECORDS-READ
                   PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT
                   IF AUDIT-DISP-OK OR AUDIT-DISP-RETRIED
                       PERFORM 2100-STORE-SUCCESS THRU 2100-EXIT
                   END-IF
       2000-EXIT.
           EXIT.

      * THE ACK FILE COVERS ONE CYCLE, SO A SECOND CYCLE ON THE
      * AUDIT INPUT WOULD SHOW EVERY ONE OF ITS CALLS AS UNACKED.
       2050-CHECK-CYCLE.
           MOVE AUDIT-CYCLE-ID TO WS-RECORD-CYCLE.
           IF WS-RECORD-CYCLE = SPACES
               MOVE '01' TO WS-RECORD-CYCLE
           END-IF.
           IF WS-FEED-CYCLE = SPACES
               MOVE WS-RECORD-CYCLE TO WS-FEED-CYCLE
               GO TO 2050-EXIT
           END-IF.
           IF WS-RECORD-CYCLE NOT = WS-FEED-CYCLE
               DISPLAY 'Program15 ABEND: AUDITIN HOLDS FEED CYCLE '
                   WS-RECORD-CYCLE ' AS WELL AS CYCLE ' WS-FEED-CYCLE
                   ' - MATCH ONE CYCLE AT A TIME'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       2050-EXIT.
           EXIT.

       2100-STORE-SUCCESS.
           IF WS-SUCC-COUNT >= WS-SUCC-MAX
               DISPLAY 'Program15 ABEND: MORE THAN ' WS-SUCC-MAX
           EXIT.

       5000-PRINT-TOTALS.
           IF WS-FEED-CYCLE = SPACES
               MOVE '01' TO WS-FEED-CYCLE
           END-IF.
           MOVE 'FEED CYCLE' TO WS-RPT-LABEL.
           MOVE WS-FEED-CYCLE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'AUDIT RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-AUDIT-RECORDS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
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
               DISPLAY 'Program15 ABEND: AUDIT TRAILER FOR '
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
               DISPLAY 'Program15 ABEND: AUDITIN NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  TRUNCATED, OR FROM A RUN THAT DID NOT FINISH'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
           CLOSE ACK-FILE.
               MOVE ZERO TO WS-JOB-RETURN-CODE
               DISPLAY 'Program15 ALL ' WS-MATCHED-COUNT
                   ' SUCCESSFUL CALLS ACKNOWLEDGED BY THE VENDOR'
                   ' FOR CYCLE ' WS-FEED-CYCLE
           END-IF.
       9000-EXIT.
           EXIT.

      * APPEND THE MATCH OUTCOME TO THE RUN REGISTER SO THE DAY-
      * CLOSE SIGN-OFF CAN SEE THE VENDOR ACCOUNTED FOR THE DAY.
      * SUCCESS COUNT = CLEAN MATCHES; REJECT COUNT = UNMATCHED
      * ITEMS ON BOTH SIDES.  A REGISTER THAT IS NOT ALLOCATED OR
      * CANNOT BE OPENED IS NOTED BUT DOES NOT CHANGE THE RESULT.
       9500-APPEND-ACK-ENTRY.
           OPEN EXTEND RUN-REG-FILE.
           IF WS-RUN-REG-STATUS NOT = '00' AND '05'
               DISPLAY 'Program15 WARNING: UNABLE TO APPEND TO THE '
                   'RUN REGISTER - STATUS ' WS-RUN-REG-STATUS
               GO TO 9500-EXIT
           END-IF.
           MOVE SPACES TO RREG-RECORD.
           MOVE 'AK' TO RREG-ENTRY-TYPE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TS-DATE.
           MOVE WS-CURRENT-TIME TO WS-TS-TIME.
           MOVE WS-BUSINESS-DATE TO RREG-RUN-DATE.
           MOVE WS-TIMESTAMP TO RREG-TIMESTAMP.
           MOVE ZEROES TO RREG-FEED-COUNT.
           MOVE ZEROES TO RREG-FEED-HASH.
           MOVE WS-MATCHED-COUNT TO RREG-SUCCESS-COUNT.
           ADD WS-NOT-ACKED-COUNT WS-NOT-DRIVEN-COUNT
               GIVING RREG-REJECT-COUNT.
           MOVE SPACES TO RREG-END-STATUS.
           MOVE WS-FEED-CYCLE TO RREG-CYCLE-ID.
           IF WS-JOB-RETURN-CODE = ZERO
               MOVE 'MATCHED' TO RREG-RECON-RESULT
           ELSE
               MOVE 'UNMATCHD' TO RREG-RECON-RESULT
           END-IF.
           WRITE RUN-REG-REC FROM RREG-RECORD.
           CLOSE RUN-REG-FILE.
       9500-EXIT.
           EXIT.
