      *                      SPLITS) NOW RECONCILES AT RUN LEVEL    *
      *                      ONLY INSTEAD OF FALSE-POSITIVE UNIT    *
      *                      MISMATCHES.                             *
      *     2026-10-08 DLM   THE RUN DATE ON THE REGISTER'S RC       *
      *                      ENTRY IS NOW THE BUSINESS DATE FROM     *
      *                      THE BUSINESS-DATE CONTROL FILE (BDATE)  *
      *                      INSTEAD OF THE SYSTEM CLOCK.            *
      *     2026-10-15 DLM   FEED CYCLES: THE ACTUAL TOTALS MUST     *
      *                      BELONG TO THE SAME CYCLE AS THE         *
      *                      UPSTREAM CONTROL TOTAL (A BLANK CYCLE   *
      *                      ON EITHER READS AS '01') OR THE RUN IS  *
      *                      A MISMATCH, AND THE RC ENTRY NOW        *
      *                      CARRIES THE CYCLE SO EACH CYCLE OF A    *
      *                      DAY RECONCILES ON ITS OWN.              *
      *                                                              *
      ****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTUAL-FILE.
       01  RECYCLE-CTL-REC              PIC X(40).

       FD  RUN-REG-FILE.
       01  RUN-REG-REC                  PIC X(90).

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

      * BATCH RUN REGISTER RECORD LAYOUT.
           COPY RREGREC.

      * BUSINESS-DATE CONTROL RECORD.
           COPY BDATREC.

       01  WS-FILE-STATUSES.
           05  WS-ACTUAL-STATUS         PIC X(2).
           05  WS-UPSTREAM-STATUS       PIC X(2).
           05  WS-RECYCLE-CTL-STATUS    PIC X(2).
           05  WS-RUN-REG-STATUS        PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).

       01  WS-MISMATCH-SWITCH           PIC X(1) VALUE 'N'.
           88  WS-MISMATCH                  VALUE 'Y'.
           05  WS-EXPECTED-RECORD-COUNT PIC 9(8)  VALUE ZEROES.
           05  WS-EXPECTED-HASH-TOTAL   PIC 9(12) VALUE ZEROES.

       01  WS-BUSINESS-DATE             PIC 9(8) VALUE ZEROES.

      * FEED CYCLE OF EACH SIDE, A BLANK CYCLE READ AS '01'.
       01  WS-CYCLE-FIELDS.
           05  WS-UPSTREAM-CYCLE        PIC X(2) VALUE SPACES.
           05  WS-ACTUAL-CYCLE          PIC X(2) VALUE SPACES.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE          PIC 9(8).
           05  WS-CURRENT-TIME          PIC 9(8).
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT ACTUAL-FILE.
           IF WS-ACTUAL-STATUS NOT = '00'
               DISPLAY 'Program3 ABEND: UNABLE TO OPEN CTLIN - '
                   MOVE 99 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF UPCTL-CYCLE-ID = SPACES
               MOVE '01' TO WS-UPSTREAM-CYCLE
           ELSE
               MOVE UPCTL-CYCLE-ID TO WS-UPSTREAM-CYCLE
           END-IF.
           IF ACTL-CYCLE-ID = SPACES
               MOVE '01' TO WS-ACTUAL-CYCLE
           ELSE
               MOVE ACTL-CYCLE-ID TO WS-ACTUAL-CYCLE
           END-IF.
           PERFORM 1100-LOAD-ACTUAL-UNITS THRU 1100-EXIT.
           PERFORM 1300-LOAD-UPSTREAM-UNITS THRU 1300-EXIT.
           PERFORM 1500-READ-RECYCLE-CONTROL THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program3 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program3 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-BUSINESS-DATE.
       1050-EXIT.
           EXIT.

      * THE RECORDS AFTER THE RUN-LEVEL TOTALS ON CTLIN ARE THE
      * PER-UNIT ACTUALS, ONE PER DISTINCT str TAG.
       1100-LOAD-ACTUAL-UNITS.
               GIVING WS-EXPECTED-HASH-TOTAL.

           DISPLAY 'Program3 RECONCILIATION'.
           DISPLAY '  ACTUAL FEED CYCLE      = ' WS-ACTUAL-CYCLE.
           DISPLAY '  UPSTREAM FEED CYCLE    = ' WS-UPSTREAM-CYCLE.
           DISPLAY '  ACTUAL SUCCESS COUNT   = ' ACTL-SUCCESS-COUNT.
           DISPLAY '  ACTUAL REJECT COUNT    = ' ACTL-REJECT-COUNT.
           DISPLAY '  ACTUAL HELD COUNT      = ' ACTL-HELD-COUNT.
           DISPLAY '  ACTUAL LAST RET-VALUE  = ' ACTL-LAST-RET-VALUE
               ' (DIAGNOSTIC ONLY - NOT RECONCILED)'.

      * TOTALS FROM ANOTHER CYCLE'S RUN CAN NEVER RECONCILE THIS
      * CYCLE, WHATEVER THE FIGURES SAY.
           IF WS-ACTUAL-CYCLE NOT = WS-UPSTREAM-CYCLE
               SET WS-MISMATCH TO TRUE
               DISPLAY 'Program3 MISMATCH: ACTUAL TOTALS ARE FOR '
                   'FEED CYCLE ' WS-ACTUAL-CYCLE ', THE UPSTREAM '
                   'CONTROL IS FOR CYCLE ' WS-UPSTREAM-CYCLE
           END-IF.

           IF WS-ACTUAL-RECORD-COUNT NOT = WS-EXPECTED-RECORD-COUNT
               SET WS-MISMATCH TO TRUE
               DISPLAY 'Program3 MISMATCH: ACTUAL RECORD COUNT '
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TS-DATE.
           MOVE WS-CURRENT-TIME TO WS-TS-TIME.
           MOVE WS-BUSINESS-DATE TO RREG-RUN-DATE.
           MOVE WS-TIMESTAMP TO RREG-TIMESTAMP.
           MOVE UPCTL-RECORD-COUNT TO RREG-FEED-COUNT.
           MOVE UPCTL-HASH-TOTAL TO RREG-FEED-HASH.
           ELSE
               MOVE 'MATCHED' TO RREG-RECON-RESULT
           END-IF.
           MOVE WS-UPSTREAM-CYCLE TO RREG-CYCLE-ID.
           WRITE RUN-REG-REC FROM RREG-RECORD.
           CLOSE RUN-REG-FILE.
       3500-EXIT.
