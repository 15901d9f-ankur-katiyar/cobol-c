      *                      OK + RETRIED + REVERSED TO THE ACTL     *
      *                      SUCCESS COUNT - A DAY WITH A            *
      *                      SUCCESSFUL REVERSAL WAS BEING HELD.     *
      *     2026-10-05 DLM   EACH DETAIL NOW CARRIES THE UNIT'S GL   *
      *                      COST CENTER FROM THE BUSINESS-UNIT      *
      *                      MASTER (GLOUT LRECL 60).  A UNIT NOT    *
      *                      ON THE MASTER HAS NOWHERE TO POST, SO   *
      *                      IT ENDS THE STEP WITH RC 16 AND THE     *
      *                      DAY DOES NOT POST.                      *
      *     2026-10-08 DLM   THE POSTING DATE NOW COMES FROM THE     *
      *                      BUSINESS-DATE CONTROL FILE (BDATE)      *
      *                      INSTEAD OF THE FIRST AUDIT RECORD'S     *
      *                      CLOCK DATE.  AN AUDIT RECORD STAMPED    *
      *                      WITH ANY OTHER BUSINESS DATE MEANS THE  *
      *                      WRONG GENERATION IS ON AUDITIN - RC 16, *
      *                      THE DAY DOES NOT POST.                  *
      *     2026-10-15 DLM   THE EXTRACT NOW POSTS ONE FEED CYCLE.   *
      *                      THE CYCLE COMES FROM THE ACTL RUN-      *
      *                      LEVEL RECORD (BLANK MEANS '01') AND IS  *
      *                      CARRIED ON EVERY DETAIL AND THE         *
      *                      TRAILER (GLOUT LRECL 62).  AN AUDIT     *
      *                      RECORD FROM ANOTHER CYCLE IS HANDLED    *
      *                      LIKE ONE FROM ANOTHER DATE - RC 16.     *
      *     2026-10-15 DLM   AUDITIN IS NOW PROVED AGAINST THE       *
      *                      AUDIT TRAILER Program1 WRITES AT THE    *
      *                      END OF EACH GENERATION - A TRAILER      *
      *                      THAT DOES NOT MATCH ITS RECORDS, OR     *
      *                      RECORDS WITH NO TRAILER AFTER THEM,     *
      *                      STOP THE STEP WITH RC 99.  THE PROVED   *
      *                      TRAILERS' TOTALS MUST ALSO TIE TO THE   *
      *                      ACTL RUN-LEVEL RECORD - SUCCESS,        *
      *                      REJECT (REJECTED + FATAL + DUPLIC),     *
      *                      HELD AND HASH - OR THE STEP ENDS WITH   *
      *                      RC 16 AND THE DAY DOES NOT POST.        *
      *                                                              *
      ****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-IN-STATUS.

           SELECT BUM-FILE ASSIGN TO BUMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUM-UNIT-STR
               FILE STATUS IS WS-BUM-STATUS.

           SELECT GL-OUT-FILE ASSIGN TO GLOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-OUT-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC               PIC X(83).

       FD  CTL-IN-FILE.
       01  CTL-IN-REC                   PIC X(56).

       FD  BUM-FILE.
      * BUSINESS-UNIT MASTER RECORD LAYOUT - KEYED FILE, SO THE
      * RECORD (AND ITS KEY) LIVES UNDER THE FD.
           COPY BUMREC.

       FD  GL-OUT-FILE.
       01  GL-OUT-REC                   PIC X(62).

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

      * GL POSTING EXTRACT RECORD LAYOUTS.
           COPY GLPREC.

      * BUSINESS-DATE CONTROL RECORD.
           COPY BDATREC.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS          PIC X(2).
           05  WS-CTL-IN-STATUS         PIC X(2).
           05  WS-BUM-STATUS            PIC X(2).
           05  WS-GL-OUT-STATUS         PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-EOF                   VALUE 'Y'.
           05  WS-UNIT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-UNIT-FOUND            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8)  VALUE ZEROES.
           05  WS-ACTL-CALL-TOTAL       PIC 9(8)  VALUE ZEROES.
           05  WS-HASH-TOTAL            PIC 9(12) VALUE ZEROES.
           05  WS-BUSINESS-DATE         PIC 9(8)  VALUE ZEROES.
           05  WS-NO-COST-CENTER-COUNT  PIC 9(8)  VALUE ZEROES.
           05  WS-WRONG-DATE-COUNT      PIC 9(8)  VALUE ZEROES.
           05  WS-WRONG-CYCLE-COUNT     PIC 9(8)  VALUE ZEROES.

      * FEED CYCLE BEING POSTED, FROM THE ACTL RUN-LEVEL RECORD,
      * AND THE CYCLE OF THE AUDIT RECORD IN HAND - BOTH WITH A
      * BLANK CYCLE READ AS '01'.
       01  WS-CYCLE-FIELDS.
           05  WS-FEED-CYCLE            PIC X(2)  VALUE SPACES.
           05  WS-RECORD-CYCLE          PIC X(2)  VALUE SPACES.

      * PER-BUSINESS-UNIT POSTING TOTALS, KEYED BY THE AUDIT
      * RECORD'S str TAG, IN FIRST-SEEN ORDER.
               10  WS-UNIT-HASH         PIC 9(12).
       01  WS-UNIT-SUB                  PIC 9(4)  COMP VALUE ZEROES.

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

      * TOTALS OF EVERY PROVED TRAILER IN THE ACTL GROUPINGS -
      * OK + RETRIED + REVERSED IS A SUCCESS, REJECTED + FATAL +
      * DUPLIC A REJECT - FOR THE TIE TO THE RUN-LEVEL RECORD.
       01  WS-PROVED-TOTALS.
           05  WS-PRV-SUCCESS           PIC 9(8)  VALUE ZEROES.
           05  WS-PRV-REJECT            PIC 9(8)  VALUE ZEROES.
           05  WS-PRV-HELD              PIC 9(8)  VALUE ZEROES.
           05  WS-PRV-HASH              PIC 9(12) VALUE ZEROES.

       01  WS-JOB-RETURN-CODE           PIC 9(4)  VALUE ZEROES.

       PROCEDURE DIVISION.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Program18 ABEND: UNABLE TO OPEN AUDITIN'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BUM-FILE.
           IF WS-BUM-STATUS NOT = '00'
               DISPLAY 'Program18 ABEND: UNABLE TO OPEN BUMAST - '
                   'BUSINESS-UNIT MASTER MISSING'
               CLOSE AUDIT-FILE
               CLOSE CTL-IN-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-OUT-FILE.
           IF WS-GL-OUT-STATUS NOT = '00'
               DISPLAY 'Program18 ABEND: UNABLE TO OPEN GLOUT'
               CLOSE AUDIT-FILE
               CLOSE CTL-IN-FILE
               CLOSE BUM-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
                       'Program1 ACTUAL TOTALS MISSING'
                   CLOSE AUDIT-FILE
                   CLOSE CTL-IN-FILE
                   CLOSE BUM-FILE
                   CLOSE GL-OUT-FILE
                   MOVE 99 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE ACTL-CYCLE-ID TO WS-FEED-CYCLE.
           IF WS-FEED-CYCLE = SPACES
               MOVE '01' TO WS-FEED-CYCLE
           END-IF.
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program18 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program18 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-BUSINESS-DATE.
       1050-EXIT.
           EXIT.

      * ONLY DISPOSITIONS OK AND RETRIED POST TO THE LEDGER.  EVERY
      * AUDIT RECORD MUST CARRY THE BUSINESS DATE BEING POSTED -
      * ONE THAT DOES NOT CAME FROM ANOTHER DAY'S GENERATION.  THE
      * SAME GOES FOR THE FEED CYCLE - A RECORD FROM THE OTHER
      * CYCLE OF THE DAY BELONGS ON THE OTHER CYCLE'S EXTRACT.
       2000-TALLY-ONE-AUDIT-RECORD.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
               NOT AT END
                   IF AUDIT-TYPE-TRAILER
                       PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
                       PERFORM 7650-ADD-PROVED-TRAILER THRU 7650-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT
                   ADD 1 TO WS-RECORDS-READ
                   IF AUDIT-TIMESTAMP (1:8) NOT = WS-BUSINESS-DATE
                       ADD 1 TO WS-WRONG-DATE-COUNT
                   END-IF
                   MOVE AUDIT-CYCLE-ID TO WS-RECORD-CYCLE
                   IF WS-RECORD-CYCLE = SPACES
                       MOVE '01' TO WS-RECORD-CYCLE
                   END-IF
                   IF WS-RECORD-CYCLE NOT = WS-FEED-CYCLE
                       ADD 1 TO WS-WRONG-CYCLE-COUNT
                   END-IF
                   IF AUDIT-DISP-OK OR AUDIT-DISP-RETRIED
                       ADD 1 TO WS-SUCCESS-TOTAL
           MOVE WS-SUCCESS-TOTAL TO GLP-TRL-SUCCESS-TOTAL.
           MOVE WS-HASH-TOTAL TO GLP-TRL-HASH-TOTAL.
           MOVE ACTL-SUCCESS-COUNT TO GLP-TRL-ACTL-SUCCESS.
           MOVE WS-FEED-CYCLE TO GLP-TRL-CYCLE-ID.
           WRITE GL-OUT-REC FROM GLP-TRAILER-RECORD.
       3000-EXIT.
           EXIT.
           MOVE WS-UNIT-SUCCESS (WS-UNIT-SUB)
               TO GLP-SUCCESS-COUNT.
           MOVE WS-UNIT-HASH (WS-UNIT-SUB) TO GLP-COUNTER-HASH.
           MOVE WS-FEED-CYCLE TO GLP-CYCLE-ID.
           PERFORM 3200-LOOK-UP-COST-CENTER THRU 3200-EXIT.
           WRITE GL-OUT-REC FROM GLP-DETAIL-RECORD.
       3100-EXIT.
           EXIT.

      * THE UNIT'S COST CENTER COMES FROM THE BUSINESS-UNIT MASTER.
      * THE PRE-FLIGHT EDIT ALREADY REFUSED A FEED WITH A UNIT NOT
      * ON IT, SO A MISS HERE MEANS THE MASTER CHANGED UNDER THE
      * RUN - THE DETAIL IS STILL WRITTEN FOR THE RECORD, WITH A
      * BLANK COST CENTER, BUT THE STEP FAILS AND THE DAY IS HELD.
       3200-LOOK-UP-COST-CENTER.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO BUM-UNIT-STR.
           READ BUM-FILE
               INVALID KEY
                   MOVE SPACES TO GLP-COST-CENTER
                   ADD 1 TO WS-NO-COST-CENTER-COUNT
                   MOVE 16 TO WS-JOB-RETURN-CODE
                   DISPLAY 'Program18 UNIT ' WS-UNIT-STR (WS-UNIT-SUB)
                       ' IS NOT ON THE BUSINESS-UNIT MASTER - NO '
                       'COST CENTER TO POST TO'
               NOT INVALID KEY
                   MOVE BUM-COST-CENTER TO GLP-COST-CENTER
           END-READ.
       3200-EXIT.
           EXIT.

      * THE EXTRACT'S POSTING TOTAL PLUS THE DAY'S REVERSED
      * VOLUME MUST EQUAL THE RUN-LEVEL SUCCESS COUNT Program1
      * WROTE TO CTLOUT - THE SAME NUMBER THE RECONCILIATION
                   'ACTL RECORD SHOWS ' ACTL-SUCCESS-COUNT
               DISPLAY '  DAY HELD - DO NOT POST THE EXTRACT'
           END-IF.
           IF WS-PRV-SUCCESS NOT = ACTL-SUCCESS-COUNT
               OR WS-PRV-REJECT NOT = ACTL-REJECT-COUNT
               OR WS-PRV-HELD NOT = ACTL-HELD-COUNT
               OR WS-PRV-HASH NOT = ACTL-HASH-TOTAL
               MOVE 16 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program18 AUDIT TRAILERS DO NOT TIE TO THE '
                   'ACTL RUN-LEVEL RECORD'
               DISPLAY '  TRAILERS SUCCESS ' WS-PRV-SUCCESS
                   ' REJECT ' WS-PRV-REJECT ' HELD ' WS-PRV-HELD
                   ' HASH ' WS-PRV-HASH
               DISPLAY '  ACTL     SUCCESS ' ACTL-SUCCESS-COUNT
                   ' REJECT ' ACTL-REJECT-COUNT ' HELD '
                   ACTL-HELD-COUNT ' HASH ' ACTL-HASH-TOTAL
               DISPLAY '  DAY HELD - DO NOT POST THE EXTRACT'
           END-IF.
           IF WS-NO-COST-CENTER-COUNT > ZEROES
               MOVE 16 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program18 ' WS-NO-COST-CENTER-COUNT
                   ' UNITS HAVE NO COST CENTER ON THE MASTER'
               DISPLAY '  DAY HELD - DO NOT POST THE EXTRACT'
           END-IF.
           IF WS-WRONG-DATE-COUNT > ZEROES
               MOVE 16 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program18 ' WS-WRONG-DATE-COUNT
                   ' AUDIT RECORDS ARE NOT DATED BUSINESS DATE '
                   WS-BUSINESS-DATE
               DISPLAY '  DAY HELD - DO NOT POST THE EXTRACT'
           END-IF.
           IF WS-WRONG-CYCLE-COUNT > ZEROES
               MOVE 16 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program18 ' WS-WRONG-CYCLE-COUNT
                   ' AUDIT RECORDS ARE NOT FROM FEED CYCLE '
                   WS-FEED-CYCLE
               DISPLAY '  DAY HELD - DO NOT POST THE EXTRACT'
           END-IF.
       4000-EXIT.
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
               DISPLAY 'Program18 ABEND: AUDIT TRAILER FOR '
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

      * A PROVED TRAILER'S TOTALS, IN THE ACTL GROUPINGS.
       7650-ADD-PROVED-TRAILER.
           ADD AUDIT-TRL-OK AUDIT-TRL-RETRIED AUDIT-TRL-REVERSED
               TO WS-PRV-SUCCESS.
           ADD AUDIT-TRL-REJECTED AUDIT-TRL-FATAL AUDIT-TRL-DUPLIC
               TO WS-PRV-REJECT.
           ADD AUDIT-TRL-HELD TO WS-PRV-HELD.
           ADD AUDIT-TRL-HASH TO WS-PRV-HASH.
       7650-EXIT.
           EXIT.

      * AT END OF FILE THE LAST RECORD READ MUST HAVE BEEN A
      * TRAILER.  AN EMPTY AUDITIN HAS NO TRAILER EITHER - EVERY
      * GENERATION Program1 FINISHES IS SEALED, EVEN ONE WITH NO
      * RECORDS.
       7700-CHECK-AUDIT-SEALED.
           IF WS-PRF-RECORD-COUNT > ZEROES
               OR WS-TRAILERS-PROVED = ZEROES
               DISPLAY 'Program18 ABEND: AUDITIN NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  TRUNCATED, OR FROM A RUN THAT DID NOT FINISH'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
           CLOSE CTL-IN-FILE.
           CLOSE BUM-FILE.
           CLOSE GL-OUT-FILE.
           DISPLAY 'Program18 COMPLETE - ' WS-UNIT-COUNT
               ' UNIT POSTING RECORDS WRITTEN FOR CYCLE '
               WS-FEED-CYCLE.
       9000-EXIT.
           EXIT.
