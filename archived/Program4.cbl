      *                      AND NARROWED THE REGULAR RANGE TO       *
      *                      1-79999999, MATCHING THE DRIVER'S       *
      *                      VALIDATION.                             *
      *     2026-10-05 DLM   EVERY RECORD'S BUSINESS UNIT (str TAG,  *
      *                      OR THE RUN'S PARMIN TAG WHEN THE        *
      *                      RECORD'S IS BLANK) MUST BE ON THE       *
      *                      BUSINESS-UNIT MASTER, ACTIVE, AND       *
      *                      EFFECTIVE ON THE BUSINESS DATE - AN     *
      *                      UNKNOWN OR INACTIVE UNIT FAILS THE      *
      *                      FEED BEFORE ANY CALL IS MADE.           *
      *     2026-10-08 DLM   THE UNIT EFFECTIVE-DATE CHECK NOW USES  *
      *                      THE BUSINESS DATE FROM THE BUSINESS-    *
      *                      DATE CONTROL FILE (BDATE), NOT THE      *
      *                      SYSTEM CLOCK.                           *
      *     2026-10-08 DLM   PARMIN CARD LENGTH NOW 61 (SIMULATION   *
      *                      SWITCH ADDED TO PARMREC).               *
      *     2026-10-15 DLM   EVERY PRODUCTION EDIT NOW APPENDS AN    *
      *                      ED ENTRY (PASSED/FAILED) TO THE RUN     *
      *                      REGISTER FOR THE DAY-CLOSE SIGN-OFF.    *
      *                      A SIMULATION CARD WRITES NO ENTRY.      *
      *     2026-10-15 DLM   PARMIN CARD LENGTH NOW 73 (OPERATOR ID  *
      *                      AND REASON CODE ADDED TO PARMREC).      *
      *     2026-10-15 DLM   FEED CYCLES: THE CYCLE ID ON THE        *
      *                      UPCTLIN RUN-LEVEL RECORD (BLANK READS   *
      *                      AS '01') IS PRINTED WITH THE SUMMARY    *
      *                      AND CARRIED ON THE ED ENTRY, SO THE     *
      *                      DAY-CLOSE CAN TELL ONE CYCLE'S EDIT     *
      *                      FROM ANOTHER'S.                         *
      *                                                              *
      ****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-CTL-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BUM-FILE ASSIGN TO BUMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUM-UNIT-STR
               FILE STATUS IS WS-BUM-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO EDITOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-REPORT-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT OPTIONAL RUN-REG-FILE ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       FD  RECYCLE-CTL-FILE.
       01  RECYCLE-CTL-REC              PIC X(40).

       FD  PARM-FILE.
       01  PARM-FILE-REC                PIC X(73).

       FD  BUM-FILE.
      * BUSINESS-UNIT MASTER RECORD LAYOUT - KEYED FILE, SO THE
      * RECORD (AND ITS KEY) LIVES UNDER THE FD.
           COPY BUMREC.

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE             PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       FD  RUN-REG-FILE.
       01  RUN-REG-REC                  PIC X(90).

       WORKING-STORAGE SECTION.

      * TRANSACTION DETAIL RECORD LAYOUT - SAME COPYBOOK Program1
      * PROGRAM FOR THE RESUBMITTED RECORDS RIDING IN THIS RUN.
           COPY RCYCREC.

      * MAINTENANCE PARAMETER CARD - ONLY THE RUN'S str TAG IS USED
      * HERE, TO KNOW WHICH UNIT A BLANK-TAGGED RECORD WILL BE
      * DRIVEN UNDER.
           COPY PARMREC.

      * BUSINESS-DATE CONTROL RECORD.
           COPY BDATREC.

      * BATCH RUN REGISTER RECORD LAYOUT.
           COPY RREGREC.

       01  WS-FILE-STATUSES.
           05  WS-TRAN-STATUS           PIC X(2).
           05  WS-UPSTREAM-STATUS       PIC X(2).
           05  WS-RECYCLE-CTL-STATUS    PIC X(2).
           05  WS-PARM-STATUS           PIC X(2).
           05  WS-BUM-STATUS            PIC X(2).
           05  WS-EDIT-REPORT-STATUS    PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).
           05  WS-RUN-REG-STATUS        PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-EOF                   VALUE 'Y'.
           05  WS-FEED-BAD-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-FEED-BAD              VALUE 'Y'.
           05  WS-UNIT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-UNIT-FOUND            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8)  VALUE ZEROES.
           05  WS-HASH-TOTAL            PIC 9(12) VALUE ZEROES.
           05  WS-EXPECTED-RECORD-COUNT PIC 9(8)  VALUE ZEROES.
           05  WS-EXPECTED-HASH-TOTAL   PIC 9(12) VALUE ZEROES.
           05  WS-ERRORS-BEFORE-UNIT    PIC 9(8)  VALUE ZEROES.
           05  WS-BAD-UNIT-COUNT        PIC 9(8)  VALUE ZEROES.

      * THE str TAG Program1 WILL DRIVE A BLANK-TAGGED RECORD UNDER -
      * ITS COMPILED DEFAULT UNLESS THE PARMIN CARD SUPPLIES ONE.
       01  WS-DEFAULT-STR               PIC X(20) VALUE "from COBOL".
       01  WS-RUN-STR                   PIC X(20).
       01  WS-EFFECTIVE-STR             PIC X(20).
       01  WS-TODAY-DATE                PIC 9(8)  VALUE ZEROES.

      * FEED CYCLE FROM THE UPSTREAM CONTROL, A BLANK CYCLE READ AS
      * '01'.
       01  WS-FEED-CYCLE                PIC X(2)  VALUE SPACES.

      * EVERY DISTINCT UNIT THE FEED CARRIES IS LOOKED UP ON THE
      * MASTER ONCE AND ITS OUTCOME KEPT HERE, SO A UNIT WITH A
      * HUNDRED THOUSAND RECORDS COSTS ONE KEYED READ, NOT A HUNDRED
      * THOUSAND.  BLANK RESULT = USABLE; OTHERWISE THE ERROR TEXT.
       01  WS-UNIT-MAX                  PIC 9(4)  COMP VALUE 200.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-COUNT            PIC 9(4)  COMP VALUE ZEROES.
           05  WS-UNIT-ENTRY            OCCURS 0 TO 200 TIMES
                                        DEPENDING ON WS-UNIT-COUNT.
               10  WS-UNIT-STR          PIC X(20).
               10  WS-UNIT-RESULT       PIC X(33).
       01  WS-UNIT-SUB                  PIC 9(4)  COMP VALUE ZEROES.

      * ONLY THE FIRST WS-ERROR-PRINT-LIMIT BAD RECORDS GET THEIR OWN
      * DETAIL LINE - A FEED THAT IS MOSTLY GARBAGE WOULD OTHERWISE

       01  WS-JOB-RETURN-CODE           PIC 9(4)  VALUE ZEROES.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE          PIC 9(8).
           05  WS-CURRENT-TIME          PIC 9(8).
           05  WS-TIMESTAMP.
               10  WS-TS-DATE               PIC 9(8).
               10  WS-TS-DASH               PIC X(1) VALUE '-'.
               10  WS-TS-TIME               PIC 9(8).
               10  FILLER                   PIC X(9) VALUE SPACES.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER               PIC X(34) VALUE
               UNTIL WS-EOF.
           PERFORM 3000-CHECK-CONTROL-TOTALS THRU 3000-EXIT.
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
           PERFORM 5000-APPEND-EDIT-ENTRY THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'Program4 ABEND: UNABLE TO OPEN TRANIN - '
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BUM-FILE.
           IF WS-BUM-STATUS NOT = '00'
               DISPLAY 'Program4 ABEND: UNABLE TO OPEN BUMAST - '
                   'BUSINESS-UNIT MASTER MISSING'
               CLOSE TRAN-FILE
               CLOSE UPSTREAM-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EDIT-REPORT-FILE.
           IF WS-EDIT-REPORT-STATUS NOT = '00'
               DISPLAY 'Program4 ABEND: UNABLE TO OPEN EDITOUT'
               CLOSE TRAN-FILE
               CLOSE UPSTREAM-FILE
               CLOSE BUM-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
                       'UPSTREAM CONTROL TOTAL MISSING'
                   CLOSE TRAN-FILE
                   CLOSE UPSTREAM-FILE
                   CLOSE BUM-FILE
                   CLOSE EDIT-REPORT-FILE
                   MOVE 99 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF UPCTL-CYCLE-ID = SPACES
               MOVE '01' TO WS-FEED-CYCLE
           ELSE
               MOVE UPCTL-CYCLE-ID TO WS-FEED-CYCLE
           END-IF.
           PERFORM 1500-READ-RECYCLE-CONTROL THRU 1500-EXIT.
           PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
           ADD UPCTL-RECORD-COUNT RCYC-RECORD-COUNT
               GIVING WS-EXPECTED-RECORD-COUNT.
           ADD UPCTL-HASH-TOTAL RCYC-HASH-TOTAL
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program4 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program4 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-TODAY-DATE.
       1050-EXIT.
           EXIT.

      * THE RUN'S str TAG, READ THE SAME WAY Program1 READS IT - A
      * MISSING FILE OR BLANK TAG LEAVES THE COMPILED DEFAULT.
       1200-READ-PARAMETER-CARD.
           MOVE WS-DEFAULT-STR TO WS-RUN-STR.
           MOVE SPACES TO PARM-RECORD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE INTO PARM-RECORD
                   NOT AT END
                       IF PARM-STR NOT = SPACES
                           MOVE PARM-STR TO WS-RUN-STR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           DISPLAY 'Program4 BLANK-TAGGED RECORDS EDIT AS UNIT: '
               WS-RUN-STR.
       1200-EXIT.
           EXIT.

      * OPTIONAL RECYCLE CONTROL TOTAL - IF RECYCTL IS NOT ALLOCATED
      * OR IS EMPTY, NO REJECTS WERE RESUBMITTED INTO THIS RUN AND
      * THE UPSTREAM TOTALS STAND ALONE.
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
           IF NOT WS-EOF
               MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE-UNIT
               IF TRAN-COUNTER IS NUMERIC
                   ADD TRAN-COUNTER TO WS-HASH-TOTAL
                   PERFORM 2100-EDIT-TYPE-AND-RANGE THRU 2100-EXIT
                   MOVE 'COUNTER IS NOT NUMERIC' TO WS-RPT-ERR-REASON
                   PERFORM 2200-RECORD-ERROR THRU 2200-EXIT
               END-IF
               IF WS-ERROR-COUNT = WS-ERRORS-BEFORE-UNIT
                   PERFORM 2300-EDIT-BUSINESS-UNIT THRU 2300-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
       2200-EXIT.
           EXIT.

      * THE RECORD'S BUSINESS UNIT MUST BE ON THE MASTER, ACTIVE,
      * AND EFFECTIVE TODAY.  A RECORD ALREADY IN ERROR FOR ITS TYPE
      * OR counter IS NOT EDITED AGAIN HERE, SO RECORDS IN ERROR
      * STILL COUNTS RECORDS, NOT ERRORS.  THE UNIT IS THE ONE
      * Program1 WILL ACTUALLY CALL UNDER: THE RECORD'S OWN TAG, OR
      * THE RUN'S TAG WHEN THE RECORD'S IS BLANK.
       2300-EDIT-BUSINESS-UNIT.
           IF TRAN-STR = SPACES
               MOVE WS-RUN-STR TO WS-EFFECTIVE-STR
           ELSE
               MOVE TRAN-STR TO WS-EFFECTIVE-STR
           END-IF.
           MOVE 'N' TO WS-UNIT-FOUND-SWITCH.
           MOVE ZEROES TO WS-UNIT-SUB.
           PERFORM 2350-CHECK-ONE-UNIT THRU 2350-EXIT
               UNTIL WS-UNIT-FOUND
                  OR WS-UNIT-SUB >= WS-UNIT-COUNT.
           IF NOT WS-UNIT-FOUND
               PERFORM 2400-LOOK-UP-UNIT THRU 2400-EXIT
           END-IF.
           IF WS-UNIT-RESULT (WS-UNIT-SUB) NOT = SPACES
               MOVE WS-UNIT-RESULT (WS-UNIT-SUB) TO WS-RPT-ERR-REASON
               PERFORM 2200-RECORD-ERROR THRU 2200-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2350-CHECK-ONE-UNIT.
           ADD 1 TO WS-UNIT-SUB.
           IF WS-UNIT-STR (WS-UNIT-SUB) = WS-EFFECTIVE-STR
               SET WS-UNIT-FOUND TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      * FIRST SIGHT OF THIS UNIT ON THE FEED - ONE KEYED READ OF THE
      * MASTER, OUTCOME KEPT ON THE TABLE AND PRINTED ONCE.
       2400-LOOK-UP-UNIT.
           IF WS-UNIT-COUNT >= WS-UNIT-MAX
               DISPLAY 'Program4 ABEND: MORE THAN ' WS-UNIT-MAX
                   ' DISTINCT BUSINESS UNITS ON THE FEED - RAISE '
                   'THE UNIT TABLE LIMIT'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-UNIT-COUNT.
           MOVE WS-UNIT-COUNT TO WS-UNIT-SUB.
           MOVE WS-EFFECTIVE-STR TO WS-UNIT-STR (WS-UNIT-SUB).
           MOVE SPACES TO WS-UNIT-RESULT (WS-UNIT-SUB).
           MOVE WS-EFFECTIVE-STR TO BUM-UNIT-STR.
           READ BUM-FILE
               INVALID KEY
                   MOVE 'UNIT NOT ON BUSINESS-UNIT MASTER'
                       TO WS-UNIT-RESULT (WS-UNIT-SUB)
               NOT INVALID KEY
                   IF BUM-INACTIVE
                       MOVE 'UNIT IS INACTIVE ON MASTER'
                           TO WS-UNIT-RESULT (WS-UNIT-SUB)
                   ELSE
                       IF WS-TODAY-DATE < BUM-EFFECTIVE-FROM
                           OR WS-TODAY-DATE > BUM-EFFECTIVE-TO
                           MOVE 'UNIT NOT EFFECTIVE ON THIS DATE'
                               TO WS-UNIT-RESULT (WS-UNIT-SUB)
                       END-IF
                   END-IF
           END-READ.
           IF WS-UNIT-RESULT (WS-UNIT-SUB) NOT = SPACES
               ADD 1 TO WS-BAD-UNIT-COUNT
               MOVE WS-EFFECTIVE-STR TO WS-RPT-LABEL
               MOVE WS-UNIT-RESULT (WS-UNIT-SUB) TO WS-RPT-VALUE
               WRITE EDIT-REPORT-LINE FROM WS-RPT-DETAIL
               DISPLAY 'Program4 EDIT: BUSINESS UNIT ' WS-EFFECTIVE-STR
                   ' - ' WS-UNIT-RESULT (WS-UNIT-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

      * COMPARE THE FEED'S RECORD COUNT AND HASH TOTAL AGAINST THE
      * UPSTREAM CONTROL TOTAL.  A SHORT OR CORRUPTED TRANSMISSION
      * SHOWS UP HERE EVEN WHEN EVERY RECORD THAT DID ARRIVE IS
       4000-PRINT-SUMMARY.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-BLANK.

           MOVE 'FEED CYCLE' TO WS-RPT-LABEL.
           MOVE WS-FEED-CYCLE TO WS-RPT-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-RECORDS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           MOVE WS-RPT-HASH-EDIT TO WS-RPT-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'BUSINESS UNITS ON FEED' TO WS-RPT-LABEL.
           MOVE WS-UNIT-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNITS UNKNOWN OR INACTIVE' TO WS-RPT-LABEL.
           MOVE WS-BAD-UNIT-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RECORDS IN ERROR' TO WS-RPT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
       4000-EXIT.
           EXIT.

      * APPEND THE EDIT OUTCOME TO THE RUN REGISTER SO THE DAY-CLOSE
      * SIGN-OFF CAN SEE THE FEED WAS EDITED AND HOW IT CAME OUT.
      * THE ENTRY ALSO MARKS THE START OF THE DAY'S RUN ON THE
      * REGISTER - A RESUBMITTED JOB EDITS AGAIN AND OPENS A NEW
      * ONE.  A SIMULATION CARD MEANS NOTHING IS BEING RUN, SO NO
      * ENTRY IS WRITTEN.  A REGISTER THAT IS NOT ALLOCATED OR
      * CANNOT BE OPENED IS NOTED BUT DOES NOT CHANGE THE EDIT.
       5000-APPEND-EDIT-ENTRY.
           IF PARM-SIMULATION-RUN
               GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND RUN-REG-FILE.
           IF WS-RUN-REG-STATUS NOT = '00' AND '05'
               DISPLAY 'Program4 WARNING: UNABLE TO APPEND TO THE '
                   'RUN REGISTER - STATUS ' WS-RUN-REG-STATUS
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO RREG-RECORD.
           MOVE 'ED' TO RREG-ENTRY-TYPE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TS-DATE.
           MOVE WS-CURRENT-TIME TO WS-TS-TIME.
           MOVE WS-TODAY-DATE TO RREG-RUN-DATE.
           MOVE WS-TIMESTAMP TO RREG-TIMESTAMP.
           MOVE UPCTL-RECORD-COUNT TO RREG-FEED-COUNT.
           MOVE UPCTL-HASH-TOTAL TO RREG-FEED-HASH.
           MOVE WS-RECORDS-READ TO RREG-SUCCESS-COUNT.
           MOVE WS-ERROR-COUNT TO RREG-REJECT-COUNT.
           MOVE SPACES TO RREG-END-STATUS.
           IF WS-FEED-BAD
               MOVE 'FAILED' TO RREG-RECON-RESULT
           ELSE
               MOVE 'PASSED' TO RREG-RECON-RESULT
           END-IF.
           MOVE WS-FEED-CYCLE TO RREG-CYCLE-ID.
           WRITE RUN-REG-REC FROM RREG-RECORD.
           CLOSE RUN-REG-FILE.
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE TRAN-FILE.
           CLOSE UPSTREAM-FILE.
           CLOSE BUM-FILE.
           CLOSE EDIT-REPORT-FILE.
           IF WS-FEED-BAD
               MOVE 16 TO WS-JOB-RETURN-CODE
