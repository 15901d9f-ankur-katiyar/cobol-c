       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program24.
       AUTHOR. D L MASON.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *                                                              *
      *   Program24 - COUNTER SEQUENCE GAP REPORT                    *
      *                                                              *
      *   UPSTREAM ASSIGNS REGULAR (RG) counter VALUES IN SEQUENCE,  *
      *   SO A HOLE IN WHAT REACHED US IS A TRANSACTION LOST BEFORE  *
      *   IT EVER GOT TO TRANIN - SOMETHING THE UPSTREAM CONTROL     *
      *   TOTAL CANNOT CATCH WHEN THE SENDER'S OWN COUNT IS SHORT    *
      *   TOO.  READS THE AUDIT HISTORY MASTER FOR THE DATE RANGE    *
      *   ON THE GAPPARM CARD AND, FOR EACH BUSINESS UNIT (str       *
      *   TAG), WALKS ITS RG counter VALUES IN ORDER.  BETWEEN TWO   *
      *   NEIGHBOURING VALUES OF THE SAME UNIT, A counter IS         *
      *   MISSING WHEN NO UNIT'S HISTORY RECORD CARRIES IT - ANY     *
      *   DISPOSITION COUNTS AS HAVING ARRIVED.  A MISSING counter   *
      *   FOUND ON THE DUPLICATE-COUNTER MASTER DID REACH US (ON A   *
      *   DAY OUTSIDE THE RANGE, OR ONE SINCE ARCHIVED) AND IS       *
      *   EXPLAINED; THE REST ARE UNEXPLAINED.  THE AJ AND RV BANDS  *
      *   (80000001 AND UP) ARE NOT IN SEQUENCE AND ARE IGNORED.     *
      *                                                              *
      *   EVERY GAP IS LISTED UNDER ITS UNIT WITH THE counter AND    *
      *   ARRIVAL DATE ON EITHER SIDE.  ITS AGE IS THE NUMBER OF     *
      *   BUSINESS DAYS SINCE THE HIGHER NEIGHBOUR ARRIVED - THE     *
      *   DAY THE HOLE BECAME VISIBLE.  AN UNEXPLAINED GAP OLDER     *
      *   THAN THE GAPPARM AGE LIMIT IS OVERDUE AND ENDS THE STEP    *
      *   WITH RC 8 SO IT GETS CHASED WITH THE SENDER.               *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-15 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   AUDHIST IS NOW PROVED DAY BY DAY        *
      *                      AGAINST THE AUDIT TRAILERS Program12    *
      *                      APPENDS WITH EACH GENERATION - EVERY    *
      *                      RECORD IS TALLIED, WHATEVER ITS BAND    *
      *                      OR DATE.  A TRAILER THAT DOES NOT       *
      *                      MATCH ITS RECORDS, OR RECORDS WITH NO   *
      *                      TRAILER AFTER THEM, STOP THE STEP       *
      *                      WITH RC 99 - A RECORD LOST FROM THE     *
      *                      HISTORY WOULD SHOW AS A FALSE GAP.      *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HIST-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-HIST-STATUS.

           SELECT DUPM-FILE ASSIGN TO DUPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUPM-COUNTER
               FILE STATUS IS WS-DUPM-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT OPTIONAL GAP-PARM-FILE ASSIGN TO GAPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAP-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HIST-FILE.
       01  AUDIT-HIST-REC               PIC X(83).

       FD  DUPM-FILE.
      * DUPLICATE-COUNTER MASTER RECORD LAYOUT - THE MASTER IS A
      * KEYED FILE, SO THE RECORD (AND ITS KEY, DUPM-COUNTER)
      * LIVES UNDER THE FD.
           COPY DUPMREC.

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       FD  GAP-PARM-FILE.
       01  GAP-PARM-REC                 PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

      * AUDIT LOG RECORD LAYOUT - SAME COPYBOOK Program1 WRITES FROM.
           COPY AUDTREC.

      * BUSINESS-DATE CONTROL RECORD AND PROCESSING CALENDAR.
           COPY BDATREC.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-HIST-STATUS     PIC X(2).
           05  WS-DUPM-STATUS           PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).
           05  WS-GAP-PARM-STATUS       PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-EOF                   VALUE 'Y'.
           05  WS-SLOT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-SLOT-FOUND            VALUE 'Y'.
           05  WS-UNIT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-UNIT-FOUND            VALUE 'Y'.
           05  WS-PROBE-END-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-PROBE-END             VALUE 'Y'.

      * GAPPARM CARD - FROM-DATE AND TO-DATE (YYYYMMDD) IN COLUMNS
      * 1-16 AS ON THE TREND CARD, THEN THE AGE LIMIT IN BUSINESS
      * DAYS IN 17-20.  A MISSING OR BLANK CARD COVERS THE WHOLE
      * MASTER WITH A ZERO LIMIT - ANY UNEXPLAINED GAP THAT DID NOT
      * APPEAR TODAY IS OVERDUE.
       01  WS-GAP-PARM-CARD.
           05  WS-PARM-FROM-DATE        PIC X(8).
           05  WS-PARM-TO-DATE          PIC X(8).
           05  WS-PARM-AGE-LIMIT        PIC X(4).
       01  WS-FROM-DATE                 PIC 9(8)  VALUE ZEROES.
       01  WS-TO-DATE                   PIC 9(8)  VALUE 99999999.
       01  WS-AGE-LIMIT-DAYS            PIC 9(4)  VALUE ZEROES.

      * THE BUSINESS DATE THE GAPS ARE AGED TO, AND ITS SERIAL.
       01  WS-TODAY-DATE                PIC 9(8)  VALUE ZEROES.
       01  WS-TODAY-SERIAL              PIC 9(8)  COMP VALUE ZEROES.
       01  WS-DAYS-OUTSTANDING          PIC 9(5)  VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8)  VALUE ZEROES.
           05  WS-RG-RECORDS-SELECTED   PIC 9(8)  VALUE ZEROES.
           05  WS-REPEAT-COUNT          PIC 9(8)  VALUE ZEROES.
           05  WS-WORK-DATE             PIC 9(8)  VALUE ZEROES.
           05  WS-GAP-WIDTH             PIC 9(8)  VALUE ZEROES.
           05  WS-PRESENT-COUNT         PIC 9(8)  VALUE ZEROES.
           05  WS-MISSING-COUNT         PIC 9(8)  VALUE ZEROES.
           05  WS-ON-DUPM-COUNT         PIC 9(8)  VALUE ZEROES.
           05  WS-TOTAL-GAPS            PIC 9(8)  VALUE ZEROES.
           05  WS-TOTAL-MISSING         PIC 9(8)  VALUE ZEROES.
           05  WS-TOTAL-EXPLAINED       PIC 9(8)  VALUE ZEROES.
           05  WS-TOTAL-UNEXPLAINED     PIC 9(8)  VALUE ZEROES.
           05  WS-TOTAL-OVERDUE         PIC 9(8)  VALUE ZEROES.

      * EVERY DISTINCT RG counter IN THE RANGE, KEPT IN counter
      * ORDER AS IT IS LOADED.  THE HISTORY IS APPENDED DAY BY DAY
      * AND UPSTREAM NUMBERS IN SEQUENCE, SO A NEW VALUE ALMOST
      * ALWAYS BELONGS AT OR NEAR THE END AND THE INSERT SHIFTS
      * LITTLE.  A counter SEEN AGAIN (A RETRY LEG, A DUPLICATE)
      * KEEPS ITS FIRST ARRIVAL.
       01  WS-CTR-MAX                   PIC 9(8)  COMP VALUE 300000.
       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT             PIC 9(8)  COMP VALUE ZEROES.
           05  WS-CTR-ENTRY             OCCURS 0 TO 300000 TIMES
                                        DEPENDING ON WS-CTR-COUNT.
               10  WS-CTR-COUNTER       PIC 9(8).
               10  WS-CTR-DATE          PIC 9(8).
               10  WS-CTR-UNIT-SUB      PIC 9(4)  COMP.

      * ONE ENTRY PER str TAG SEEN, WITH THE TABLE POSITION OF ITS
      * LAST counter DURING THE GAP PASS AND ITS TOTALS.
       01  WS-UNIT-MAX                  PIC 9(4)  COMP VALUE 500.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-COUNT            PIC 9(4)  COMP VALUE ZEROES.
           05  WS-UNIT-ENTRY            OCCURS 0 TO 500 TIMES
                                        DEPENDING ON WS-UNIT-COUNT.
               10  WS-UNIT-STR          PIC X(20).
               10  WS-UNIT-LAST-SUB     PIC 9(8)  COMP.
               10  WS-UNIT-RG-COUNT     PIC 9(8).
               10  WS-UNIT-GAPS         PIC 9(8).
               10  WS-UNIT-MISSING      PIC 9(8).
               10  WS-UNIT-UNEXPLAINED  PIC 9(8).
               10  WS-UNIT-OVERDUE      PIC 9(8).

      * EVERY GAP FOUND, HELD SO THE REPORT CAN LIST THEM UNIT BY
      * UNIT.
       01  WS-GAP-MAX                   PIC 9(8)  COMP VALUE 5000.
       01  WS-GAP-TABLE.
           05  WS-GAP-COUNT             PIC 9(8)  COMP VALUE ZEROES.
           05  WS-GAP-ENTRY             OCCURS 0 TO 5000 TIMES
                                        DEPENDING ON WS-GAP-COUNT.
               10  WS-GAP-UNIT-SUB      PIC 9(4)  COMP.
               10  WS-GAP-LOW-COUNTER   PIC 9(8).
               10  WS-GAP-LOW-DATE      PIC 9(8).
               10  WS-GAP-HIGH-COUNTER  PIC 9(8).
               10  WS-GAP-HIGH-DATE     PIC 9(8).
               10  WS-GAP-MISSING       PIC 9(8).
               10  WS-GAP-ON-DUPM       PIC 9(8).
               10  WS-GAP-UNEXPLAINED   PIC 9(8).
               10  WS-GAP-AGE           PIC 9(5).
               10  WS-GAP-STATUS        PIC X(9).
                   88  WS-GAP-EXPLAINED     VALUE 'EXPLAINED'.
                   88  WS-GAP-OVERDUE       VALUE 'OVERDUE'.

       01  WS-SUBSCRIPTS.
           05  WS-SUB                   PIC 9(8)  COMP VALUE ZEROES.
           05  WS-SLOT                  PIC 9(8)  COMP VALUE ZEROES.
           05  WS-SHIFT-SUB             PIC 9(8)  COMP VALUE ZEROES.
           05  WS-WALK-SUB              PIC 9(8)  COMP VALUE ZEROES.
           05  WS-LAST-SUB              PIC 9(8)  COMP VALUE ZEROES.
           05  WS-UNIT-SUB              PIC 9(4)  COMP VALUE ZEROES.
           05  WS-GAP-SUB               PIC 9(8)  COMP VALUE ZEROES.

      * DATE-TO-SERIAL CONVERSION WORK FIELDS - THE DIFFERENCE OF
      * TWO SERIALS IS THE NUMBER OF DAYS BETWEEN THE DATES.
       01  WS-DTS-FIELDS.
           05  WS-DTS-DATE              PIC 9(8).
           05  WS-DTS-DATE-R            REDEFINES WS-DTS-DATE.
               10  WS-DTS-YEAR          PIC 9(4).
               10  WS-DTS-MONTH         PIC 9(2).
               10  WS-DTS-DAY           PIC 9(2).
           05  WS-DTS-WORK1             PIC 9(8)  COMP.
           05  WS-DTS-WORK2             PIC 9(8)  COMP.
           05  WS-DTS-WORK3             PIC 9(8)  COMP.
           05  WS-DTS-SERIAL            PIC 9(8)  COMP.

      * PROCESSING CALENDAR FROM THE BUSINESS-DATE FILE - THE DAY
      * SERIAL OF EVERY NON-PROCESSING (HOLIDAY) DATE ON IT.
      * SATURDAY AND SUNDAY ARE NON-PROCESSING AS WELL UNLESS THE
      * CONTROL RECORD SAYS WEEKENDS PROCESS.
       01  WS-CAL-MAX                   PIC 9(4)  COMP VALUE 500.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT             PIC 9(4)  COMP VALUE ZEROES.
           05  WS-CAL-ENTRY             OCCURS 0 TO 500 TIMES
                                        DEPENDING ON WS-CAL-COUNT.
               10  WS-CAL-SERIAL        PIC 9(8)  COMP.
       01  WS-CAL-SUB                   PIC 9(4)  COMP VALUE ZEROES.
       01  WS-CAL-WORK-SERIAL           PIC 9(8)  COMP VALUE ZEROES.
       01  WS-CAL-WEEKDAY-WORK          PIC 9(8)  COMP VALUE ZEROES.
       01  WS-CAL-QUOTIENT              PIC 9(8)  COMP VALUE ZEROES.
       01  WS-CAL-WEEKDAY               PIC 9(1)  VALUE ZERO.
       01  WS-CAL-WEEKEND-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-CAL-WEEKENDS-PROCESS      VALUE 'Y'.
       01  WS-CAL-PROC-DAY-SWITCH       PIC X(1)  VALUE 'Y'.
           88  WS-CAL-PROC-DAY              VALUE 'Y'.
       01  WS-BDATE-EOF-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-BDATE-EOF                 VALUE 'Y'.

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
               10  FILLER               PIC X(40) VALUE
                   'myCDLL COUNTER SEQUENCE GAP REPORT'.
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-UNIT-HEADING.
               10  FILLER               PIC X(5)  VALUE 'UNIT '.
               10  WS-RPT-UNIT-STR      PIC X(20).
               10  FILLER               PIC X(55) VALUE SPACES.
           05  WS-RPT-GAP-HEADER.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(9)  VALUE 'LOW CTR'.
               10  FILLER               PIC X(10) VALUE 'ARRIVED'.
               10  FILLER               PIC X(9)  VALUE 'HIGH CTR'.
               10  FILLER               PIC X(8)  VALUE 'ARRIVED'.
               10  FILLER               PIC X(8)  VALUE ' MISSING'.
               10  FILLER               PIC X(8)  VALUE ' ON DUPM'.
               10  FILLER               PIC X(8)  VALUE '  UNEXPL'.
               10  FILLER               PIC X(6)  VALUE '   AGE'.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  FILLER               PIC X(9)  VALUE 'STATUS'.
               10  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RPT-GAP-DETAIL.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-GAP-LOW       PIC X(8).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-GAP-LOW-DATE  PIC X(8).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-GAP-HIGH      PIC X(8).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-GAP-HIGH-DATE PIC X(8).
               10  WS-RPT-GAP-MISSING   PIC ZZZZZZZ9.
               10  WS-RPT-GAP-ON-DUPM   PIC ZZZZZZZ9.
               10  WS-RPT-GAP-UNEXPL    PIC ZZZZZZZ9.
               10  WS-RPT-GAP-AGE       PIC ZZZZZ9.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-GAP-STATUS    PIC X(9).
               10  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RPT-SUM-HEADER.
               10  FILLER               PIC X(23) VALUE 'UNIT'.
               10  FILLER               PIC X(8)  VALUE 'COUNTERS'.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(8)  VALUE '    GAPS'.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(8)  VALUE ' MISSING'.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(8)  VALUE '  UNEXPL'.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(8)  VALUE ' OVERDUE'.
               10  FILLER               PIC X(9)  VALUE SPACES.
           05  WS-RPT-SUM-DETAIL.
               10  WS-RPT-SUM-STR       PIC X(20).
               10  FILLER               PIC X(3)  VALUE SPACES.
               10  WS-RPT-SUM-RG        PIC ZZZZZZZ9.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-SUM-GAPS      PIC ZZZZZZZ9.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-SUM-MISSING   PIC ZZZZZZZ9.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-SUM-UNEXPL    PIC ZZZZZZZ9.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-SUM-OVERDUE   PIC ZZZZZZZ9.
               10  FILLER               PIC X(9)  VALUE SPACES.
           05  WS-RPT-DETAIL.
               10  WS-RPT-LABEL         PIC X(30).
               10  WS-RPT-VALUE         PIC X(26).
               10  FILLER               PIC X(24) VALUE SPACES.
           05  WS-RPT-COUNT-EDIT        PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-HISTORY-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-FIND-GAPS THRU 3000-EXIT.
           PERFORM 4000-PRINT-GAPS THRU 4000-EXIT.
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           MOVE WS-TODAY-DATE TO WS-DTS-DATE.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
           OPEN INPUT AUDIT-HIST-FILE.
           IF WS-AUDIT-HIST-STATUS NOT = '00'
               DISPLAY 'Program24 ABEND: UNABLE TO OPEN AUDHIST - '
                   'AUDIT HISTORY MASTER MISSING'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DUPM-FILE.
           IF WS-DUPM-STATUS NOT = '00'
               DISPLAY 'Program24 ABEND: UNABLE TO OPEN DUPMAST - '
                   'STATUS ' WS-DUPM-STATUS
               CLOSE AUDIT-HIST-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Program24 ABEND: UNABLE TO OPEN REPTOUT'
               CLOSE AUDIT-HIST-FILE
               CLOSE DUPM-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-READ-GAP-PARAMETER THRU 1200-EXIT.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'BUSINESS DATE' TO WS-RPT-LABEL.
           MOVE WS-TODAY-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'ARRIVALS FROM' TO WS-RPT-LABEL.
           MOVE WS-FROM-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'ARRIVALS THROUGH' TO WS-RPT-LABEL.
           MOVE WS-TO-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'AGE LIMIT (BUSINESS DAYS)' TO WS-RPT-LABEL.
           MOVE WS-AGE-LIMIT-DAYS TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.  THE
      * NON-PROCESSING DAYS BEHIND IT ARE LOADED AS THE CALENDAR
      * THE GAP AGES ARE COUNTED AGAINST.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program24 ABEND: UNABLE TO OPEN BDATE'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO BDAT-RECORD.
           READ BDATE-FILE INTO BDAT-RECORD
               AT END
                   MOVE SPACES TO BDAT-RECORD
           END-READ.
           IF NOT BDAT-TYPE-CONTROL
               OR BDAT-DATE IS NOT NUMERIC
               OR BDAT-DATE = ZEROES
               DISPLAY 'Program24 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               CLOSE BDATE-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-TODAY-DATE.
           IF BDAT-WEEKENDS-PROCESS
               SET WS-CAL-WEEKENDS-PROCESS TO TRUE
           END-IF.
           PERFORM 1060-LOAD-ONE-HOLIDAY THRU 1060-EXIT
               UNTIL WS-BDATE-EOF.
           CLOSE BDATE-FILE.
       1050-EXIT.
           EXIT.

       1060-LOAD-ONE-HOLIDAY.
           READ BDATE-FILE INTO BDAT-RECORD
               AT END
                   SET WS-BDATE-EOF TO TRUE
               NOT AT END
                   IF BDAT-TYPE-NONPROC
                       AND BDAT-DATE IS NUMERIC
                       IF WS-CAL-COUNT >= WS-CAL-MAX
                           DISPLAY 'Program24 ABEND: MORE THAN '
                               WS-CAL-MAX ' NON-PROCESSING DAYS ON '
                               'BDATE - RAISE THE CALENDAR TABLE LIMIT'
                           MOVE 99 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE BDAT-DATE TO WS-DTS-DATE
                       PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT
                       ADD 1 TO WS-CAL-COUNT
                       MOVE WS-DTS-SERIAL
                           TO WS-CAL-SERIAL (WS-CAL-COUNT)
                   END-IF
           END-READ.
       1060-EXIT.
           EXIT.

       1200-READ-GAP-PARAMETER.
           OPEN INPUT GAP-PARM-FILE.
           IF WS-GAP-PARM-STATUS = '00'
               READ GAP-PARM-FILE INTO WS-GAP-PARM-CARD
                   NOT AT END
                       IF WS-PARM-FROM-DATE IS NUMERIC
                           MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF WS-PARM-TO-DATE IS NUMERIC
                           MOVE WS-PARM-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF WS-PARM-AGE-LIMIT IS NUMERIC
                           MOVE WS-PARM-AGE-LIMIT
                               TO WS-AGE-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE GAP-PARM-FILE
           END-IF.
           DISPLAY 'Program24 CHECKING ARRIVALS FROM ' WS-FROM-DATE
               ' THROUGH ' WS-TO-DATE ', AGE LIMIT '
               WS-AGE-LIMIT-DAYS ' BUSINESS DAYS'.
       1200-EXIT.
           EXIT.

      * ONLY THE REGULAR BAND IS IN SEQUENCE.  EVERY DISPOSITION
      * COUNTS - A REJECTED, HELD OR DUPLICATE RECORD STILL
      * ARRIVED.
       2000-LOAD-ONE-HISTORY-RECORD.
           READ AUDIT-HIST-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
                   GO TO 2000-EXIT
           END-READ.
           IF AUDIT-TYPE-TRAILER
               PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT.
           ADD 1 TO WS-RECORDS-READ.
           IF AUDIT-RECORD-TYPE NOT = 'RG'
               OR AUDIT-COUNTER IS NOT NUMERIC
               OR AUDIT-COUNTER = ZEROES
               OR AUDIT-COUNTER > 79999999
               GO TO 2000-EXIT
           END-IF.
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-WORK-DATE.
           IF WS-WORK-DATE < WS-FROM-DATE
               OR WS-WORK-DATE > WS-TO-DATE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-RG-RECORDS-SELECTED.
           PERFORM 2200-FIND-UNIT THRU 2200-EXIT.
           PERFORM 2100-STORE-COUNTER THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      * WORK BACK FROM THE END OF THE TABLE TO THE LAST ENTRY NOT
      * ABOVE THE NEW counter, THEN OPEN A SLOT AFTER IT.
       2100-STORE-COUNTER.
           MOVE WS-CTR-COUNT TO WS-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
           PERFORM 2150-CHECK-ONE-SLOT THRU 2150-EXIT
               UNTIL WS-SLOT-FOUND.
           IF WS-SLOT > ZERO
               IF WS-CTR-COUNTER (WS-SLOT) = AUDIT-COUNTER
                   ADD 1 TO WS-REPEAT-COUNT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF WS-CTR-COUNT >= WS-CTR-MAX
               DISPLAY 'Program24 ABEND: MORE THAN ' WS-CTR-MAX
                   ' DISTINCT RG counter VALUES IN THE RANGE - '
                   'NARROW THE RANGE OR RAISE THE counter TABLE LIMIT'
               CLOSE AUDIT-HIST-FILE
               CLOSE DUPM-FILE
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-CTR-COUNT.
           SUBTRACT 1 FROM WS-CTR-COUNT GIVING WS-SHIFT-SUB.
           PERFORM 2170-SHIFT-ONE-ENTRY THRU 2170-EXIT
               UNTIL WS-SHIFT-SUB <= WS-SLOT.
           ADD 1 TO WS-SLOT.
           MOVE AUDIT-COUNTER TO WS-CTR-COUNTER (WS-SLOT).
           MOVE WS-WORK-DATE TO WS-CTR-DATE (WS-SLOT).
           MOVE WS-UNIT-SUB TO WS-CTR-UNIT-SUB (WS-SLOT).
           ADD 1 TO WS-UNIT-RG-COUNT (WS-UNIT-SUB).
       2100-EXIT.
           EXIT.

       2150-CHECK-ONE-SLOT.
           IF WS-SLOT = ZERO
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               IF WS-CTR-COUNTER (WS-SLOT) <= AUDIT-COUNTER
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-SLOT
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

       2170-SHIFT-ONE-ENTRY.
           MOVE WS-CTR-ENTRY (WS-SHIFT-SUB)
               TO WS-CTR-ENTRY (WS-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-SHIFT-SUB.
       2170-EXIT.
           EXIT.

       2200-FIND-UNIT.
           MOVE 'N' TO WS-UNIT-FOUND-SWITCH.
           MOVE ZEROES TO WS-UNIT-SUB.
           PERFORM 2250-CHECK-ONE-UNIT THRU 2250-EXIT
               UNTIL WS-UNIT-FOUND
                  OR WS-UNIT-SUB >= WS-UNIT-COUNT.
           IF WS-UNIT-FOUND
               GO TO 2200-EXIT
           END-IF.
           IF WS-UNIT-COUNT >= WS-UNIT-MAX
               DISPLAY 'Program24 ABEND: MORE THAN ' WS-UNIT-MAX
                   ' BUSINESS UNITS ON THE HISTORY - RAISE THE '
                   'UNIT TABLE LIMIT'
               CLOSE AUDIT-HIST-FILE
               CLOSE DUPM-FILE
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-UNIT-COUNT.
           MOVE WS-UNIT-COUNT TO WS-UNIT-SUB.
           MOVE AUDIT-STR TO WS-UNIT-STR (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-LAST-SUB (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-RG-COUNT (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-GAPS (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-MISSING (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-UNEXPLAINED (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-OVERDUE (WS-UNIT-SUB).
       2200-EXIT.
           EXIT.

       2250-CHECK-ONE-UNIT.
           ADD 1 TO WS-UNIT-SUB.
           IF WS-UNIT-STR (WS-UNIT-SUB) = AUDIT-STR
               SET WS-UNIT-FOUND TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      * ONE PASS OVER THE counter TABLE IN ORDER.  FOR EACH UNIT
      * THE TABLE POSITION OF ITS PREVIOUS counter IS KEPT; THE
      * ENTRIES BETWEEN THAT POSITION AND THIS ONE ARE OTHER
      * UNITS' COUNTERS INSIDE THE STRETCH, SO ANY SHORTFALL
      * BETWEEN THE WIDTH OF THE STRETCH AND THAT NUMBER IS
      * counter VALUES NOBODY'S HISTORY CARRIES.
       3000-FIND-GAPS.
           MOVE ZEROES TO WS-SUB.
           PERFORM 3100-CHECK-ONE-COUNTER THRU 3100-EXIT
               UNTIL WS-SUB >= WS-CTR-COUNT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-COUNTER.
           ADD 1 TO WS-SUB.
           MOVE WS-CTR-UNIT-SUB (WS-SUB) TO WS-UNIT-SUB.
           MOVE WS-UNIT-LAST-SUB (WS-UNIT-SUB) TO WS-LAST-SUB.
           MOVE WS-SUB TO WS-UNIT-LAST-SUB (WS-UNIT-SUB).
           IF WS-LAST-SUB = ZERO
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-GAP-WIDTH = WS-CTR-COUNTER (WS-SUB)
               - WS-CTR-COUNTER (WS-LAST-SUB) - 1.
           COMPUTE WS-PRESENT-COUNT = WS-SUB - WS-LAST-SUB - 1.
           IF WS-GAP-WIDTH > WS-PRESENT-COUNT
               PERFORM 3200-RECORD-GAP THRU 3200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-RECORD-GAP.
           IF WS-GAP-COUNT >= WS-GAP-MAX
               DISPLAY 'Program24 ABEND: MORE THAN ' WS-GAP-MAX
                   ' GAPS IN THE RANGE - NARROW THE RANGE OR RAISE '
                   'THE GAP TABLE LIMIT'
               CLOSE AUDIT-HIST-FILE
               CLOSE DUPM-FILE
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           SUBTRACT WS-PRESENT-COUNT FROM WS-GAP-WIDTH
               GIVING WS-MISSING-COUNT.
           PERFORM 3300-PROBE-DUP-MASTER THRU 3300-EXIT.
           ADD 1 TO WS-GAP-COUNT.
           MOVE WS-GAP-COUNT TO WS-GAP-SUB.
           MOVE WS-UNIT-SUB TO WS-GAP-UNIT-SUB (WS-GAP-SUB).
           MOVE WS-CTR-COUNTER (WS-LAST-SUB)
               TO WS-GAP-LOW-COUNTER (WS-GAP-SUB).
           MOVE WS-CTR-DATE (WS-LAST-SUB)
               TO WS-GAP-LOW-DATE (WS-GAP-SUB).
           MOVE WS-CTR-COUNTER (WS-SUB)
               TO WS-GAP-HIGH-COUNTER (WS-GAP-SUB).
           MOVE WS-CTR-DATE (WS-SUB) TO WS-GAP-HIGH-DATE (WS-GAP-SUB).
           MOVE WS-MISSING-COUNT TO WS-GAP-MISSING (WS-GAP-SUB).
           MOVE WS-ON-DUPM-COUNT TO WS-GAP-ON-DUPM (WS-GAP-SUB).
           SUBTRACT WS-ON-DUPM-COUNT FROM WS-MISSING-COUNT
               GIVING WS-GAP-UNEXPLAINED (WS-GAP-SUB).
           PERFORM 3400-AGE-GAP THRU 3400-EXIT.
           MOVE WS-DAYS-OUTSTANDING TO WS-GAP-AGE (WS-GAP-SUB).
           ADD 1 TO WS-TOTAL-GAPS.
           ADD 1 TO WS-UNIT-GAPS (WS-UNIT-SUB).
           ADD WS-MISSING-COUNT TO WS-TOTAL-MISSING.
           ADD WS-MISSING-COUNT TO WS-UNIT-MISSING (WS-UNIT-SUB).
           ADD WS-ON-DUPM-COUNT TO WS-TOTAL-EXPLAINED.
           ADD WS-GAP-UNEXPLAINED (WS-GAP-SUB) TO WS-TOTAL-UNEXPLAINED.
           ADD WS-GAP-UNEXPLAINED (WS-GAP-SUB)
               TO WS-UNIT-UNEXPLAINED (WS-UNIT-SUB).
           EVALUATE TRUE
               WHEN WS-GAP-UNEXPLAINED (WS-GAP-SUB) = ZERO
                   MOVE 'EXPLAINED' TO WS-GAP-STATUS (WS-GAP-SUB)
               WHEN WS-DAYS-OUTSTANDING > WS-AGE-LIMIT-DAYS
                   MOVE 'OVERDUE' TO WS-GAP-STATUS (WS-GAP-SUB)
                   ADD 1 TO WS-TOTAL-OVERDUE
                   ADD 1 TO WS-UNIT-OVERDUE (WS-UNIT-SUB)
               WHEN OTHER
                   MOVE 'OPEN' TO WS-GAP-STATUS (WS-GAP-SUB)
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      * COUNT THE MISSING counter VALUES THE DUPLICATE-COUNTER
      * MASTER HAS - THEY REACHED US AND WERE PROCESSED, JUST NOT
      * ON A DAY IN THE RANGE.  THE MASTER AND THE TABLE ARE BOTH
      * IN counter ORDER, SO THE TABLE IS WALKED ALONGSIDE THE
      * MASTER TO SKIP VALUES ANOTHER UNIT'S HISTORY ALREADY HOLDS.
       3300-PROBE-DUP-MASTER.
           MOVE ZEROES TO WS-ON-DUPM-COUNT.
           MOVE 'N' TO WS-PROBE-END-SWITCH.
           ADD 1 TO WS-LAST-SUB GIVING WS-WALK-SUB.
           ADD 1 TO WS-CTR-COUNTER (WS-LAST-SUB) GIVING DUPM-COUNTER.
           START DUPM-FILE KEY >= DUPM-COUNTER
               INVALID KEY
                   SET WS-PROBE-END TO TRUE
           END-START.
           PERFORM 3350-PROBE-ONE-ENTRY THRU 3350-EXIT
               UNTIL WS-PROBE-END.
       3300-EXIT.
           EXIT.

       3350-PROBE-ONE-ENTRY.
           READ DUPM-FILE NEXT RECORD
               AT END
                   SET WS-PROBE-END TO TRUE
                   GO TO 3350-EXIT
           END-READ.
           IF DUPM-COUNTER >= WS-CTR-COUNTER (WS-SUB)
               SET WS-PROBE-END TO TRUE
               GO TO 3350-EXIT
           END-IF.
           PERFORM 3360-ADVANCE-WALK THRU 3360-EXIT
               UNTIL WS-WALK-SUB >= WS-SUB
                  OR WS-CTR-COUNTER (WS-WALK-SUB) >= DUPM-COUNTER.
           IF WS-CTR-COUNTER (WS-WALK-SUB) NOT = DUPM-COUNTER
               ADD 1 TO WS-ON-DUPM-COUNT
           END-IF.
       3350-EXIT.
           EXIT.

       3360-ADVANCE-WALK.
           ADD 1 TO WS-WALK-SUB.
       3360-EXIT.
           EXIT.

      * A GAP BECOMES VISIBLE THE DAY ITS HIGHER NEIGHBOUR ARRIVES;
      * ITS AGE IS THE PROCESSING DAYS SINCE THEN.
       3400-AGE-GAP.
           MOVE ZEROES TO WS-DAYS-OUTSTANDING.
           IF WS-CTR-DATE (WS-SUB) IS NOT NUMERIC
               OR WS-CTR-DATE (WS-SUB) = ZEROES
               OR WS-CTR-DATE (WS-SUB) >= WS-TODAY-DATE
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-CTR-DATE (WS-SUB) TO WS-DTS-DATE.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           PERFORM 7300-COUNT-BUSINESS-DAYS THRU 7300-EXIT.
       3400-EXIT.
           EXIT.

      * ONE SECTION PER UNIT THAT HAS A GAP, IN THE ORDER THE
      * UNITS WERE FIRST SEEN, WITH ITS GAPS IN counter ORDER.
       4000-PRINT-GAPS.
           IF WS-GAP-COUNT = ZERO
               MOVE 'NO GAPS IN THE REGULAR BAND' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
               WRITE REPORT-LINE FROM WS-RPT-BLANK
               GO TO 4000-EXIT
           END-IF.
           MOVE ZEROES TO WS-UNIT-SUB.
           PERFORM 4100-PRINT-ONE-UNIT THRU 4100-EXIT
               UNTIL WS-UNIT-SUB >= WS-UNIT-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-UNIT.
           ADD 1 TO WS-UNIT-SUB.
           IF WS-UNIT-GAPS (WS-UNIT-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO WS-RPT-UNIT-STR.
           WRITE REPORT-LINE FROM WS-RPT-UNIT-HEADING.
           WRITE REPORT-LINE FROM WS-RPT-GAP-HEADER.
           MOVE ZEROES TO WS-GAP-SUB.
           PERFORM 4150-PRINT-ONE-GAP THRU 4150-EXIT
               UNTIL WS-GAP-SUB >= WS-GAP-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
       4100-EXIT.
           EXIT.

       4150-PRINT-ONE-GAP.
           ADD 1 TO WS-GAP-SUB.
           IF WS-GAP-UNIT-SUB (WS-GAP-SUB) NOT = WS-UNIT-SUB
               GO TO 4150-EXIT
           END-IF.
           MOVE WS-GAP-LOW-COUNTER (WS-GAP-SUB) TO WS-RPT-GAP-LOW.
           MOVE WS-GAP-LOW-DATE (WS-GAP-SUB) TO WS-RPT-GAP-LOW-DATE.
           MOVE WS-GAP-HIGH-COUNTER (WS-GAP-SUB) TO WS-RPT-GAP-HIGH.
           MOVE WS-GAP-HIGH-DATE (WS-GAP-SUB)
               TO WS-RPT-GAP-HIGH-DATE.
           MOVE WS-GAP-MISSING (WS-GAP-SUB) TO WS-RPT-GAP-MISSING.
           MOVE WS-GAP-ON-DUPM (WS-GAP-SUB) TO WS-RPT-GAP-ON-DUPM.
           MOVE WS-GAP-UNEXPLAINED (WS-GAP-SUB) TO WS-RPT-GAP-UNEXPL.
           MOVE WS-GAP-AGE (WS-GAP-SUB) TO WS-RPT-GAP-AGE.
           MOVE WS-GAP-STATUS (WS-GAP-SUB) TO WS-RPT-GAP-STATUS.
           WRITE REPORT-LINE FROM WS-RPT-GAP-DETAIL.
       4150-EXIT.
           EXIT.

       5000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM WS-RPT-SUM-HEADER.
           MOVE ZEROES TO WS-UNIT-SUB.
           PERFORM 5100-PRINT-ONE-UNIT-TOTAL THRU 5100-EXIT
               UNTIL WS-UNIT-SUB >= WS-UNIT-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.

           MOVE 'HISTORY RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-RECORDS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RG RECORDS IN RANGE' TO WS-RPT-LABEL.
           MOVE WS-RG-RECORDS-SELECTED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'DISTINCT RG COUNTERS' TO WS-RPT-LABEL.
           MOVE WS-CTR-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'GAPS FOUND' TO WS-RPT-LABEL.
           MOVE WS-TOTAL-GAPS TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'COUNTERS MISSING' TO WS-RPT-LABEL.
           MOVE WS-TOTAL-MISSING TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'EXPLAINED BY DUP MASTER' TO WS-RPT-LABEL.
           MOVE WS-TOTAL-EXPLAINED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNEXPLAINED' TO WS-RPT-LABEL.
           MOVE WS-TOTAL-UNEXPLAINED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'OVERDUE GAPS' TO WS-RPT-LABEL.
           MOVE WS-TOTAL-OVERDUE TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-UNIT-TOTAL.
           ADD 1 TO WS-UNIT-SUB.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO WS-RPT-SUM-STR.
           MOVE WS-UNIT-RG-COUNT (WS-UNIT-SUB) TO WS-RPT-SUM-RG.
           MOVE WS-UNIT-GAPS (WS-UNIT-SUB) TO WS-RPT-SUM-GAPS.
           MOVE WS-UNIT-MISSING (WS-UNIT-SUB) TO WS-RPT-SUM-MISSING.
           MOVE WS-UNIT-UNEXPLAINED (WS-UNIT-SUB)
               TO WS-RPT-SUM-UNEXPL.
           MOVE WS-UNIT-OVERDUE (WS-UNIT-SUB) TO WS-RPT-SUM-OVERDUE.
           WRITE REPORT-LINE FROM WS-RPT-SUM-DETAIL.
       5100-EXIT.
           EXIT.

      * CONVERT A YYYYMMDD DATE TO A DAY SERIAL - THE DIFFERENCE
      * OF TWO SERIALS IS THE NUMBER OF DAYS BETWEEN THE DATES.
      * STANDARD INTEGER-ARITHMETIC DAY-NUMBER COMPUTATION; THE
      * INTERMEDIATE RESULTS TRUNCATE INTO INTEGER FIELDS, WHICH
      * IS WHAT MAKES IT WORK.
       7100-DATE-TO-SERIAL.
           COMPUTE WS-DTS-WORK1 = (WS-DTS-MONTH + 9) / 12.
           COMPUTE WS-DTS-WORK2 =
               (7 * (WS-DTS-YEAR + WS-DTS-WORK1)) / 4.
           COMPUTE WS-DTS-WORK3 = (275 * WS-DTS-MONTH) / 9.
           COMPUTE WS-DTS-SERIAL = (367 * WS-DTS-YEAR)
               - WS-DTS-WORK2 + WS-DTS-WORK3 + WS-DTS-DAY.
       7100-EXIT.
           EXIT.

      * IS THE DAY WHOSE SERIAL IS IN WS-CAL-WORK-SERIAL A
      * PROCESSING DAY?  SERIAL PLUS 2, MOD 7, IS THE DAY OF THE
      * WEEK - 0 IS SUNDAY, 6 IS SATURDAY.
       7150-CHECK-PROCESSING-DAY.
           MOVE 'Y' TO WS-CAL-PROC-DAY-SWITCH.
           ADD 2 WS-CAL-WORK-SERIAL GIVING WS-CAL-WEEKDAY-WORK.
           DIVIDE WS-CAL-WEEKDAY-WORK BY 7 GIVING WS-CAL-QUOTIENT
               REMAINDER WS-CAL-WEEKDAY.
           IF (WS-CAL-WEEKDAY = 0 OR 6)
               AND NOT WS-CAL-WEEKENDS-PROCESS
               MOVE 'N' TO WS-CAL-PROC-DAY-SWITCH
               GO TO 7150-EXIT
           END-IF.
           MOVE ZEROES TO WS-CAL-SUB.
           PERFORM 7160-CHECK-ONE-HOLIDAY THRU 7160-EXIT
               UNTIL NOT WS-CAL-PROC-DAY
                  OR WS-CAL-SUB >= WS-CAL-COUNT.
       7150-EXIT.
           EXIT.

       7160-CHECK-ONE-HOLIDAY.
           ADD 1 TO WS-CAL-SUB.
           IF WS-CAL-SERIAL (WS-CAL-SUB) = WS-CAL-WORK-SERIAL
               MOVE 'N' TO WS-CAL-PROC-DAY-SWITCH
           END-IF.
       7160-EXIT.
           EXIT.

      * DAYS OUTSTANDING IS THE NUMBER OF PROCESSING DAYS AFTER THE
      * ARRIVAL DATE (SERIAL IN WS-DTS-SERIAL) UP TO AND INCLUDING
      * TODAY - A GAP THAT APPEARED ON FRIDAY IS ONE BUSINESS DAY
      * OLD ON MONDAY, NOT THREE.
       7300-COUNT-BUSINESS-DAYS.
           MOVE ZEROES TO WS-DAYS-OUTSTANDING.
           MOVE WS-DTS-SERIAL TO WS-CAL-WORK-SERIAL.
           PERFORM 7350-COUNT-ONE-DAY THRU 7350-EXIT
               UNTIL WS-CAL-WORK-SERIAL >= WS-TODAY-SERIAL.
       7300-EXIT.
           EXIT.

       7350-COUNT-ONE-DAY.
           ADD 1 TO WS-CAL-WORK-SERIAL.
           PERFORM 7150-CHECK-PROCESSING-DAY THRU 7150-EXIT.
           IF WS-CAL-PROC-DAY
               ADD 1 TO WS-DAYS-OUTSTANDING
           END-IF.
       7350-EXIT.
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
               DISPLAY 'Program24 ABEND: AUDIT TRAILER FOR '
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
               DISPLAY 'Program24 ABEND: AUDHIST NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  THE LAST DAY ON IT IS TRUNCATED'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-HIST-FILE.
           CLOSE DUPM-FILE.
           CLOSE REPORT-FILE.
           IF WS-TOTAL-OVERDUE > ZERO
               MOVE 8 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program24 ' WS-TOTAL-OVERDUE ' UNEXPLAINED '
                   'GAPS PAST THE AGE LIMIT - CHASE WITH THE SENDER'
           ELSE
               MOVE ZERO TO WS-JOB-RETURN-CODE
               DISPLAY 'Program24 COMPLETE - ' WS-TOTAL-GAPS
                   ' GAPS, NONE OVERDUE'
           END-IF.
       9000-EXIT.
           EXIT.
