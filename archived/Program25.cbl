       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program25.
       AUTHOR. D L MASON.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *                                                              *
      *   Program25 - BUSINESS-UNIT DAILY ACTIVITY STATEMENTS        *
      *                                                              *
      *   EACH BUSINESS UNIT ASKS EVERY MORNING WHAT HAPPENED TO     *
      *   ITS TRANSACTIONS.  THIS PROGRAM ANSWERS ALL OF THEM FROM   *
      *   THE DAY'S AUDIT GENERATION, THE REJECT GENERATION AND THE  *
      *   HELD-REJECT FILE, INSTEAD OF CUTTING PIECES OUT OF THE     *
      *   Program2 SUMMARY AND THE Program7 EXCEPTION REPORT.  ONE   *
      *   STATEMENT PER str TAG, EACH STARTING ON A NEW PAGE SO      *
      *   THE PRINT BREAKS APART FOR DISTRIBUTION, SHOWING:          *
      *     - THE UNIT'S CALLS BY DISPOSITION AND counter HASH;      *
      *     - EVERY REJECTED, FATAL, DUPLICATE, HELD OR REVERSED     *
      *       counter WITH THE REASON;                               *
      *     - ITS OUTSTANDING HELD REJECTS, AGED IN BUSINESS DAYS;   *
      *     - THE TIE OF ITS FIGURES TO ITS ACTL-UNIT-RECORD.        *
      *   THE SAME CONTENT GOES TO A FIXED-FORMAT EXTRACT (SEE       *
      *   STMTREC.CPY) FOR THE UNITS THAT LOAD IT.                   *
      *                                                              *
      *   A UNIT IS ITS EFFECTIVE str TAG - THE TAG THE AUDIT        *
      *   RECORDS CARRY, SAME AS THE Program2 UNIT BREAKDOWN.  A     *
      *   BLANK TAG ON THE ACTL, REJECT OR HELD-REJECT RECORDS IS    *
      *   THE RUN'S PARMIN TAG, READ THE WAY Program1 READS IT.      *
      *   A STATEMENT TIES WHEN SUCCESS (OK + RETRIED + REVERSED),   *
      *   REJECT (REJECTED + FATAL + DUPLICATE), HELD AND counter    *
      *   HASH (EVERY RECORD BUT THE RETRY LEG) ALL AGREE WITH THE   *
      *   UNIT'S ACTL RECORD.  ANY STATEMENT THAT DOES NOT TIE IS    *
      *   MARKED DO NOT DISTRIBUTE AND ENDS THE STEP WITH RC 16.     *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-15 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   AUDITIN IS NOW PROVED AGAINST THE       *
      *                      AUDIT TRAILER Program1 WRITES AT THE    *
      *                      END OF EACH GENERATION.  A TRAILER THAT *
      *                      DOES NOT MATCH THE RECORDS AHEAD OF IT, *
      *                      OR RECORDS WITH NO TRAILER AFTER THEM,  *
      *                      STOP THE STEP WITH RC 99 BEFORE ANY     *
      *                      STATEMENT IS WRITTEN.  THE TRAILER      *
      *                      BELONGS TO NO UNIT AND IS NOT COUNTED.  *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO RJCTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT OPTIONAL HELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-IN-STATUS.

           SELECT CTL-IN-FILE ASSIGN TO CTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-IN-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT STMT-FILE ASSIGN TO STMTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO STMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC               PIC X(83).

       FD  REJECT-FILE.
       01  REJECT-FILE-REC              PIC X(30).

       FD  HELD-IN-FILE.
       01  HELD-IN-REC                  PIC X(42).

       FD  CTL-IN-FILE.
       01  CTL-IN-REC                   PIC X(56).

       FD  PARM-FILE.
       01  PARM-FILE-REC                PIC X(73).

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       FD  STMT-FILE.
       01  STMT-LINE                    PIC X(80).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC                  PIC X(120).

       WORKING-STORAGE SECTION.

      * AUDIT LOG RECORD LAYOUT - SAME COPYBOOK Program1 WRITES FROM.
           COPY AUDTREC.

      * TRANSACTION RECORD LAYOUT - THE REJECT FILE AND THE HELD-
      * REJECT RECORD BOTH CARRY THE ORIGINAL TRANSACTION.
           COPY TRANREC.

      * HELD-REJECT RECORD LAYOUT - WRITTEN BY Program5.
           COPY HELDREC.

      * ACTUAL RUN-TOTALS RECORDS - RUN-LEVEL FIRST, THEN ONE PER
      * BUSINESS UNIT.
           COPY ACTLREC.

      * MAINTENANCE PARAMETER CARD - ONLY THE str TAG IS USED HERE.
           COPY PARMREC.

      * BUSINESS-DATE CONTROL RECORD AND PROCESSING CALENDAR.
           COPY BDATREC.

      * STATEMENT EXTRACT RECORD LAYOUTS.
           COPY STMTREC.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS          PIC X(2).
           05  WS-REJECT-STATUS         PIC X(2).
           05  WS-HELD-IN-STATUS        PIC X(2).
           05  WS-CTL-IN-STATUS         PIC X(2).
           05  WS-PARM-STATUS           PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).
           05  WS-STMT-STATUS           PIC X(2).
           05  WS-EXTRACT-STATUS        PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-EOF                   VALUE 'Y'.
           05  WS-REJECT-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-REJECT-EOF            VALUE 'Y'.
           05  WS-HELD-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-HELD-EOF              VALUE 'Y'.
           05  WS-CTL-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-CTL-EOF               VALUE 'Y'.
           05  WS-UNIT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-UNIT-FOUND            VALUE 'Y'.
           05  WS-ACTL-PRESENT-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-ACTL-PRESENT          VALUE 'Y'.
           05  WS-LINE-AGREE-SWITCH     PIC X(1) VALUE 'Y'.
               88  WS-LINE-AGREES           VALUE 'Y'.

      * THE RUN'S str TAG - BLANK-TAGGED RECORDS ARE DRIVEN AND
      * AUDITED UNDER IT.
       01  WS-DEFAULT-STR               PIC X(20) VALUE "from COBOL".
       01  WS-RUN-STR                   PIC X(20).

       01  WS-TODAY-DATE                PIC 9(8)  VALUE ZEROES.
       01  WS-TODAY-SERIAL              PIC 9(8)  COMP VALUE ZEROES.
       01  WS-DAYS-OUTSTANDING          PIC 9(5)  VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ            PIC 9(8)  VALUE ZEROES.
           05  WS-REJECTS-READ          PIC 9(8)  VALUE ZEROES.
           05  WS-HELD-READ             PIC 9(8)  VALUE ZEROES.
           05  WS-ACTL-UNITS-READ       PIC 9(8)  VALUE ZEROES.
           05  WS-EXTRACT-WRITTEN       PIC 9(8)  VALUE ZEROES.
           05  WS-MISMATCH-COUNT        PIC 9(8)  VALUE ZEROES.
           05  WS-STMT-SUCCESS          PIC 9(8)  VALUE ZEROES.
           05  WS-STMT-REJECT           PIC 9(8)  VALUE ZEROES.
           05  WS-UNIT-CALLS            PIC 9(8)  VALUE ZEROES.
           05  WS-ORIGINAL-COUNTER      PIC 9(8)  VALUE ZEROES.

      * ONE ENTRY PER UNIT, IN THE ORDER FIRST SEEN ON THE AUDIT,
      * REJECT, HELD-REJECT OR ACTL FILE - ITS DISPOSITION COUNTS
      * FROM THE AUDIT, ITS FIGURES FROM ACTL, AND HOW MANY DETAIL
      * AND OUTSTANDING LINES IT HAS.
       01  WS-UNIT-MAX                  PIC 9(4)  COMP VALUE 500.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-COUNT            PIC 9(4)  COMP VALUE ZEROES.
           05  WS-UNIT-ENTRY            OCCURS 0 TO 500 TIMES
                                        DEPENDING ON WS-UNIT-COUNT.
               10  WS-UNIT-STR          PIC X(20).
               10  WS-UNIT-OK           PIC 9(8).
               10  WS-UNIT-RETRY        PIC 9(8).
               10  WS-UNIT-RETRIED      PIC 9(8).
               10  WS-UNIT-REJECTED     PIC 9(8).
               10  WS-UNIT-FATAL        PIC 9(8).
               10  WS-UNIT-DUPLICATE    PIC 9(8).
               10  WS-UNIT-REVERSED     PIC 9(8).
               10  WS-UNIT-HELD         PIC 9(8).
               10  WS-UNIT-HASH         PIC 9(12).
               10  WS-UNIT-REPAIR       PIC 9(8).
               10  WS-UNIT-DETAILS      PIC 9(6).
               10  WS-UNIT-OUTSTANDING  PIC 9(6).
               10  WS-UNIT-ACTL-SUCCESS PIC 9(8).
               10  WS-UNIT-ACTL-REJECT  PIC 9(8).
               10  WS-UNIT-ACTL-HELD    PIC 9(8).
               10  WS-UNIT-ACTL-HASH    PIC 9(12).
               10  WS-UNIT-TIE-SWITCH   PIC X(1).
                   88  WS-UNIT-TIES         VALUE 'Y'.
       01  WS-UNIT-WORK-STR             PIC X(20).

      * EVERY REJECTED, FATAL, DUPLICATE, HELD OR REVERSED AUDIT
      * RECORD, IN CALL ORDER, FOR THE STATEMENT DETAIL.  A
      * STATEMENT MUST BE COMPLETE, SO RUNNING OUT OF ROOM ABENDS
      * RATHER THAN DROPPING LINES.
       01  WS-EXCP-MAX                  PIC 9(8)  COMP VALUE 50000.
       01  WS-EXCP-TABLE.
           05  WS-EXCP-COUNT            PIC 9(8)  COMP VALUE ZEROES.
           05  WS-EXCP-ENTRY            OCCURS 0 TO 50000 TIMES
                                        DEPENDING ON WS-EXCP-COUNT.
               10  WS-EXCP-UNIT-SUB     PIC 9(4)  COMP.
               10  WS-EXCP-TIMESTAMP    PIC X(26).
               10  WS-EXCP-TYPE         PIC X(2).
               10  WS-EXCP-COUNTER      PIC 9(8).
               10  WS-EXCP-RET-VALUE    PIC S9(9) SIGN IS TRAILING
                                        SEPARATE CHARACTER.
               10  WS-EXCP-DISP         PIC X(8).

      * EVERY OUTSTANDING HELD REJECT, AGED AS IT IS LOADED.
       01  WS-OUT-MAX                   PIC 9(8)  COMP VALUE 20000.
       01  WS-OUT-TABLE.
           05  WS-OUT-COUNT             PIC 9(8)  COMP VALUE ZEROES.
           05  WS-OUT-ENTRY             OCCURS 0 TO 20000 TIMES
                                        DEPENDING ON WS-OUT-COUNT.
               10  WS-OUT-UNIT-SUB      PIC 9(4)  COMP.
               10  WS-OUT-TYPE          PIC X(2).
               10  WS-OUT-COUNTER       PIC 9(8).
               10  WS-OUT-FIRST-SEEN    PIC 9(8).
               10  WS-OUT-REVIEWS       PIC 9(4).
               10  WS-OUT-AGE           PIC 9(5).

       01  WS-SUBSCRIPTS.
           05  WS-SUB                   PIC 9(8)  COMP VALUE ZEROES.
           05  WS-UNIT-SUB              PIC 9(4)  COMP VALUE ZEROES.
           05  WS-UNIT-SCAN-SUB         PIC 9(4)  COMP VALUE ZEROES.
           05  WS-STMT-SUB              PIC 9(4)  COMP VALUE ZEROES.

      * REASON TEXT FOR A REVERSAL - THE ORIGINAL counter IT TOOK
      * BACK IS THE REVERSAL counter LESS 80000000.
       01  WS-REVERSAL-REASON.
           05  FILLER                   PIC X(20) VALUE
               'BACKED OUT ORIGINAL'.
           05  WS-REVERSAL-ORIGINAL     PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
       01  WS-REASON-TEXT               PIC X(30).

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
                   'myCDLL DAILY ACTIVITY STATEMENT'.
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-CONTROL-TITLE.
               10  FILLER               PIC X(40) VALUE
                   'myCDLL STATEMENT RUN CONTROL'.
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-SECTION.
               10  WS-RPT-SECTION-NAME  PIC X(40).
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-NONE.
               10  FILLER               PIC X(6)  VALUE '  NONE'.
               10  FILLER               PIC X(74) VALUE SPACES.
           05  WS-RPT-EXCP-HEADER.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  FILLER               PIC X(5)  VALUE 'TYPE'.
               10  FILLER               PIC X(10) VALUE 'COUNTER'.
               10  FILLER               PIC X(10) VALUE 'DISP'.
               10  FILLER               PIC X(10) VALUE ' RET VALUE'.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(30) VALUE 'REASON'.
               10  FILLER               PIC X(12) VALUE SPACES.
           05  WS-RPT-EXCP-DETAIL.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-EX-TYPE       PIC X(2).
               10  FILLER               PIC X(3)  VALUE SPACES.
               10  WS-RPT-EX-COUNTER    PIC X(8).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-EX-DISP       PIC X(8).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-EX-RET        PIC +++++++++9.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-EX-REASON     PIC X(30).
               10  FILLER               PIC X(12) VALUE SPACES.
           05  WS-RPT-OUT-HEADER.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  FILLER               PIC X(5)  VALUE 'TYPE'.
               10  FILLER               PIC X(10) VALUE 'COUNTER'.
               10  FILLER               PIC X(10) VALUE 'FIRST SEEN'.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  FILLER               PIC X(7)  VALUE 'REVIEWS'.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  FILLER               PIC X(8)  VALUE 'AGE DAYS'.
               10  FILLER               PIC X(37) VALUE SPACES.
           05  WS-RPT-OUT-DETAIL.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-OUT-TYPE      PIC X(2).
               10  FILLER               PIC X(3)  VALUE SPACES.
               10  WS-RPT-OUT-COUNTER   PIC X(8).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-OUT-SEEN      PIC X(8).
               10  FILLER               PIC X(3)  VALUE SPACES.
               10  WS-RPT-OUT-REVIEWS   PIC ZZZZZZ9.
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-OUT-AGE       PIC ZZZZZZZ9.
               10  FILLER               PIC X(37) VALUE SPACES.
           05  WS-RPT-TIE-HEADER.
               10  FILLER               PIC X(30) VALUE SPACES.
               10  FILLER               PIC X(12) VALUE
                   '   STATEMENT'.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(12) VALUE
                   '        ACTL'.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(8)  VALUE 'RESULT'.
               10  FILLER               PIC X(14) VALUE SPACES.
           05  WS-RPT-TIE-DETAIL.
               10  WS-RPT-TIE-LABEL     PIC X(30).
               10  WS-RPT-TIE-STMT      PIC ZZZZZZZZZZZ9.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-TIE-ACTL      PIC ZZZZZZZZZZZ9.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-TIE-RESULT    PIC X(8).
               10  FILLER               PIC X(14) VALUE SPACES.
           05  WS-RPT-DETAIL.
               10  WS-RPT-LABEL         PIC X(30).
               10  WS-RPT-VALUE         PIC X(26).
               10  FILLER               PIC X(24) VALUE SPACES.
           05  WS-RPT-COUNT-EDIT        PIC ZZZZZZZ9.
           05  WS-RPT-HASH-EDIT         PIC ZZZZZZZZZZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-AUDIT-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 2500-READ-REJECTS THRU 2500-EXIT.
           PERFORM 3000-READ-HELD-REJECTS THRU 3000-EXIT.
           PERFORM 3500-READ-ACTL-TOTALS THRU 3500-EXIT.
           PERFORM 4000-TIE-UNITS THRU 4000-EXIT.
           PERFORM 5000-WRITE-STATEMENTS THRU 5000-EXIT.
           PERFORM 6000-PRINT-RUN-CONTROL THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           MOVE WS-TODAY-DATE TO WS-DTS-DATE.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
           PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Program25 ABEND: UNABLE TO OPEN AUDITIN'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT STMT-FILE.
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY 'Program25 ABEND: UNABLE TO OPEN STMTOUT'
               CLOSE AUDIT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Program25 ABEND: UNABLE TO OPEN STMTEXT'
               CLOSE AUDIT-FILE
               CLOSE STMT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.  THE
      * NON-PROCESSING DAYS BEHIND IT ARE LOADED AS THE CALENDAR
      * THE HELD REJECTS ARE AGED AGAINST.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program25 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program25 ABEND: BDATE HAS NO VALID BUSINESS-'
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
                           DISPLAY 'Program25 ABEND: MORE THAN '
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
           DISPLAY 'Program25 BLANK-TAGGED RECORDS BELONG TO UNIT: '
               WS-RUN-STR.
       1200-EXIT.
           EXIT.

      * COUNT EVERY AUDIT RECORD BY UNIT AND DISPOSITION THE WAY
      * Program2 DOES, ADD ITS counter TO THE UNIT HASH UNLESS IT
      * IS THE FAILED FIRST LEG OF A RETRY (THE SECOND LEG CARRIES
      * THE SAME counter), AND KEEP EVERY EXCEPTION FOR THE DETAIL.
       2000-READ-AUDIT-RECORD.
           READ AUDIT-FILE INTO AUDIT-RECORD
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
           ADD 1 TO WS-AUDIT-READ.
           MOVE AUDIT-STR TO WS-UNIT-WORK-STR.
           PERFORM 2900-LOCATE-UNIT THRU 2900-EXIT.
           IF NOT AUDIT-DISP-RETRY
               ADD AUDIT-COUNTER TO WS-UNIT-HASH (WS-UNIT-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN AUDIT-DISP-OK
                   ADD 1 TO WS-UNIT-OK (WS-UNIT-SUB)
               WHEN AUDIT-DISP-RETRY
                   ADD 1 TO WS-UNIT-RETRY (WS-UNIT-SUB)
               WHEN AUDIT-DISP-RETRIED
                   ADD 1 TO WS-UNIT-RETRIED (WS-UNIT-SUB)
               WHEN AUDIT-DISP-REJECTED
                   ADD 1 TO WS-UNIT-REJECTED (WS-UNIT-SUB)
                   PERFORM 2100-STORE-EXCEPTION THRU 2100-EXIT
               WHEN AUDIT-DISP-FATAL
                   ADD 1 TO WS-UNIT-FATAL (WS-UNIT-SUB)
                   PERFORM 2100-STORE-EXCEPTION THRU 2100-EXIT
               WHEN AUDIT-DISP-DUPLICATE
                   ADD 1 TO WS-UNIT-DUPLICATE (WS-UNIT-SUB)
                   PERFORM 2100-STORE-EXCEPTION THRU 2100-EXIT
               WHEN AUDIT-DISP-REVERSED
                   ADD 1 TO WS-UNIT-REVERSED (WS-UNIT-SUB)
                   PERFORM 2100-STORE-EXCEPTION THRU 2100-EXIT
               WHEN AUDIT-DISP-HELD
                   ADD 1 TO WS-UNIT-HELD (WS-UNIT-SUB)
                   PERFORM 2100-STORE-EXCEPTION THRU 2100-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-STORE-EXCEPTION.
           IF WS-EXCP-COUNT >= WS-EXCP-MAX
               DISPLAY 'Program25 ABEND: MORE THAN ' WS-EXCP-MAX
                   ' EXCEPTIONS ON THE AUDIT - RAISE THE EXCEPTION '
                   'TABLE LIMIT'
               CLOSE AUDIT-FILE
               CLOSE STMT-FILE
               CLOSE EXTRACT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE WS-UNIT-SUB TO WS-EXCP-UNIT-SUB (WS-EXCP-COUNT).
           MOVE AUDIT-TIMESTAMP TO WS-EXCP-TIMESTAMP (WS-EXCP-COUNT).
           MOVE AUDIT-RECORD-TYPE TO WS-EXCP-TYPE (WS-EXCP-COUNT).
           MOVE AUDIT-COUNTER TO WS-EXCP-COUNTER (WS-EXCP-COUNT).
           MOVE AUDIT-RET-VALUE
               TO WS-EXCP-RET-VALUE (WS-EXCP-COUNT).
           MOVE AUDIT-DISPOSITION TO WS-EXCP-DISP (WS-EXCP-COUNT).
           ADD 1 TO WS-UNIT-DETAILS (WS-UNIT-SUB).
       2100-EXIT.
           EXIT.

      * THE REJECT GENERATION CARRIES THE ORIGINAL TRANSACTIONS
      * SENT FOR REPAIR AND RESUBMISSION.  EACH UNIT'S STATEMENT
      * SAYS HOW MANY OF ITS RECORDS ARE WAITING THERE.
       2500-READ-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = '00'
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2550-READ-ONE-REJECT THRU 2550-EXIT
               UNTIL WS-REJECT-EOF.
           CLOSE REJECT-FILE.
       2500-EXIT.
           EXIT.

       2550-READ-ONE-REJECT.
           READ REJECT-FILE INTO TRAN-RECORD
               AT END
                   SET WS-REJECT-EOF TO TRUE
                   GO TO 2550-EXIT
           END-READ.
           ADD 1 TO WS-REJECTS-READ.
           IF TRAN-STR = SPACES
               MOVE WS-RUN-STR TO WS-UNIT-WORK-STR
           ELSE
               MOVE TRAN-STR TO WS-UNIT-WORK-STR
           END-IF.
           PERFORM 2900-LOCATE-UNIT THRU 2900-EXIT.
           ADD 1 TO WS-UNIT-REPAIR (WS-UNIT-SUB).
       2550-EXIT.
           EXIT.

      * FIND - OR ADD - THE UNIT ENTRY FOR WS-UNIT-WORK-STR.
       2900-LOCATE-UNIT.
           MOVE 'N' TO WS-UNIT-FOUND-SWITCH.
           MOVE ZEROES TO WS-UNIT-SCAN-SUB.
           PERFORM 2950-CHECK-ONE-UNIT THRU 2950-EXIT
               UNTIL WS-UNIT-FOUND
                  OR WS-UNIT-SCAN-SUB >= WS-UNIT-COUNT.
           IF WS-UNIT-FOUND
               GO TO 2900-EXIT
           END-IF.
           IF WS-UNIT-COUNT >= WS-UNIT-MAX
               DISPLAY 'Program25 ABEND: MORE THAN ' WS-UNIT-MAX
                   ' DISTINCT BUSINESS UNITS - RAISE THE UNIT '
                   'TABLE LIMIT'
               CLOSE AUDIT-FILE
               CLOSE STMT-FILE
               CLOSE EXTRACT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-UNIT-COUNT.
           MOVE WS-UNIT-COUNT TO WS-UNIT-SUB.
           MOVE WS-UNIT-WORK-STR TO WS-UNIT-STR (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-OK (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-RETRY (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-RETRIED (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-REJECTED (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-FATAL (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-DUPLICATE (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-REVERSED (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-HELD (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-HASH (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-REPAIR (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-DETAILS (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-OUTSTANDING (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-ACTL-SUCCESS (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-ACTL-REJECT (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-ACTL-HELD (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-ACTL-HASH (WS-UNIT-SUB).
           MOVE 'N' TO WS-UNIT-TIE-SWITCH (WS-UNIT-SUB).
       2900-EXIT.
           EXIT.

       2950-CHECK-ONE-UNIT.
           ADD 1 TO WS-UNIT-SCAN-SUB.
           IF WS-UNIT-STR (WS-UNIT-SCAN-SUB) = WS-UNIT-WORK-STR
               SET WS-UNIT-FOUND TO TRUE
               MOVE WS-UNIT-SCAN-SUB TO WS-UNIT-SUB
           END-IF.
       2950-EXIT.
           EXIT.

      * EVERY HELD REJECT STILL OUTSTANDING, AGED IN BUSINESS DAYS
      * FROM ITS FIRST-SEEN DATE THE SAME WAY THE RECYCLE JOB AGES
      * IT.  NO HELD FILE MEANS NOTHING IS HELD.
       3000-READ-HELD-REJECTS.
           OPEN INPUT HELD-IN-FILE.
           IF WS-HELD-IN-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-READ-ONE-HELD THRU 3050-EXIT
               UNTIL WS-HELD-EOF.
           CLOSE HELD-IN-FILE.
       3000-EXIT.
           EXIT.

       3050-READ-ONE-HELD.
           READ HELD-IN-FILE INTO HELD-RECORD
               AT END
                   SET WS-HELD-EOF TO TRUE
                   GO TO 3050-EXIT
           END-READ.
           ADD 1 TO WS-HELD-READ.
           MOVE HELD-TRAN-DATA TO TRAN-RECORD.
           IF TRAN-STR = SPACES
               MOVE WS-RUN-STR TO WS-UNIT-WORK-STR
           ELSE
               MOVE TRAN-STR TO WS-UNIT-WORK-STR
           END-IF.
           PERFORM 2900-LOCATE-UNIT THRU 2900-EXIT.
           IF WS-OUT-COUNT >= WS-OUT-MAX
               DISPLAY 'Program25 ABEND: MORE THAN ' WS-OUT-MAX
                   ' HELD REJECTS - RAISE THE OUTSTANDING TABLE '
                   'LIMIT'
               CLOSE AUDIT-FILE
               CLOSE STMT-FILE
               CLOSE EXTRACT-FILE
               CLOSE HELD-IN-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROES TO WS-DAYS-OUTSTANDING.
           IF HELD-FIRST-SEEN-DATE IS NUMERIC
               AND HELD-FIRST-SEEN-DATE > ZEROES
               AND HELD-FIRST-SEEN-DATE < WS-TODAY-DATE
               MOVE HELD-FIRST-SEEN-DATE TO WS-DTS-DATE
               PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT
               PERFORM 7300-COUNT-BUSINESS-DAYS THRU 7300-EXIT
           END-IF.
           ADD 1 TO WS-OUT-COUNT.
           MOVE WS-UNIT-SUB TO WS-OUT-UNIT-SUB (WS-OUT-COUNT).
           MOVE TRAN-RECORD-TYPE TO WS-OUT-TYPE (WS-OUT-COUNT).
           MOVE TRAN-COUNTER TO WS-OUT-COUNTER (WS-OUT-COUNT).
           IF HELD-FIRST-SEEN-DATE IS NUMERIC
               MOVE HELD-FIRST-SEEN-DATE
                   TO WS-OUT-FIRST-SEEN (WS-OUT-COUNT)
           ELSE
               MOVE ZEROES TO WS-OUT-FIRST-SEEN (WS-OUT-COUNT)
           END-IF.
           IF HELD-REVIEW-COUNT IS NUMERIC
               MOVE HELD-REVIEW-COUNT TO WS-OUT-REVIEWS (WS-OUT-COUNT)
           ELSE
               MOVE ZEROES TO WS-OUT-REVIEWS (WS-OUT-COUNT)
           END-IF.
           MOVE WS-DAYS-OUTSTANDING TO WS-OUT-AGE (WS-OUT-COUNT).
           ADD 1 TO WS-UNIT-OUTSTANDING (WS-UNIT-SUB).
       3050-EXIT.
           EXIT.

      * THE RUN-LEVEL RECORD COMES FIRST AND IS SKIPPED; EVERY UNIT
      * RECORD AFTER IT IS ADDED TO ITS UNIT.  ACTL IS KEYED BY THE
      * RAW TAG, SO A BLANK TAG IS THE RUN'S TAG HERE.  A MERGED
      * SPLIT RUN CAN CARRY THE SAME UNIT MORE THAN ONCE - THE
      * FIGURES ADD.
       3500-READ-ACTL-TOTALS.
           OPEN INPUT CTL-IN-FILE.
           IF WS-CTL-IN-STATUS NOT = '00'
               DISPLAY 'Program25 ABEND: UNABLE TO OPEN CTLIN'
               CLOSE AUDIT-FILE
               CLOSE STMT-FILE
               CLOSE EXTRACT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CTL-IN-FILE INTO ACTL-TOTALS-RECORD
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   SET WS-ACTL-PRESENT TO TRUE
           END-READ.
           PERFORM 3550-READ-ONE-ACTL-UNIT THRU 3550-EXIT
               UNTIL WS-CTL-EOF.
           CLOSE CTL-IN-FILE.
           IF NOT WS-ACTL-PRESENT
               DISPLAY 'Program25 WARNING: CTLIN IS EMPTY - NO '
                   'STATEMENT WITH ACTIVITY CAN TIE'
           END-IF.
       3500-EXIT.
           EXIT.

       3550-READ-ONE-ACTL-UNIT.
           READ CTL-IN-FILE INTO ACTL-UNIT-RECORD
               AT END
                   SET WS-CTL-EOF TO TRUE
                   GO TO 3550-EXIT
           END-READ.
           ADD 1 TO WS-ACTL-UNITS-READ.
           IF ACTL-UNIT-STR = SPACES
               MOVE WS-RUN-STR TO WS-UNIT-WORK-STR
           ELSE
               MOVE ACTL-UNIT-STR TO WS-UNIT-WORK-STR
           END-IF.
           PERFORM 2900-LOCATE-UNIT THRU 2900-EXIT.
           ADD ACTL-UNIT-SUCCESS TO WS-UNIT-ACTL-SUCCESS (WS-UNIT-SUB).
           ADD ACTL-UNIT-REJECT TO WS-UNIT-ACTL-REJECT (WS-UNIT-SUB).
           ADD ACTL-UNIT-HELD TO WS-UNIT-ACTL-HELD (WS-UNIT-SUB).
           ADD ACTL-UNIT-HASH TO WS-UNIT-ACTL-HASH (WS-UNIT-SUB).
       3550-EXIT.
           EXIT.

      * A UNIT TIES WHEN ALL FOUR FIGURES AGREE WITH ACTL.  A UNIT
      * WITH NO ACTIVITY TODAY (ONLY HELD REJECTS) HAS NO ACTL
      * RECORD AND TIES AT ZERO.
       4000-TIE-UNITS.
           MOVE ZEROES TO WS-UNIT-SUB.
           PERFORM 4100-TIE-ONE-UNIT THRU 4100-EXIT
               UNTIL WS-UNIT-SUB >= WS-UNIT-COUNT.
       4000-EXIT.
           EXIT.

       4100-TIE-ONE-UNIT.
           ADD 1 TO WS-UNIT-SUB.
           PERFORM 4200-COMPUTE-STMT-TOTALS THRU 4200-EXIT.
           IF WS-STMT-SUCCESS = WS-UNIT-ACTL-SUCCESS (WS-UNIT-SUB)
               AND WS-STMT-REJECT = WS-UNIT-ACTL-REJECT (WS-UNIT-SUB)
               AND WS-UNIT-HELD (WS-UNIT-SUB)
                   = WS-UNIT-ACTL-HELD (WS-UNIT-SUB)
               AND WS-UNIT-HASH (WS-UNIT-SUB)
                   = WS-UNIT-ACTL-HASH (WS-UNIT-SUB)
               MOVE 'Y' TO WS-UNIT-TIE-SWITCH (WS-UNIT-SUB)
           ELSE
               MOVE 'N' TO WS-UNIT-TIE-SWITCH (WS-UNIT-SUB)
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY 'Program25 UNIT ' WS-UNIT-STR (WS-UNIT-SUB)
                   ' DOES NOT TIE TO ACTL'
           END-IF.
       4100-EXIT.
           EXIT.

       4200-COMPUTE-STMT-TOTALS.
           ADD WS-UNIT-OK (WS-UNIT-SUB)
               WS-UNIT-RETRIED (WS-UNIT-SUB)
               WS-UNIT-REVERSED (WS-UNIT-SUB)
               GIVING WS-STMT-SUCCESS.
           ADD WS-UNIT-REJECTED (WS-UNIT-SUB)
               WS-UNIT-FATAL (WS-UNIT-SUB)
               WS-UNIT-DUPLICATE (WS-UNIT-SUB)
               GIVING WS-STMT-REJECT.
       4200-EXIT.
           EXIT.

      * ONE STATEMENT AND ONE SET OF EXTRACT RECORDS PER UNIT, IN
      * THE ORDER THE UNITS WERE FIRST SEEN.
       5000-WRITE-STATEMENTS.
           MOVE ZEROES TO WS-STMT-SUB.
           PERFORM 5100-WRITE-ONE-STATEMENT THRU 5100-EXIT
               UNTIL WS-STMT-SUB >= WS-UNIT-COUNT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-STATEMENT.
           ADD 1 TO WS-STMT-SUB.
           MOVE WS-STMT-SUB TO WS-UNIT-SUB.
           PERFORM 4200-COMPUTE-STMT-TOTALS THRU 4200-EXIT.
           WRITE STMT-LINE FROM WS-RPT-TITLE
               AFTER ADVANCING PAGE.
           WRITE STMT-LINE FROM WS-RPT-BLANK.
           MOVE 'BUSINESS UNIT (STR)' TO WS-RPT-LABEL.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.
           MOVE 'BUSINESS DATE' TO WS-RPT-LABEL.
           MOVE WS-TODAY-DATE TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.
           WRITE STMT-LINE FROM WS-RPT-BLANK.
           PERFORM 5200-PRINT-DISPOSITIONS THRU 5200-EXIT.
           PERFORM 5300-WRITE-HEADER-EXTRACT THRU 5300-EXIT.

           MOVE 'EXCEPTIONS' TO WS-RPT-SECTION-NAME.
           WRITE STMT-LINE FROM WS-RPT-SECTION.
           IF WS-UNIT-DETAILS (WS-UNIT-SUB) = ZERO
               WRITE STMT-LINE FROM WS-RPT-NONE
           ELSE
               WRITE STMT-LINE FROM WS-RPT-EXCP-HEADER
               MOVE ZEROES TO WS-SUB
               PERFORM 5400-PRINT-ONE-EXCEPTION THRU 5400-EXIT
                   UNTIL WS-SUB >= WS-EXCP-COUNT
           END-IF.
           WRITE STMT-LINE FROM WS-RPT-BLANK.

           MOVE 'OUTSTANDING HELD REJECTS' TO WS-RPT-SECTION-NAME.
           WRITE STMT-LINE FROM WS-RPT-SECTION.
           IF WS-UNIT-OUTSTANDING (WS-UNIT-SUB) = ZERO
               WRITE STMT-LINE FROM WS-RPT-NONE
           ELSE
               WRITE STMT-LINE FROM WS-RPT-OUT-HEADER
               MOVE ZEROES TO WS-SUB
               PERFORM 5500-PRINT-ONE-OUTSTANDING THRU 5500-EXIT
                   UNTIL WS-SUB >= WS-OUT-COUNT
           END-IF.
           WRITE STMT-LINE FROM WS-RPT-BLANK.

           PERFORM 5600-PRINT-TIE THRU 5600-EXIT.
       5100-EXIT.
           EXIT.

       5200-PRINT-DISPOSITIONS.
           MOVE 'CALLS BY DISPOSITION' TO WS-RPT-SECTION-NAME.
           WRITE STMT-LINE FROM WS-RPT-SECTION.
           ADD WS-STMT-SUCCESS WS-STMT-REJECT
               WS-UNIT-RETRY (WS-UNIT-SUB)
               WS-UNIT-HELD (WS-UNIT-SUB)
               GIVING WS-UNIT-CALLS.

           MOVE 'TOTAL AUDIT RECORDS' TO WS-RPT-LABEL.
           MOVE WS-UNIT-CALLS TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'COMPLETED OK' TO WS-RPT-LABEL.
           MOVE WS-UNIT-OK (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RETRY ATTEMPTS' TO WS-RPT-LABEL.
           MOVE WS-UNIT-RETRY (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'SUCCESSFUL AFTER RETRY' TO WS-RPT-LABEL.
           MOVE WS-UNIT-RETRIED (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'REVERSALS (BACKED OUT)' TO WS-RPT-LABEL.
           MOVE WS-UNIT-REVERSED (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'REJECTED' TO WS-RPT-LABEL.
           MOVE WS-UNIT-REJECTED (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'FATAL' TO WS-RPT-LABEL.
           MOVE WS-UNIT-FATAL (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'CROSS-RUN DUPLICATES' TO WS-RPT-LABEL.
           MOVE WS-UNIT-DUPLICATE (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HELD UNIT (NO CALL)' TO WS-RPT-LABEL.
           MOVE WS-UNIT-HELD (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'COUNTER HASH' TO WS-RPT-LABEL.
           MOVE WS-UNIT-HASH (WS-UNIT-SUB) TO WS-RPT-HASH-EDIT.
           MOVE WS-RPT-HASH-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'SENT FOR REPAIR (REJECT FILE)' TO WS-RPT-LABEL.
           MOVE WS-UNIT-REPAIR (WS-UNIT-SUB) TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.
           WRITE STMT-LINE FROM WS-RPT-BLANK.
       5200-EXIT.
           EXIT.

       5300-WRITE-HEADER-EXTRACT.
           MOVE SPACES TO STM-HEADER-RECORD.
           SET STM-TYPE-HEADER TO TRUE.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO STM-UNIT-STR.
           MOVE WS-TODAY-DATE TO STM-BUSINESS-DATE.
           MOVE WS-UNIT-OK (WS-UNIT-SUB) TO STM-OK-COUNT.
           MOVE WS-UNIT-RETRY (WS-UNIT-SUB) TO STM-RETRY-COUNT.
           MOVE WS-UNIT-RETRIED (WS-UNIT-SUB) TO STM-RETRIED-COUNT.
           MOVE WS-UNIT-REJECTED (WS-UNIT-SUB) TO STM-REJECTED-COUNT.
           MOVE WS-UNIT-FATAL (WS-UNIT-SUB) TO STM-FATAL-COUNT.
           MOVE WS-UNIT-DUPLICATE (WS-UNIT-SUB)
               TO STM-DUPLICATE-COUNT.
           MOVE WS-UNIT-REVERSED (WS-UNIT-SUB) TO STM-REVERSED-COUNT.
           MOVE WS-UNIT-HELD (WS-UNIT-SUB) TO STM-HELD-COUNT.
           MOVE WS-UNIT-HASH (WS-UNIT-SUB) TO STM-COUNTER-HASH.
           MOVE WS-UNIT-DETAILS (WS-UNIT-SUB) TO STM-DETAIL-COUNT.
           MOVE WS-UNIT-OUTSTANDING (WS-UNIT-SUB)
               TO STM-OUTSTANDING-COUNT.
           MOVE WS-UNIT-TIE-SWITCH (WS-UNIT-SUB) TO STM-TIE-SWITCH.
           WRITE EXTRACT-REC FROM STM-HEADER-RECORD.
           ADD 1 TO WS-EXTRACT-WRITTEN.
       5300-EXIT.
           EXIT.

       5400-PRINT-ONE-EXCEPTION.
           ADD 1 TO WS-SUB.
           IF WS-EXCP-UNIT-SUB (WS-SUB) NOT = WS-UNIT-SUB
               GO TO 5400-EXIT
           END-IF.
           PERFORM 5450-SET-REASON THRU 5450-EXIT.
           MOVE WS-EXCP-TYPE (WS-SUB) TO WS-RPT-EX-TYPE.
           MOVE WS-EXCP-COUNTER (WS-SUB) TO WS-RPT-EX-COUNTER.
           MOVE WS-EXCP-DISP (WS-SUB) TO WS-RPT-EX-DISP.
           MOVE WS-EXCP-RET-VALUE (WS-SUB) TO WS-RPT-EX-RET.
           MOVE WS-REASON-TEXT TO WS-RPT-EX-REASON.
           WRITE STMT-LINE FROM WS-RPT-EXCP-DETAIL.

           MOVE SPACES TO STM-DETAIL-RECORD.
           MOVE 'SD' TO STM-DTL-TYPE.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO STM-DTL-UNIT-STR.
           MOVE WS-TODAY-DATE TO STM-DTL-BUSINESS-DATE.
           MOVE WS-EXCP-TYPE (WS-SUB) TO STM-DTL-TRAN-TYPE.
           MOVE WS-EXCP-COUNTER (WS-SUB) TO STM-DTL-COUNTER.
           MOVE WS-EXCP-DISP (WS-SUB) TO STM-DTL-DISPOSITION.
           MOVE WS-EXCP-RET-VALUE (WS-SUB) TO STM-DTL-RET-VALUE.
           MOVE WS-EXCP-TIMESTAMP (WS-SUB) TO STM-DTL-TIMESTAMP.
           MOVE WS-REASON-TEXT TO STM-DTL-REASON.
           WRITE EXTRACT-REC FROM STM-DETAIL-RECORD.
           ADD 1 TO WS-EXTRACT-WRITTEN.
       5400-EXIT.
           EXIT.

      * THE REASON A UNIT SEES FOR EACH EXCEPTION.  A REJECT WITH A
      * ZERO RETURN VALUE NEVER REACHED THE DLL - IT FAILED THE
      * EDIT; ANY OTHER REJECT IS THE DLL REFUSING IT TWICE.
       5450-SET-REASON.
           EVALUATE WS-EXCP-DISP (WS-SUB)
               WHEN 'REJECTED'
                   IF WS-EXCP-RET-VALUE (WS-SUB) = ZERO
                       MOVE 'FAILED EDIT - SENT FOR REPAIR'
                           TO WS-REASON-TEXT
                   ELSE
                       MOVE 'VENDOR REJECTED AFTER RETRY'
                           TO WS-REASON-TEXT
                   END-IF
               WHEN 'FATAL'
                   MOVE 'VENDOR FATAL - RUN STOPPED'
                       TO WS-REASON-TEXT
               WHEN 'DUPLIC'
                   MOVE 'ALREADY PROCESSED - SKIPPED'
                       TO WS-REASON-TEXT
               WHEN 'HELD'
                   MOVE 'UNIT ON HOLD - NOT PROCESSED'
                       TO WS-REASON-TEXT
               WHEN 'REVERSED'
                   IF WS-EXCP-COUNTER (WS-SUB) > 80000000
                       SUBTRACT 80000000 FROM WS-EXCP-COUNTER (WS-SUB)
                           GIVING WS-REVERSAL-ORIGINAL
                   ELSE
                       MOVE ZEROES TO WS-REVERSAL-ORIGINAL
                   END-IF
                   MOVE WS-REVERSAL-REASON TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.
       5450-EXIT.
           EXIT.

       5500-PRINT-ONE-OUTSTANDING.
           ADD 1 TO WS-SUB.
           IF WS-OUT-UNIT-SUB (WS-SUB) NOT = WS-UNIT-SUB
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-OUT-TYPE (WS-SUB) TO WS-RPT-OUT-TYPE.
           MOVE WS-OUT-COUNTER (WS-SUB) TO WS-RPT-OUT-COUNTER.
           MOVE WS-OUT-FIRST-SEEN (WS-SUB) TO WS-RPT-OUT-SEEN.
           MOVE WS-OUT-REVIEWS (WS-SUB) TO WS-RPT-OUT-REVIEWS.
           MOVE WS-OUT-AGE (WS-SUB) TO WS-RPT-OUT-AGE.
           WRITE STMT-LINE FROM WS-RPT-OUT-DETAIL.

           MOVE SPACES TO STM-OUTSTANDING-RECORD.
           MOVE 'SO' TO STM-OUT-TYPE.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO STM-OUT-UNIT-STR.
           MOVE WS-TODAY-DATE TO STM-OUT-BUSINESS-DATE.
           MOVE WS-OUT-TYPE (WS-SUB) TO STM-OUT-TRAN-TYPE.
           MOVE WS-OUT-COUNTER (WS-SUB) TO STM-OUT-COUNTER.
           MOVE WS-OUT-FIRST-SEEN (WS-SUB) TO STM-OUT-FIRST-SEEN.
           MOVE WS-OUT-REVIEWS (WS-SUB) TO STM-OUT-REVIEW-COUNT.
           MOVE WS-OUT-AGE (WS-SUB) TO STM-OUT-AGE-DAYS.
           WRITE EXTRACT-REC FROM STM-OUTSTANDING-RECORD.
           ADD 1 TO WS-EXTRACT-WRITTEN.
       5500-EXIT.
           EXIT.

      * THE STATEMENT'S OWN FIGURES AGAINST THE UNIT'S ACTL RECORD,
      * LINE BY LINE, AND THE VERDICT.
       5600-PRINT-TIE.
           MOVE 'CONTROL TIE TO ACTL' TO WS-RPT-SECTION-NAME.
           WRITE STMT-LINE FROM WS-RPT-SECTION.
           WRITE STMT-LINE FROM WS-RPT-TIE-HEADER.

           MOVE 'SUCCESSFUL CALLS' TO WS-RPT-TIE-LABEL.
           MOVE WS-STMT-SUCCESS TO WS-RPT-TIE-STMT.
           MOVE WS-UNIT-ACTL-SUCCESS (WS-UNIT-SUB) TO WS-RPT-TIE-ACTL.
           IF WS-STMT-SUCCESS = WS-UNIT-ACTL-SUCCESS (WS-UNIT-SUB)
               MOVE 'Y' TO WS-LINE-AGREE-SWITCH
           ELSE
               MOVE 'N' TO WS-LINE-AGREE-SWITCH
           END-IF.
           PERFORM 5650-WRITE-TIE-LINE THRU 5650-EXIT.

           MOVE 'REJECTS (INCL DUPLICATES)' TO WS-RPT-TIE-LABEL.
           MOVE WS-STMT-REJECT TO WS-RPT-TIE-STMT.
           MOVE WS-UNIT-ACTL-REJECT (WS-UNIT-SUB) TO WS-RPT-TIE-ACTL.
           IF WS-STMT-REJECT = WS-UNIT-ACTL-REJECT (WS-UNIT-SUB)
               MOVE 'Y' TO WS-LINE-AGREE-SWITCH
           ELSE
               MOVE 'N' TO WS-LINE-AGREE-SWITCH
           END-IF.
           PERFORM 5650-WRITE-TIE-LINE THRU 5650-EXIT.

           MOVE 'HELD UNIT (NO CALL)' TO WS-RPT-TIE-LABEL.
           MOVE WS-UNIT-HELD (WS-UNIT-SUB) TO WS-RPT-TIE-STMT.
           MOVE WS-UNIT-ACTL-HELD (WS-UNIT-SUB) TO WS-RPT-TIE-ACTL.
           IF WS-UNIT-HELD (WS-UNIT-SUB)
                   = WS-UNIT-ACTL-HELD (WS-UNIT-SUB)
               MOVE 'Y' TO WS-LINE-AGREE-SWITCH
           ELSE
               MOVE 'N' TO WS-LINE-AGREE-SWITCH
           END-IF.
           PERFORM 5650-WRITE-TIE-LINE THRU 5650-EXIT.

           MOVE 'COUNTER HASH' TO WS-RPT-TIE-LABEL.
           MOVE WS-UNIT-HASH (WS-UNIT-SUB) TO WS-RPT-TIE-STMT.
           MOVE WS-UNIT-ACTL-HASH (WS-UNIT-SUB) TO WS-RPT-TIE-ACTL.
           IF WS-UNIT-HASH (WS-UNIT-SUB)
                   = WS-UNIT-ACTL-HASH (WS-UNIT-SUB)
               MOVE 'Y' TO WS-LINE-AGREE-SWITCH
           ELSE
               MOVE 'N' TO WS-LINE-AGREE-SWITCH
           END-IF.
           PERFORM 5650-WRITE-TIE-LINE THRU 5650-EXIT.
           WRITE STMT-LINE FROM WS-RPT-BLANK.

           IF WS-UNIT-TIES (WS-UNIT-SUB)
               MOVE 'STATEMENT TIES TO CONTROL TOTALS'
                   TO WS-RPT-SECTION-NAME
           ELSE
               MOVE '*** DOES NOT TIE - DO NOT DISTRIBUTE ***'
                   TO WS-RPT-SECTION-NAME
           END-IF.
           WRITE STMT-LINE FROM WS-RPT-SECTION.
           MOVE 'END OF STATEMENT' TO WS-RPT-SECTION-NAME.
           WRITE STMT-LINE FROM WS-RPT-SECTION.
       5600-EXIT.
           EXIT.

       5650-WRITE-TIE-LINE.
           IF WS-LINE-AGREES
               MOVE 'AGREE' TO WS-RPT-TIE-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-RPT-TIE-RESULT
           END-IF.
           WRITE STMT-LINE FROM WS-RPT-TIE-DETAIL.
       5650-EXIT.
           EXIT.

      * A LAST PAGE FOR OPERATIONS - WHAT WAS READ, WHAT WAS
      * PRODUCED, AND WHICH STATEMENTS MUST NOT GO OUT.
       6000-PRINT-RUN-CONTROL.
           WRITE STMT-LINE FROM WS-RPT-CONTROL-TITLE
               AFTER ADVANCING PAGE.
           WRITE STMT-LINE FROM WS-RPT-BLANK.
           MOVE 'BUSINESS DATE' TO WS-RPT-LABEL.
           MOVE WS-TODAY-DATE TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'AUDIT RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-AUDIT-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'REJECT RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-REJECTS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HELD REJECTS READ' TO WS-RPT-LABEL.
           MOVE WS-HELD-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'ACTL UNIT RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-ACTL-UNITS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'STATEMENTS PRODUCED' TO WS-RPT-LABEL.
           MOVE WS-UNIT-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'EXTRACT RECORDS WRITTEN' TO WS-RPT-LABEL.
           MOVE WS-EXTRACT-WRITTEN TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           MOVE 'STATEMENTS NOT TYING' TO WS-RPT-LABEL.
           MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE STMT-LINE FROM WS-RPT-DETAIL.

           IF WS-MISMATCH-COUNT > ZERO
               WRITE STMT-LINE FROM WS-RPT-BLANK
               MOVE 'DO NOT DISTRIBUTE:' TO WS-RPT-SECTION-NAME
               WRITE STMT-LINE FROM WS-RPT-SECTION
               MOVE ZEROES TO WS-UNIT-SUB
               PERFORM 6100-LIST-ONE-MISMATCH THRU 6100-EXIT
                   UNTIL WS-UNIT-SUB >= WS-UNIT-COUNT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-MISMATCH.
           ADD 1 TO WS-UNIT-SUB.
           IF NOT WS-UNIT-TIES (WS-UNIT-SUB)
               MOVE '  UNIT' TO WS-RPT-LABEL
               MOVE WS-UNIT-STR (WS-UNIT-SUB) TO WS-RPT-VALUE
               WRITE STMT-LINE FROM WS-RPT-DETAIL
           END-IF.
       6100-EXIT.
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
      * FIRST-SEEN DATE (SERIAL IN WS-DTS-SERIAL) UP TO AND
      * INCLUDING TODAY - A REJECT FIRST SEEN ON FRIDAY IS ONE
      * BUSINESS DAY OLD ON MONDAY, NOT THREE.
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
               DISPLAY 'Program25 ABEND: AUDIT TRAILER FOR '
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
               DISPLAY 'Program25 ABEND: AUDITIN NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  TRUNCATED, OR FROM A RUN THAT DID NOT FINISH'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
           CLOSE STMT-FILE.
           CLOSE EXTRACT-FILE.
           IF WS-MISMATCH-COUNT > ZERO
               MOVE 16 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program25 ' WS-MISMATCH-COUNT ' STATEMENTS '
                   'DO NOT TIE TO ACTL - HOLD DISTRIBUTION'
           ELSE
               MOVE ZERO TO WS-JOB-RETURN-CODE
               DISPLAY 'Program25 COMPLETE - ' WS-UNIT-COUNT
                   ' STATEMENTS, ALL TIED TO ACTL'
           END-IF.
       9000-EXIT.
           EXIT.
