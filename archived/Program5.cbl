      *                      SAY WHETHER A REJECT WAS RESUBMITTED    *
      *                      OR DROPPED - AND BY WHOM - WITHOUT      *
      *                      ANYONE PULLING THE SPOOLED REPORT.      *
      *     2026-10-08 DLM   TODAY IS NOW THE BUSINESS DATE FROM     *
      *                      THE BUSINESS-DATE CONTROL FILE (BDATE)  *
      *                      INSTEAD OF THE SYSTEM CLOCK, AND DAYS   *
      *                      OUTSTANDING (AND THE HOLDPARM AGE       *
      *                      LIMIT) ARE NOW COUNTED IN BUSINESS      *
      *                      DAYS - WEEKENDS AND THE HOLIDAYS ON     *
      *                      THE CALENDAR DO NOT AGE A REJECT.       *
      *                                                              *
      ****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-IN-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(92).

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

      * TRANSACTION DETAIL RECORD LAYOUT - THE REJECT FILE CARRIES
      * TRAIL OF EVERY EXECUTED APPROVE, CORRECT, AND DROP.
           COPY DSPAREC.

      * BUSINESS-DATE CONTROL RECORD AND PROCESSING CALENDAR.
           COPY BDATREC.

       01  WS-FILE-STATUSES.
           05  WS-REJECT-IN-STATUS      PIC X(2).
           05  WS-HELD-IN-STATUS        PIC X(2).
           05  WS-RECYCLE-CTL-STATUS    PIC X(2).
           05  WS-ACTV-OUT-STATUS       PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
       01  WS-CURR-REVIEW-COUNT         PIC 9(4)  VALUE ZEROES.
       01  WS-TODAY-DATE                PIC 9(8)  VALUE ZEROES.

      * HELD-REJECT AGE LIMIT IN BUSINESS DAYS FROM THE HOLDPARM
      * CARD - A MISSING OR ZERO CARD REPORTS AGING BUT ESCALATES
      * NOTHING.
       01  WS-AGE-LIMIT-DAYS            PIC 9(4)  VALUE ZEROES.
       01  WS-HOLD-PARM-CARD            PIC X(4).

       01  WS-TODAY-SERIAL              PIC 9(8)  COMP VALUE ZEROES.
       01  WS-DAYS-OUTSTANDING          PIC 9(5)  VALUE ZEROES.

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

      * ONE AGING ENTRY PER RECORD HELD THIS RUN, PRINTED AS ITS
      * OWN SECTION AFTER THE DISPOSITION DETAIL.
       01  WS-AGE-MAX                   PIC 9(4)  COMP VALUE 1000.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT REJECT-IN-FILE.
           IF WS-REJECT-IN-STATUS NOT = '00'
               DISPLAY 'Program5 ABEND: UNABLE TO OPEN REJECTIN - '
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE WS-TODAY-DATE TO WS-DTS-DATE.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.  THE
      * NON-PROCESSING DAYS BEHIND IT ARE LOADED AS THE CALENDAR
      * THE BUSINESS-DAY COUNTS ARE TAKEN AGAINST.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program5 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program5 ABEND: BDATE HAS NO VALID BUSINESS-'
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
                           DISPLAY 'Program5 ABEND: MORE THAN '
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

      * HELD-REJECT AGE LIMIT IN BUSINESS DAYS.  A MISSING OR ZERO
      * CARD STILL PRINTS THE AGING SECTION BUT ESCALATES NOTHING.
       1100-READ-HOLD-PARAMETER.
           OPEN INPUT HOLD-PARM-FILE.
           IF WS-HOLD-PARM-STATUS = '00'
                   'SUPPLIED - AGING REPORTED BUT NOT ESCALATED'
           ELSE
               DISPLAY 'Program5 ESCALATING HELD REJECTS OVER '
                   WS-AGE-LIMIT-DAYS ' BUSINESS DAYS OUTSTANDING'
           END-IF.
       1100-EXIT.
           EXIT.
           END-IF.
           MOVE WS-CURR-FIRST-SEEN TO WS-DTS-DATE.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           PERFORM 7300-COUNT-BUSINESS-DAYS THRU 7300-EXIT.
           ADD 1 TO WS-AGE-COUNT.
           MOVE TRAN-COUNTER TO WS-AGE-COUNTER (WS-AGE-COUNT).
           MOVE TRAN-STR TO WS-AGE-STR (WS-AGE-COUNT).
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

       9000-TERMINATE.
           CLOSE REJECT-IN-FILE.
           IF WS-HELD-IN-STATUS = '00'
                   MOVE 8 TO WS-JOB-RETURN-CODE
                   DISPLAY 'Program5 ' WS-AGE-BREACH-COUNT
                       ' HELD REJECTS PAST THE '
                       WS-AGE-LIMIT-DAYS '-BUSINESS-DAY AGE LIMIT'
               WHEN WS-HELD-COUNT > ZERO
                   OR WS-UNUSED-CARD-COUNT > ZERO
                   MOVE 4 TO WS-JOB-RETURN-CODE
