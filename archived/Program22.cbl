       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program22.
       AUTHOR. D L MASON.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 2026-10-08.
       DATE-COMPILED.

      ****************************************************************
      *                                                              *
      *   Program22 - BUSINESS-DATE ROLL                             *
      *                                                              *
      *   ADVANCES THE BUSINESS-DATE CONTROL FILE (SEE BDATREC.CPY)  *
      *   TO THE NEXT PROCESSING DAY ONCE THE CURRENT DAY HAS        *
      *   CLOSED.  THE CURRENT GENERATION IS READ FROM BDATEIN; ANY  *
      *   NEW NON-PROCESSING DAYS ON THE OPTIONAL CALIN CARDS ARE    *
      *   MERGED INTO ITS HOLIDAY CALENDAR; THE CALENDAR IS STEPPED  *
      *   FORWARD ONE DAY AT A TIME FROM THE CURRENT DATE, PAST      *
      *   WEEKENDS (UNLESS THE CONTROL RECORD SAYS WEEKENDS          *
      *   PROCESS) AND HOLIDAYS, TO THE NEXT PROCESSING DAY; AND     *
      *   THE NEW GENERATION IS WRITTEN TO BDATEOUT WITH THAT DATE   *
      *   AS THE BUSINESS DATE AND THE OLD ONE AS ITS PRIOR DATE.    *
      *   THE REPORT SHOWS THE ROLL, EVERY DAY IT STEPPED OVER AND   *
      *   WHY, AND EVERY CALENDAR CARD APPLIED OR REJECTED.  A       *
      *   REJECTED CARD ENDS THE STEP WITH RC 4 - THE ROLL ITSELF    *
      *   STILL HAPPENS.                                             *
      *                                                              *
      *   PAST NON-PROCESSING DAYS ARE CARRIED FORWARD - THE HELD-   *
      *   REJECT AGING AND DUPLICATE-MASTER RETENTION LOOK BACK      *
      *   ACROSS THEM WHEN THEY COUNT BUSINESS DAYS.                 *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-08 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   THE ROLL IS NOW GATED ON THE DAY-CLOSE  *
      *                      SIGN-OFF: THE DATE ADVANCES ONLY WHEN   *
      *                      THE LATEST DC ENTRY ON THE RUN          *
      *                      REGISTER FOR THE CURRENT BUSINESS DATE  *
      *                      SAYS RELEASED.  OTHERWISE THE NEW       *
      *                      GENERATION CARRIES THE SAME DATE AND    *
      *                      THE STEP ENDS RC 12, UNLESS A FORCE     *
      *                      CARD WITH AN OPERATOR ID IS ON ROLLPARM *
      *                      (ROLLED, RC 4, OPERATOR ON THE REPORT). *
      *     2026-10-15 DLM   A DAY CAN NOW CLOSE IN MORE THAN ONE    *
      *                      FEED CYCLE, EACH WITH ITS OWN DC ENTRY. *
      *                      THE LATEST DC FOR EVERY CYCLE CLOSED ON *
      *                      THE DATE MUST SAY RELEASED (A BLANK     *
      *                      CYCLE IS '01'); ONE HELD CYCLE HOLDS    *
      *                      THE ROLL.  EACH CYCLE IS ON THE REPORT. *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDATE-IN-FILE ASSIGN TO BDATEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-IN-STATUS.

           SELECT OPTIONAL CAL-CARD-FILE ASSIGN TO CALIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-CARD-STATUS.

           SELECT BDATE-OUT-FILE ASSIGN TO BDATEOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL RUN-REG-FILE ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT OPTIONAL ROLL-PARM-FILE ASSIGN TO ROLLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BDATE-IN-FILE.
       01  BDATE-IN-REC                 PIC X(40).

       FD  CAL-CARD-FILE.
       01  CAL-CARD-REC                 PIC X(40).

       FD  BDATE-OUT-FILE.
       01  BDATE-OUT-REC                PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       FD  RUN-REG-FILE.
       01  RUN-REG-REC                  PIC X(90).

       FD  ROLL-PARM-FILE.
       01  ROLL-PARM-REC                PIC X(80).

       WORKING-STORAGE SECTION.

      * BUSINESS-DATE CONTROL RECORD AND PROCESSING CALENDAR - THE
      * CALIN CARDS ARE NP RECORDS IN THE SAME LAYOUT.
           COPY BDATREC.

      * BATCH RUN REGISTER RECORD LAYOUT - ONLY THE DAY-CLOSE (DC)
      * ENTRIES MATTER HERE.
           COPY RREGREC.

      * OPTIONAL ROLL OVERRIDE CARD - 'FORCE' IN COLUMNS 1-5 AND
      * THE AUTHORIZING OPERATOR ID IN 6-13 ROLLS A DAY THE DAY-
      * CLOSE DID NOT RELEASE.
       01  WS-ROLL-PARM-CARD.
           05  WS-ROLL-PARM-ACTION      PIC X(5).
               88  WS-ROLL-PARM-FORCE       VALUE 'FORCE'.
           05  WS-ROLL-PARM-OPERATOR    PIC X(8).
           05  FILLER                   PIC X(67).

       01  WS-FILE-STATUSES.
           05  WS-BDATE-IN-STATUS       PIC X(2).
           05  WS-CAL-CARD-STATUS       PIC X(2).
           05  WS-BDATE-OUT-STATUS      PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-RUN-REG-STATUS        PIC X(2).
           05  WS-ROLL-PARM-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-BDATE-EOF-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-BDATE-EOF             VALUE 'Y'.
           05  WS-CARD-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF              VALUE 'Y'.
           05  WS-DATE-VALID-SWITCH     PIC X(1) VALUE 'Y'.
               88  WS-DATE-VALID            VALUE 'Y'.
           05  WS-CAL-FOUND-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-CAL-FOUND             VALUE 'Y'.
           05  WS-REG-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-REG-EOF               VALUE 'Y'.
           05  WS-ROLL-REFUSED-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-ROLL-REFUSED          VALUE 'Y'.
           05  WS-ROLL-FORCED-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-ROLL-FORCED           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(8)  VALUE ZEROES.
           05  WS-HOLIDAYS-ADDED        PIC 9(8)  VALUE ZEROES.
           05  WS-HOLIDAYS-ALREADY-ON   PIC 9(8)  VALUE ZEROES.
           05  WS-CARDS-REJECTED        PIC 9(8)  VALUE ZEROES.
           05  WS-DAYS-SKIPPED          PIC 9(8)  VALUE ZEROES.
           05  WS-DAYS-STEPPED          PIC 9(8)  VALUE ZEROES.

      * THE CONTROL RECORD AS READ, CARRIED FORWARD WITH ITS DATE
      * ROLLED.
       01  WS-OLD-BUSINESS-DATE         PIC 9(8)  VALUE ZEROES.
       01  WS-NEW-BUSINESS-DATE         PIC 9(8)  VALUE ZEROES.
       01  WS-CTL-WEEKEND-SWITCH        PIC X(1)  VALUE 'N'.
       01  WS-CTL-DESCRIPTION           PIC X(21) VALUE SPACES.
       01  WS-CTL-PRIOR-DATE            PIC 9(8)  VALUE ZEROES.

      * OUTCOME OF THE LATEST DAY-CLOSE ENTRY ON THE REGISTER FOR
      * THE CURRENT BUSINESS DATE - SPACES IF THE DAY WAS NEVER
      * SIGNED OFF.
       01  WS-DAY-CLOSE-STATUS          PIC X(8)  VALUE SPACES.
           88  WS-DAY-RELEASED              VALUE 'RELEASED'.

      * LATEST DAY-CLOSE OUTCOME FOR EACH FEED CYCLE SIGNED OFF ON
      * THE CURRENT BUSINESS DATE, IN FIRST-SEEN ORDER.  THE DAY IS
      * RELEASED ONLY WHEN EVERY CYCLE IN THE TABLE IS.
       01  WS-CYCLE-MAX                 PIC 9(4)  COMP VALUE 20.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-COUNT           PIC 9(4)  COMP VALUE ZEROES.
           05  WS-CYCLE-ENTRY           OCCURS 0 TO 20 TIMES
                                        DEPENDING ON WS-CYCLE-COUNT.
               10  WS-CYCLE-ID          PIC X(2).
               10  WS-CYCLE-STATUS      PIC X(8).
       01  WS-CYCLE-SUB                 PIC 9(4)  COMP VALUE ZEROES.
       01  WS-CYCLE-WORK                PIC X(2)  VALUE SPACES.
       01  WS-CYCLE-FOUND-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-CYCLE-FOUND               VALUE 'Y'.

      * A CALENDAR THAT FINDS NO PROCESSING DAY IN A WHOLE YEAR IS
      * WRONG, NOT BUSY - STOP RATHER THAN LOOP.
       01  WS-MAX-DAYS-STEPPED          PIC 9(8)  VALUE 366.

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

      * DAYS IN EACH MONTH - FEBRUARY IS CORRECTED FOR LEAP YEARS
      * WHEN THE CALENDAR IS STEPPED ACROSS IT.
       01  WS-MONTH-DAYS-VALUES         PIC X(24)  VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE          REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS            PIC 9(2)  OCCURS 12 TIMES.
       01  WS-MONTH-LENGTH              PIC 9(2)  VALUE ZEROES.
       01  WS-LEAP-FIELDS.
           05  WS-LEAP-QUOTIENT         PIC 9(8)  COMP.
           05  WS-LEAP-REM-4            PIC 9(4)  COMP.
           05  WS-LEAP-REM-100          PIC 9(4)  COMP.
           05  WS-LEAP-REM-400          PIC 9(4)  COMP.

      * THE HOLIDAY CALENDAR - EVERY NP RECORD FROM BDATEIN IN FILE
      * ORDER, THEN EVERY NEW DATE FROM THE CALIN CARDS.  THE SERIAL
      * IS WHAT THE PROCESSING-DAY CHECK MATCHES ON.
       01  WS-CAL-MAX                   PIC 9(4)  COMP VALUE 500.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT             PIC 9(4)  COMP VALUE ZEROES.
           05  WS-CAL-ENTRY             OCCURS 0 TO 500 TIMES
                                        DEPENDING ON WS-CAL-COUNT.
               10  WS-CAL-DATE          PIC 9(8).
               10  WS-CAL-SERIAL        PIC 9(8)  COMP.
               10  WS-CAL-DESC          PIC X(21).
       01  WS-CAL-SUB                   PIC 9(4)  COMP VALUE ZEROES.
       01  WS-CAL-WORK-SERIAL           PIC 9(8)  COMP VALUE ZEROES.
       01  WS-CAL-WEEKDAY-WORK          PIC 9(8)  COMP VALUE ZEROES.
       01  WS-CAL-QUOTIENT              PIC 9(8)  COMP VALUE ZEROES.
       01  WS-CAL-WEEKDAY               PIC 9(1)  VALUE ZERO.
       01  WS-CAL-WEEKEND-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-CAL-WEEKENDS-PROCESS      VALUE 'Y'.
       01  WS-CAL-PROC-DAY-SWITCH       PIC X(1)  VALUE 'Y'.
           88  WS-CAL-PROC-DAY              VALUE 'Y'.

       01  WS-JOB-RETURN-CODE           PIC 9(4)  VALUE ZEROES.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER               PIC X(40) VALUE
                   'Program22 BUSINESS-DATE ROLL'.
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-DAY-DETAIL.
               10  FILLER               PIC X(10) VALUE '  SKIPPED '.
               10  WS-RPT-DAY-DATE      PIC 9(8).
               10  FILLER               PIC X(3)  VALUE ' - '.
               10  WS-RPT-DAY-REASON    PIC X(21).
               10  FILLER               PIC X(38) VALUE SPACES.
           05  WS-RPT-CARD-DETAIL.
               10  FILLER               PIC X(7)  VALUE '  CARD '.
               10  WS-RPT-CARD-TYPE     PIC X(2).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-CARD-DATE     PIC X(8).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-CARD-DESC     PIC X(21).
               10  FILLER               PIC X(3)  VALUE ' - '.
               10  WS-RPT-CARD-TEXT     PIC X(37).
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
           PERFORM 1200-LOAD-CALENDAR-CARDS THRU 1200-EXIT.
           PERFORM 1300-CHECK-DAY-CLOSE THRU 1300-EXIT.
           IF WS-ROLL-REFUSED
               MOVE WS-OLD-BUSINESS-DATE TO WS-NEW-BUSINESS-DATE
           ELSE
               PERFORM 2000-FIND-NEXT-PROCESSING-DAY THRU 2000-EXIT
           END-IF.
           PERFORM 3000-WRITE-NEW-GENERATION THRU 3000-EXIT.
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      * THE FIRST RECORD MUST BE A VALID CONTROL RECORD - ROLLING A
      * DAMAGED FILE WOULD ONLY SPREAD THE DAMAGE TO EVERY PROGRAM
      * THAT READS THE NEXT GENERATION.
       1000-INITIALIZE.
           OPEN INPUT BDATE-IN-FILE.
           IF WS-BDATE-IN-STATUS NOT = '00'
               DISPLAY 'Program22 ABEND: UNABLE TO OPEN BDATEIN'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Program22 ABEND: UNABLE TO OPEN REPTOUT'
               CLOSE BDATE-IN-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO BDAT-RECORD.
           READ BDATE-IN-FILE INTO BDAT-RECORD
               AT END
                   MOVE SPACES TO BDAT-RECORD
           END-READ.
           MOVE 'N' TO WS-DATE-VALID-SWITCH.
           IF BDAT-TYPE-CONTROL
               AND BDAT-DATE IS NUMERIC
               MOVE BDAT-DATE TO WS-DTS-DATE
               PERFORM 7050-VALIDATE-DATE THRU 7050-EXIT
           END-IF.
           IF NOT WS-DATE-VALID
               DISPLAY 'Program22 ABEND: BDATEIN HAS NO VALID '
                   'BUSINESS-DATE CONTROL RECORD'
               CLOSE BDATE-IN-FILE
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-OLD-BUSINESS-DATE.
           MOVE BDAT-WEEKEND-SWITCH TO WS-CTL-WEEKEND-SWITCH.
           MOVE BDAT-DESCRIPTION TO WS-CTL-DESCRIPTION.
           MOVE BDAT-PRIOR-DATE TO WS-CTL-PRIOR-DATE.
           IF BDAT-WEEKENDS-PROCESS
               SET WS-CAL-WEEKENDS-PROCESS TO TRUE
           END-IF.
           PERFORM 1100-LOAD-ONE-HOLIDAY THRU 1100-EXIT
               UNTIL WS-BDATE-EOF.
           CLOSE BDATE-IN-FILE.
           OPEN OUTPUT BDATE-OUT-FILE.
           IF WS-BDATE-OUT-STATUS NOT = '00'
               DISPLAY 'Program22 ABEND: UNABLE TO OPEN BDATEOUT'
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
       1000-EXIT.
           EXIT.

      * AN NP RECORD ON THE CURRENT GENERATION THAT IS NOT A REAL
      * DATE CANNOT BE MATCHED AGAINST AND IS NOT CARRIED FORWARD.
       1100-LOAD-ONE-HOLIDAY.
           READ BDATE-IN-FILE INTO BDAT-RECORD
               AT END
                   SET WS-BDATE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF NOT BDAT-TYPE-NONPROC
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-DATE-VALID-SWITCH.
           IF BDAT-DATE IS NUMERIC
               MOVE BDAT-DATE TO WS-DTS-DATE
               PERFORM 7050-VALIDATE-DATE THRU 7050-EXIT
           END-IF.
           IF NOT WS-DATE-VALID
               DISPLAY 'Program22 WARNING: NON-PROCESSING DAY '
                   BDAT-DATE ' ON BDATEIN IS NOT A VALID DATE - '
                   'DROPPED'
               GO TO 1100-EXIT
           END-IF.
           PERFORM 7300-ADD-CALENDAR-ENTRY THRU 7300-EXIT.
       1100-EXIT.
           EXIT.

      * NEW HOLIDAYS FROM THE CALIN CARDS.  A DATE ALREADY ON THE
      * CALENDAR IS NOTED AND SKIPPED; A CARD THAT IS NOT AN NP
      * CARD WITH A VALID DATE IS REJECTED.  NO CALIN MEANS NO
      * CALENDAR CHANGES TODAY.
       1200-LOAD-CALENDAR-CARDS.
           OPEN INPUT CAL-CARD-FILE.
           IF WS-CAL-CARD-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-APPLY-ONE-CARD THRU 1250-EXIT
               UNTIL WS-CARD-EOF.
           CLOSE CAL-CARD-FILE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
       1200-EXIT.
           EXIT.

       1250-APPLY-ONE-CARD.
           READ CAL-CARD-FILE INTO BDAT-RECORD
               AT END
                   SET WS-CARD-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.
           ADD 1 TO WS-CARDS-READ.
           MOVE BDAT-RECORD-TYPE TO WS-RPT-CARD-TYPE.
           MOVE BDAT-RECORD (3:8) TO WS-RPT-CARD-DATE.
           MOVE BDAT-DESCRIPTION TO WS-RPT-CARD-DESC.
           IF NOT BDAT-TYPE-NONPROC
               MOVE 'REJECTED - NOT AN NP CARD'
                   TO WS-RPT-CARD-TEXT
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1250-EXIT
           END-IF.
           MOVE 'N' TO WS-DATE-VALID-SWITCH.
           IF BDAT-DATE IS NUMERIC
               MOVE BDAT-DATE TO WS-DTS-DATE
               PERFORM 7050-VALIDATE-DATE THRU 7050-EXIT
           END-IF.
           IF NOT WS-DATE-VALID
               MOVE 'REJECTED - DATE NOT VALID'
                   TO WS-RPT-CARD-TEXT
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1250-EXIT
           END-IF.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           MOVE WS-DTS-SERIAL TO WS-CAL-WORK-SERIAL.
           MOVE 'N' TO WS-CAL-FOUND-SWITCH.
           MOVE ZEROES TO WS-CAL-SUB.
           PERFORM 1260-CHECK-ONE-ENTRY THRU 1260-EXIT
               UNTIL WS-CAL-FOUND
                  OR WS-CAL-SUB >= WS-CAL-COUNT.
           IF WS-CAL-FOUND
               ADD 1 TO WS-HOLIDAYS-ALREADY-ON
               MOVE 'ALREADY ON THE CALENDAR - SKIPPED'
                   TO WS-RPT-CARD-TEXT
           ELSE
               PERFORM 7300-ADD-CALENDAR-ENTRY THRU 7300-EXIT
               ADD 1 TO WS-HOLIDAYS-ADDED
               MOVE 'ADDED TO THE CALENDAR' TO WS-RPT-CARD-TEXT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-CARD-DETAIL.
       1250-EXIT.
           EXIT.

       1260-CHECK-ONE-ENTRY.
           ADD 1 TO WS-CAL-SUB.
           IF WS-CAL-SERIAL (WS-CAL-SUB) = WS-CAL-WORK-SERIAL
               SET WS-CAL-FOUND TO TRUE
           END-IF.
       1260-EXIT.
           EXIT.

      * THE CALLER HAS ALREADY LEFT THE REASON IN WS-RPT-CARD-TEXT.
       1290-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED.
           WRITE REPORT-LINE FROM WS-RPT-CARD-DETAIL.
       1290-EXIT.
           EXIT.

      * THE DAY MAY ONLY BE ROLLED ONCE THE DAY-CLOSE SIGN-OFF HAS
      * RELEASED IT - THE LATEST DC ENTRY FOR THE CURRENT BUSINESS
      * DATE AND CYCLE WINS, SO A CYCLE HELD AND THEN SIGNED OFF
      * AGAIN CLEAN COUNTS AS RELEASED, AND EVERY CYCLE SIGNED OFF
      * ON THE DATE MUST END UP RELEASED.  A DAY NEVER RELEASED IS
      * NOT ROLLED UNLESS AN OPERATOR FORCES IT ON ROLLPARM; A FORCE
      * CARD THAT DOES NOT NAME THE OPERATOR IS IGNORED.  THE GATE
      * ALSO KEEPS A SECOND RUN OF THE JOB FROM SKIPPING A DAY - THE
      * NEW DATE HAS NOT BEEN SIGNED OFF YET.
       1300-CHECK-DAY-CLOSE.
           OPEN INPUT RUN-REG-FILE.
           IF WS-RUN-REG-STATUS = '00'
               PERFORM 1350-SCAN-ONE-ENTRY THRU 1350-EXIT
                   UNTIL WS-REG-EOF
               CLOSE RUN-REG-FILE
           END-IF.
           MOVE ZEROES TO WS-CYCLE-SUB.
           PERFORM 1370-CHECK-ONE-CYCLE THRU 1370-EXIT
               UNTIL WS-CYCLE-SUB >= WS-CYCLE-COUNT.
           IF WS-DAY-RELEASED
               DISPLAY 'Program22 DAY-CLOSE RELEASED '
                   WS-OLD-BUSINESS-DATE
               GO TO 1300-EXIT
           END-IF.
           MOVE SPACES TO WS-ROLL-PARM-CARD.
           OPEN INPUT ROLL-PARM-FILE.
           IF WS-ROLL-PARM-STATUS = '00'
               READ ROLL-PARM-FILE INTO WS-ROLL-PARM-CARD
                   AT END
                       MOVE SPACES TO WS-ROLL-PARM-CARD
               END-READ
               CLOSE ROLL-PARM-FILE
           END-IF.
           IF WS-ROLL-PARM-FORCE
               AND WS-ROLL-PARM-OPERATOR NOT = SPACES
               SET WS-ROLL-FORCED TO TRUE
               DISPLAY 'Program22 WARNING: ' WS-OLD-BUSINESS-DATE
                   ' WAS NOT RELEASED BY THE DAY-CLOSE - ROLL '
                   'FORCED BY OPERATOR ' WS-ROLL-PARM-OPERATOR
               GO TO 1300-EXIT
           END-IF.
           IF WS-ROLL-PARM-FORCE
               DISPLAY 'Program22 WARNING: FORCE CARD HAS NO '
                   'OPERATOR ID - IGNORED'
           END-IF.
           SET WS-ROLL-REFUSED TO TRUE.
           DISPLAY 'Program22 ROLL REFUSED: ' WS-OLD-BUSINESS-DATE
               ' HAS NOT BEEN RELEASED BY THE DAY-CLOSE SIGN-OFF'.
       1300-EXIT.
           EXIT.

       1350-SCAN-ONE-ENTRY.
           READ RUN-REG-FILE INTO RREG-RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           IF NOT RREG-TYPE-DAY-CLOSE
               OR RREG-RUN-DATE NOT = WS-OLD-BUSINESS-DATE
               GO TO 1350-EXIT
           END-IF.
           MOVE RREG-CYCLE-ID TO WS-CYCLE-WORK.
           IF WS-CYCLE-WORK = SPACES
               MOVE '01' TO WS-CYCLE-WORK
           END-IF.
           MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
           MOVE ZEROES TO WS-CYCLE-SUB.
           PERFORM 1360-FIND-ONE-CYCLE THRU 1360-EXIT
               UNTIL WS-CYCLE-FOUND
                  OR WS-CYCLE-SUB >= WS-CYCLE-COUNT.
           IF NOT WS-CYCLE-FOUND
               IF WS-CYCLE-COUNT >= WS-CYCLE-MAX
                   DISPLAY 'Program22 ABEND: MORE THAN ' WS-CYCLE-MAX
                       ' FEED CYCLES CLOSED ON ' WS-OLD-BUSINESS-DATE
                       ' - RAISE THE CYCLE TABLE LIMIT'
                   MOVE 99 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CYCLE-COUNT
               MOVE WS-CYCLE-WORK TO WS-CYCLE-ID (WS-CYCLE-COUNT)
               MOVE WS-CYCLE-COUNT TO WS-CYCLE-SUB
           END-IF.
           MOVE RREG-END-STATUS TO WS-CYCLE-STATUS (WS-CYCLE-SUB).
       1350-EXIT.
           EXIT.

       1360-FIND-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-SUB.
           IF WS-CYCLE-ID (WS-CYCLE-SUB) = WS-CYCLE-WORK
               SET WS-CYCLE-FOUND TO TRUE
           END-IF.
       1360-EXIT.
           EXIT.

      * THE DAY'S SIGN-OFF STATUS IS RELEASED ONLY IF EVERY CYCLE'S
      * LATEST DC SAYS SO - OTHERWISE THE FIRST CYCLE NOT RELEASED
      * SUPPLIES IT.
       1370-CHECK-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-SUB.
           IF WS-CYCLE-SUB = 1
               MOVE WS-CYCLE-STATUS (WS-CYCLE-SUB)
                   TO WS-DAY-CLOSE-STATUS
               GO TO 1370-EXIT
           END-IF.
           IF WS-DAY-RELEASED
               MOVE WS-CYCLE-STATUS (WS-CYCLE-SUB)
                   TO WS-DAY-CLOSE-STATUS
           END-IF.
       1370-EXIT.
           EXIT.

      * STEP FORWARD FROM THE CURRENT BUSINESS DATE ONE CALENDAR
      * DAY AT A TIME UNTIL A PROCESSING DAY IS REACHED, LISTING
      * EVERY DAY STEPPED OVER.
       2000-FIND-NEXT-PROCESSING-DAY.
           MOVE WS-OLD-BUSINESS-DATE TO WS-DTS-DATE.
           MOVE 'N' TO WS-CAL-PROC-DAY-SWITCH.
           PERFORM 2100-STEP-ONE-DAY THRU 2100-EXIT
               UNTIL WS-CAL-PROC-DAY.
           MOVE WS-DTS-DATE TO WS-NEW-BUSINESS-DATE.
       2000-EXIT.
           EXIT.

       2100-STEP-ONE-DAY.
           ADD 1 TO WS-DAYS-STEPPED.
           IF WS-DAYS-STEPPED > WS-MAX-DAYS-STEPPED
               DISPLAY 'Program22 ABEND: NO PROCESSING DAY WITHIN '
                   WS-MAX-DAYS-STEPPED ' DAYS OF '
                   WS-OLD-BUSINESS-DATE
                   ' - CHECK THE CALENDAR'
               CLOSE BDATE-OUT-FILE
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 7200-NEXT-CALENDAR-DAY THRU 7200-EXIT.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           MOVE WS-DTS-SERIAL TO WS-CAL-WORK-SERIAL.
           PERFORM 7150-CHECK-PROCESSING-DAY THRU 7150-EXIT.
           IF WS-CAL-PROC-DAY
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DAYS-SKIPPED.
           MOVE WS-DTS-DATE TO WS-RPT-DAY-DATE.
           IF WS-CAL-SUB > ZEROES
               AND WS-CAL-SERIAL (WS-CAL-SUB) = WS-CAL-WORK-SERIAL
               MOVE WS-CAL-DESC (WS-CAL-SUB) TO WS-RPT-DAY-REASON
           ELSE
               MOVE 'WEEKEND' TO WS-RPT-DAY-REASON
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DAY-DETAIL.
       2100-EXIT.
           EXIT.

      * THE NEW GENERATION: THE ROLLED CONTROL RECORD FIRST, THEN
      * THE WHOLE CALENDAR, PAST DAYS INCLUDED.  A REFUSED ROLL
      * STILL WRITES THE GENERATION, WITH THE CONTROL RECORD AS IT
      * WAS, SO THE CATALOGED G(+1) IS NEVER EMPTY.
       3000-WRITE-NEW-GENERATION.
           MOVE SPACES TO BDAT-RECORD.
           MOVE 'CD' TO BDAT-RECORD-TYPE.
           MOVE WS-NEW-BUSINESS-DATE TO BDAT-DATE.
           MOVE WS-CTL-WEEKEND-SWITCH TO BDAT-WEEKEND-SWITCH.
           IF WS-ROLL-REFUSED
               MOVE WS-CTL-PRIOR-DATE TO BDAT-PRIOR-DATE
           ELSE
               MOVE WS-OLD-BUSINESS-DATE TO BDAT-PRIOR-DATE
           END-IF.
           MOVE WS-CTL-DESCRIPTION TO BDAT-DESCRIPTION.
           WRITE BDATE-OUT-REC FROM BDAT-RECORD.
           MOVE ZEROES TO WS-CAL-SUB.
           PERFORM 3100-WRITE-ONE-HOLIDAY THRU 3100-EXIT
               UNTIL WS-CAL-SUB >= WS-CAL-COUNT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-HOLIDAY.
           ADD 1 TO WS-CAL-SUB.
           MOVE SPACES TO BDAT-RECORD.
           MOVE 'NP' TO BDAT-RECORD-TYPE.
           MOVE WS-CAL-DATE (WS-CAL-SUB) TO BDAT-DATE.
           MOVE ZEROES TO BDAT-PRIOR-DATE.
           MOVE WS-CAL-DESC (WS-CAL-SUB) TO BDAT-DESCRIPTION.
           WRITE BDATE-OUT-REC FROM BDAT-RECORD.
       3100-EXIT.
           EXIT.

       5000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.

           MOVE 'DAY-CLOSE SIGN-OFF' TO WS-RPT-LABEL.
           IF WS-DAY-CLOSE-STATUS = SPACES
               MOVE 'NONE ON THE RUN REGISTER' TO WS-RPT-VALUE
           ELSE
               MOVE WS-DAY-CLOSE-STATUS TO WS-RPT-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE ZEROES TO WS-CYCLE-SUB.
           PERFORM 5100-PRINT-ONE-CYCLE THRU 5100-EXIT
               UNTIL WS-CYCLE-SUB >= WS-CYCLE-COUNT.

           IF WS-ROLL-FORCED
               MOVE 'ROLL FORCED BY OPERATOR' TO WS-RPT-LABEL
               MOVE WS-ROLL-PARM-OPERATOR TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

           IF WS-ROLL-REFUSED
               MOVE 'ROLL REFUSED' TO WS-RPT-LABEL
               MOVE 'DATE NOT ADVANCED' TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

           MOVE 'BUSINESS DATE ROLLED FROM' TO WS-RPT-LABEL.
           MOVE WS-OLD-BUSINESS-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'NEW BUSINESS DATE' TO WS-RPT-LABEL.
           MOVE WS-NEW-BUSINESS-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'NON-PROCESSING DAYS SKIPPED' TO WS-RPT-LABEL.
           MOVE WS-DAYS-SKIPPED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'WEEKENDS ARE PROCESSING DAYS' TO WS-RPT-LABEL.
           IF WS-CAL-WEEKENDS-PROCESS
               MOVE 'YES' TO WS-RPT-VALUE
           ELSE
               MOVE 'NO' TO WS-RPT-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HOLIDAYS ON THE CALENDAR' TO WS-RPT-LABEL.
           MOVE WS-CAL-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'CALENDAR CARDS READ' TO WS-RPT-LABEL.
           MOVE WS-CARDS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HOLIDAYS ADDED' TO WS-RPT-LABEL.
           MOVE WS-HOLIDAYS-ADDED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HOLIDAYS ALREADY ON CALENDAR' TO WS-RPT-LABEL.
           MOVE WS-HOLIDAYS-ALREADY-ON TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'CARDS REJECTED' TO WS-RPT-LABEL.
           MOVE WS-CARDS-REJECTED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-SUB.
           MOVE '  FEED CYCLE' TO WS-RPT-LABEL.
           MOVE WS-CYCLE-ID (WS-CYCLE-SUB) TO WS-RPT-LABEL (14:2).
           MOVE WS-CYCLE-STATUS (WS-CYCLE-SUB) TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       5100-EXIT.
           EXIT.

      * IS WS-DTS-DATE A REAL CALENDAR DATE?  THE CALLER HAS
      * ALREADY CHECKED IT IS NUMERIC.
       7050-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SWITCH.
           IF WS-DTS-YEAR < 1901
               OR WS-DTS-MONTH < 1 OR WS-DTS-MONTH > 12
               OR WS-DTS-DAY < 1
               GO TO 7050-EXIT
           END-IF.
           PERFORM 7270-SET-MONTH-LENGTH THRU 7270-EXIT.
           IF WS-DTS-DAY > WS-MONTH-LENGTH
               GO TO 7050-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-VALID-SWITCH.
       7050-EXIT.
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
      * WEEK - 0 IS SUNDAY, 6 IS SATURDAY.  ON A HOLIDAY MATCH
      * WS-CAL-SUB IS LEFT POINTING AT THE CALENDAR ENTRY.
       7150-CHECK-PROCESSING-DAY.
           MOVE 'Y' TO WS-CAL-PROC-DAY-SWITCH.
           MOVE ZEROES TO WS-CAL-SUB.
           ADD 2 WS-CAL-WORK-SERIAL GIVING WS-CAL-WEEKDAY-WORK.
           DIVIDE WS-CAL-WEEKDAY-WORK BY 7 GIVING WS-CAL-QUOTIENT
               REMAINDER WS-CAL-WEEKDAY.
           IF (WS-CAL-WEEKDAY = 0 OR 6)
               AND NOT WS-CAL-WEEKENDS-PROCESS
               MOVE 'N' TO WS-CAL-PROC-DAY-SWITCH
               GO TO 7150-EXIT
           END-IF.
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

      * STEP WS-DTS-DATE FORWARD ONE CALENDAR DAY.
       7200-NEXT-CALENDAR-DAY.
           PERFORM 7270-SET-MONTH-LENGTH THRU 7270-EXIT.
           IF WS-DTS-DAY < WS-MONTH-LENGTH
               ADD 1 TO WS-DTS-DAY
               GO TO 7200-EXIT
           END-IF.
           MOVE 1 TO WS-DTS-DAY.
           IF WS-DTS-MONTH < 12
               ADD 1 TO WS-DTS-MONTH
           ELSE
               MOVE 1 TO WS-DTS-MONTH
               ADD 1 TO WS-DTS-YEAR
           END-IF.
       7200-EXIT.
           EXIT.

      * LENGTH OF THE MONTH IN WS-DTS-DATE.  A YEAR DIVISIBLE BY 4
      * IS A LEAP YEAR UNLESS IT IS A CENTURY NOT DIVISIBLE BY 400.
       7270-SET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-DTS-MONTH) TO WS-MONTH-LENGTH.
           IF WS-DTS-MONTH = 2
               DIVIDE WS-DTS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DTS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DTS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF.
       7270-EXIT.
           EXIT.

      * ADD THE DATE IN WS-DTS-DATE TO THE CALENDAR TABLE, WITH THE
      * DESCRIPTION FROM THE RECORD IN BDAT-RECORD.
       7300-ADD-CALENDAR-ENTRY.
           IF WS-CAL-COUNT >= WS-CAL-MAX
               DISPLAY 'Program22 ABEND: MORE THAN ' WS-CAL-MAX
                   ' NON-PROCESSING DAYS ON THE CALENDAR - RAISE '
                   'THE CALENDAR TABLE LIMIT'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           ADD 1 TO WS-CAL-COUNT.
           MOVE WS-DTS-DATE TO WS-CAL-DATE (WS-CAL-COUNT).
           MOVE WS-DTS-SERIAL TO WS-CAL-SERIAL (WS-CAL-COUNT).
           MOVE BDAT-DESCRIPTION TO WS-CAL-DESC (WS-CAL-COUNT).
       7300-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BDATE-OUT-FILE.
           CLOSE REPORT-FILE.
           IF WS-CARDS-REJECTED > ZEROES
               MOVE 4 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program22 COMPLETE - ' WS-CARDS-REJECTED
                   ' CALENDAR CARDS REJECTED - SEE REPORT'
           ELSE
               MOVE ZERO TO WS-JOB-RETURN-CODE
           END-IF.
           IF WS-ROLL-FORCED
               MOVE 4 TO WS-JOB-RETURN-CODE
           END-IF.
           IF WS-ROLL-REFUSED
               MOVE 12 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program22 BUSINESS DATE LEFT AT '
                   WS-OLD-BUSINESS-DATE
               GO TO 9000-EXIT
           END-IF.
           DISPLAY 'Program22 BUSINESS DATE ROLLED FROM '
               WS-OLD-BUSINESS-DATE ' TO ' WS-NEW-BUSINESS-DATE.
       9000-EXIT.
           EXIT.
