       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program23.
       AUTHOR. D L MASON.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *                                                              *
      *   Program23 - DAY-CLOSE SIGN-OFF                             *
      *                                                              *
      *   THE LAST STEP OF THE OVERNIGHT STREAM.  PULLS EVERY        *
      *   CONTROL POINT THE SHIFT LEAD USED TO CHECK BY HAND BEFORE  *
      *   RELEASING A DAY FOR SETTLEMENT ONTO ONE PAGE, MARKS EACH   *
      *   PASS OR FAIL, AND GIVES ONE VERDICT - RELEASE OR HOLD:     *
      *                                                              *
      *     1. PRE-FLIGHT EDIT    - THE LATEST ED ENTRY FOR THE      *
      *                             BUSINESS DATE ON THE RUN         *
      *                             REGISTER SAYS PASSED.            *
      *     2. DRIVER RUN         - EVERY ST ENTRY SINCE THAT EDIT   *
      *                             HAS ITS EN, AND THE LAST EN      *
      *                             ENDED OK.                        *
      *     3. RECONCILIATION     - AN RC ENTRY AFTER THE LAST EN    *
      *                             SAYS MATCHED.                    *
      *     4. ACTL TOTALS        - THE RUN-LEVEL RECORD ON CTLIN    *
      *                             CARRIES THE SAME SUCCESS AND     *
      *                             REJECT COUNTS THE RC ENTRY       *
      *                             RECONCILED.                      *
      *     5. VENDOR ACK         - AN AK ENTRY AFTER THE LAST EN    *
      *                             SAYS MATCHED.                    *
      *     6. GL EXTRACT         - THE TRAILER ON GLIN IS DATED     *
      *                             THE BUSINESS DATE AND TIES TO    *
      *                             ITS OWN DETAIL AND TO ACTL.      *
      *     7. HELD REJECTS       - NO HELD REJECT IS PAST THE       *
      *                             HOLDPARM AGE LIMIT, COUNTED IN   *
      *                             BUSINESS DAYS.                   *
      *                                                              *
      *   THE REGISTER IS READ ONLY FOR THE BUSINESS DATE, AND ONLY  *
      *   FROM THE LATEST EDIT ON - A RESUBMITTED JOB EDITS AGAIN,   *
      *   SO A FAILED FIRST ATTEMPT DOES NOT HOLD A GOOD RERUN.      *
      *   RELEASE ENDS THE STEP WITH RC 0, HOLD WITH RC 8.  EITHER   *
      *   WAY A DAY-CLOSE (DC) ENTRY IS APPENDED TO THE REGISTER     *
      *   WITH RELEASED OR HELD IN RREG-END-STATUS - THE ROLL-DATE   *
      *   JOB WILL NOT ADVANCE THE BUSINESS DATE PAST A DAY THAT     *
      *   WAS NEVER RELEASED.                                        *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-15 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   THE SIGN-OFF NOW CLOSES ONE FEED CYCLE, *
      *                      TAKEN FROM UPCTLIN (BLANK OR MISSING    *
      *                      MEANS '01').  REGISTER ENTRIES LOGGED   *
      *                      FOR ANOTHER CYCLE OF THE DAY ARE        *
      *                      PASSED OVER; AN ENTRY WITH NO CYCLE     *
      *                      (A SPLIT-RUN STREAM'S ST/EN) COUNTS FOR *
      *                      WHICHEVER CYCLE IS BEING CLOSED.  ACTL  *
      *                      AND THE GL TRAILER MUST CARRY THE       *
      *                      CYCLE, AND THE DC ENTRY IS STAMPED      *
      *                      WITH IT.                                *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT RUN-REG-FILE ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REG-STATUS.

           SELECT OPTIONAL CTL-IN-FILE ASSIGN TO CTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-IN-STATUS.

           SELECT OPTIONAL GL-IN-FILE ASSIGN TO GLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-IN-STATUS.

           SELECT OPTIONAL HELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-IN-STATUS.

           SELECT OPTIONAL HOLD-PARM-FILE ASSIGN TO HOLDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL UPSTREAM-FILE ASSIGN TO UPCTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPSTREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       FD  RUN-REG-FILE.
       01  RUN-REG-REC                  PIC X(90).

       FD  CTL-IN-FILE.
       01  CTL-IN-REC                   PIC X(56).

       FD  GL-IN-FILE.
       01  GL-IN-REC                    PIC X(62).

       FD  HELD-IN-FILE.
       01  HELD-IN-REC                  PIC X(42).

       FD  HOLD-PARM-FILE.
       01  HOLD-PARM-FILE-REC           PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       FD  UPSTREAM-FILE.
       01  UPSTREAM-REC                 PIC X(40).

       WORKING-STORAGE SECTION.

      * BUSINESS-DATE CONTROL RECORD AND PROCESSING CALENDAR.
           COPY BDATREC.

      * BATCH RUN REGISTER RECORD LAYOUT.
           COPY RREGREC.

      * ACTUAL RUN-TOTALS RECORD - ONLY THE RUN-LEVEL RECORD AT THE
      * FRONT OF CTLIN IS READ.
           COPY ACTLREC.

      * GL POSTING EXTRACT DETAIL AND TRAILER LAYOUTS.
           COPY GLPREC.

      * HELD-REJECT RECORD LAYOUT.
           COPY HELDREC.

      * UPSTREAM CONTROL RECORD - SOURCE OF THE FEED CYCLE.
           COPY UPCTLREC.

       01  WS-FILE-STATUSES.
           05  WS-BDATE-STATUS          PIC X(2).
           05  WS-RUN-REG-STATUS        PIC X(2).
           05  WS-CTL-IN-STATUS         PIC X(2).
           05  WS-GL-IN-STATUS          PIC X(2).
           05  WS-HELD-IN-STATUS        PIC X(2).
           05  WS-HOLD-PARM-STATUS      PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-UPSTREAM-STATUS       PIC X(2).

       01  WS-SWITCHES.
           05  WS-REG-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-REG-EOF               VALUE 'Y'.
           05  WS-GL-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-GL-EOF                VALUE 'Y'.
           05  WS-HELD-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-HELD-EOF              VALUE 'Y'.
           05  WS-ACTL-PRESENT-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-ACTL-PRESENT          VALUE 'Y'.
           05  WS-GL-DATE-BAD-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-GL-DATE-BAD           VALUE 'Y'.
           05  WS-CP-PASS-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-CP-PASS               VALUE 'Y'.
           05  WS-GL-CYCLE-BAD-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-GL-CYCLE-BAD          VALUE 'Y'.

      * THE FEED CYCLE BEING CLOSED, AND WORK FIELDS FOR THE CYCLE
      * ON THE ACTL RECORD AND THE GL TRAILER - A BLANK CYCLE IS
      * READ AS '01' EVERYWHERE.
       01  WS-CYCLE-FIELDS.
           05  WS-FEED-CYCLE            PIC X(2)  VALUE '01'.
           05  WS-ACTL-CYCLE            PIC X(2)  VALUE SPACES.
           05  WS-GL-CYCLE              PIC X(2)  VALUE SPACES.

      * THE BUSINESS DAY BEING CLOSED, AND ITS DAY SERIAL FOR THE
      * HELD-REJECT AGING.
       01  WS-TODAY-DATE                PIC 9(8)  VALUE ZEROES.
       01  WS-TODAY-SERIAL              PIC 9(8)  COMP VALUE ZEROES.

      * WHAT THE REGISTER SAYS ABOUT THE BUSINESS DATE.  EVERY
      * ENTRY FOR THE DATE GETS A SEQUENCE NUMBER IN FILE ORDER SO
      * "AFTER THE LAST EN" CAN BE TESTED; AN ED ENTRY CLEARS
      * EVERYTHING BEFORE IT - IT IS THE FRONT OF A NEW ATTEMPT.
       01  WS-REGISTER-FIELDS.
           05  WS-REG-ENTRIES-READ      PIC 9(8)  VALUE ZEROES.
           05  WS-REG-DAY-ENTRIES       PIC 9(8)  VALUE ZEROES.
           05  WS-REG-SEQ               PIC 9(8)  VALUE ZEROES.
           05  WS-EDIT-COUNT            PIC 9(8)  VALUE ZEROES.
           05  WS-EDIT-RESULT           PIC X(8)  VALUE SPACES.
               88  WS-EDIT-PASSED           VALUE 'PASSED'.
           05  WS-EDIT-FEED-COUNT       PIC 9(8)  VALUE ZEROES.
           05  WS-EDIT-FEED-HASH        PIC 9(12) VALUE ZEROES.
           05  WS-START-COUNT           PIC 9(8)  VALUE ZEROES.
           05  WS-END-COUNT             PIC 9(8)  VALUE ZEROES.
           05  WS-END-NOT-OK-COUNT      PIC 9(8)  VALUE ZEROES.
           05  WS-LAST-START-SEQ        PIC 9(8)  VALUE ZEROES.
           05  WS-LAST-END-SEQ          PIC 9(8)  VALUE ZEROES.
           05  WS-LAST-END-STATUS       PIC X(8)  VALUE SPACES.
           05  WS-RECON-SEQ             PIC 9(8)  VALUE ZEROES.
           05  WS-RECON-RESULT          PIC X(8)  VALUE SPACES.
               88  WS-RECON-MATCHED         VALUE 'MATCHED'.
           05  WS-RECON-SUCCESS         PIC 9(8)  VALUE ZEROES.
           05  WS-RECON-REJECT          PIC 9(8)  VALUE ZEROES.
           05  WS-ACK-SEQ               PIC 9(8)  VALUE ZEROES.
           05  WS-ACK-RESULT            PIC X(8)  VALUE SPACES.
               88  WS-ACK-MATCHED           VALUE 'MATCHED'.
           05  WS-ACK-MATCHED-COUNT     PIC 9(8)  VALUE ZEROES.
           05  WS-ACK-UNMATCHED-COUNT   PIC 9(8)  VALUE ZEROES.
           05  WS-PRIOR-CLOSE-COUNT     PIC 9(8)  VALUE ZEROES.

      * GL EXTRACT AS READ - THE DETAIL TOTALS ARE RE-ADDED HERE
      * AND HELD AGAINST WHAT THE TRAILER CLAIMS.
       01  WS-GL-FIELDS.
           05  WS-GL-RECORDS-READ       PIC 9(8)  VALUE ZEROES.
           05  WS-GL-DETAIL-COUNT       PIC 9(8)  VALUE ZEROES.
           05  WS-GL-SUCCESS-TOTAL      PIC 9(8)  VALUE ZEROES.
           05  WS-GL-HASH-TOTAL         PIC 9(12) VALUE ZEROES.
           05  WS-GL-TRAILER-COUNT      PIC 9(8)  VALUE ZEROES.

      * HELD-REJECT AGE LIMIT IN BUSINESS DAYS FROM THE HOLDPARM
      * CARD - THE SAME CARD THE RECYCLE JOB ESCALATES ON.  A
      * MISSING OR ZERO CARD COUNTS HELD REJECTS BUT FAILS NONE.
       01  WS-AGE-LIMIT-DAYS            PIC 9(4)  VALUE ZEROES.
       01  WS-HOLD-PARM-CARD            PIC X(4).
       01  WS-HELD-FIELDS.
           05  WS-HELD-COUNT            PIC 9(8)  VALUE ZEROES.
           05  WS-HELD-BREACH-COUNT     PIC 9(8)  VALUE ZEROES.
           05  WS-HELD-OLDEST-DAYS      PIC 9(5)  VALUE ZEROES.
       01  WS-DAYS-OUTSTANDING          PIC 9(5)  VALUE ZEROES.

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

      * CONTROL POINTS CHECKED AND FAILED - ANY FAILURE HOLDS THE
      * DAY.
       01  WS-CP-NUMBER                 PIC 9(1)  VALUE ZERO.
       01  WS-CP-FAILED-COUNT           PIC 9(1)  VALUE ZERO.

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
               10  FILLER               PIC X(40) VALUE
                   'Program23 DAY-CLOSE SIGN-OFF'.
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-CP-HEADER.
               10  FILLER               PIC X(32) VALUE
                   '   CONTROL POINT'.
               10  FILLER               PIC X(6)  VALUE 'RESULT'.
               10  FILLER               PIC X(42) VALUE
                   '  DETAIL'.
           05  WS-RPT-CP-DETAIL.
               10  WS-RPT-CP-NUMBER     PIC 9(1).
               10  FILLER               PIC X(2)  VALUE '. '.
               10  WS-RPT-CP-NAME       PIC X(29).
               10  WS-RPT-CP-RESULT     PIC X(6).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-CP-NOTE       PIC X(40).
           05  WS-RPT-DETAIL.
               10  WS-RPT-LABEL         PIC X(30).
               10  WS-RPT-VALUE         PIC X(26).
               10  FILLER               PIC X(24) VALUE SPACES.
           05  WS-RPT-SIGN-LINE.
               10  FILLER               PIC X(40) VALUE
                   'SHIFT LEAD ____________________'.
               10  FILLER               PIC X(40) VALUE
                   'DATE/TIME ____________________'.
           05  WS-RPT-COUNT-EDIT        PIC ZZZZZZZ9.
           05  WS-RPT-HASH-EDIT         PIC ZZZZZZZZZZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT.
           PERFORM 3000-READ-ACTL-TOTALS THRU 3000-EXIT.
           PERFORM 3500-READ-GL-EXTRACT THRU 3500-EXIT.
           PERFORM 4000-AGE-HELD-REJECTS THRU 4000-EXIT.
           PERFORM 5000-CHECK-CONTROL-POINTS THRU 5000-EXIT.
           PERFORM 6000-PRINT-FIGURES THRU 6000-EXIT.
           PERFORM 6500-PRINT-VERDICT THRU 6500-EXIT.
           PERFORM 8000-APPEND-DAY-CLOSE-ENTRY THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Program23 ABEND: UNABLE TO OPEN REPTOUT'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TODAY-DATE TO WS-DTS-DATE.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           MOVE WS-DTS-SERIAL TO WS-TODAY-SERIAL.
           PERFORM 1100-READ-HOLD-PARAMETER THRU 1100-EXIT.
           PERFORM 1200-READ-FEED-CYCLE THRU 1200-EXIT.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'BUSINESS DATE' TO WS-RPT-LABEL.
           MOVE WS-TODAY-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'FEED CYCLE' TO WS-RPT-LABEL.
           MOVE WS-FEED-CYCLE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.  THE
      * NON-PROCESSING DAYS BEHIND IT ARE LOADED AS THE CALENDAR
      * THE HELD-REJECT AGES ARE COUNTED AGAINST.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program23 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program23 ABEND: BDATE HAS NO VALID BUSINESS-'
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
                           DISPLAY 'Program23 ABEND: MORE THAN '
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
      * CARD STILL COUNTS THE HELD REJECTS BUT FAILS NONE.
       1100-READ-HOLD-PARAMETER.
           OPEN INPUT HOLD-PARM-FILE.
           IF WS-HOLD-PARM-STATUS = '00'
               READ HOLD-PARM-FILE INTO WS-HOLD-PARM-CARD
                   NOT AT END
                       IF WS-HOLD-PARM-CARD IS NUMERIC
                           MOVE WS-HOLD-PARM-CARD
                               TO WS-AGE-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE HOLD-PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      * THE FEED CYCLE BEING CLOSED COMES FROM THE SAME UPSTREAM
      * CONTROL RECORD THE DRIVER RAN AGAINST.  A MISSING OR EMPTY
      * UPCTLIN, OR A BLANK CYCLE, IS A SINGLE-CYCLE DAY - '01'.
       1200-READ-FEED-CYCLE.
           OPEN INPUT UPSTREAM-FILE.
           IF WS-UPSTREAM-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           READ UPSTREAM-FILE INTO UPCTL-RECORD
               AT END
                   MOVE SPACES TO UPCTL-CYCLE-ID
           END-READ.
           IF UPCTL-CYCLE-ID NOT = SPACES
               MOVE UPCTL-CYCLE-ID TO WS-FEED-CYCLE
           END-IF.
           CLOSE UPSTREAM-FILE.
       1200-EXIT.
           EXIT.

      * READ THE WHOLE REGISTER, KEEPING ONLY WHAT WAS LOGGED FOR
      * THE BUSINESS DATE AND THE FEED CYCLE BEING CLOSED.  THE
      * REGISTER IS THE ONE CONTROL INPUT THE SIGN-OFF CANNOT DO
      * WITHOUT.
       2000-SCAN-REGISTER.
           OPEN INPUT RUN-REG-FILE.
           IF WS-RUN-REG-STATUS NOT = '00'
               DISPLAY 'Program23 ABEND: UNABLE TO OPEN RUNREG'
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2050-SCAN-ONE-ENTRY THRU 2050-EXIT
               UNTIL WS-REG-EOF.
           CLOSE RUN-REG-FILE.
       2000-EXIT.
           EXIT.

       2050-SCAN-ONE-ENTRY.
           READ RUN-REG-FILE INTO RREG-RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ.
           ADD 1 TO WS-REG-ENTRIES-READ.
           IF RREG-RUN-DATE NOT = WS-TODAY-DATE
               GO TO 2050-EXIT
           END-IF.
           IF RREG-CYCLE-ID NOT = SPACES
               AND RREG-CYCLE-ID NOT = WS-FEED-CYCLE
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WS-REG-DAY-ENTRIES.
           ADD 1 TO WS-REG-SEQ.
           EVALUATE TRUE
               WHEN RREG-TYPE-EDIT
                   PERFORM 2100-START-NEW-ATTEMPT THRU 2100-EXIT
               WHEN RREG-TYPE-START
                   ADD 1 TO WS-START-COUNT
                   MOVE WS-REG-SEQ TO WS-LAST-START-SEQ
               WHEN RREG-TYPE-END
                   ADD 1 TO WS-END-COUNT
                   MOVE WS-REG-SEQ TO WS-LAST-END-SEQ
                   MOVE RREG-END-STATUS TO WS-LAST-END-STATUS
                   IF RREG-END-STATUS NOT = 'OK'
                       ADD 1 TO WS-END-NOT-OK-COUNT
                   END-IF
               WHEN RREG-TYPE-RECON
                   MOVE WS-REG-SEQ TO WS-RECON-SEQ
                   MOVE RREG-RECON-RESULT TO WS-RECON-RESULT
                   MOVE RREG-SUCCESS-COUNT TO WS-RECON-SUCCESS
                   MOVE RREG-REJECT-COUNT TO WS-RECON-REJECT
               WHEN RREG-TYPE-ACK
                   MOVE WS-REG-SEQ TO WS-ACK-SEQ
                   MOVE RREG-RECON-RESULT TO WS-ACK-RESULT
                   MOVE RREG-SUCCESS-COUNT TO WS-ACK-MATCHED-COUNT
                   MOVE RREG-REJECT-COUNT TO WS-ACK-UNMATCHED-COUNT
               WHEN RREG-TYPE-DAY-CLOSE
                   ADD 1 TO WS-PRIOR-CLOSE-COUNT
           END-EVALUATE.
       2050-EXIT.
           EXIT.

      * AN EDIT ENTRY IS THE FRONT OF A NEW ATTEMPT AT THE DAY -
      * WHATEVER AN EARLIER ATTEMPT LOGGED NO LONGER COUNTS.
       2100-START-NEW-ATTEMPT.
           ADD 1 TO WS-EDIT-COUNT.
           MOVE RREG-RECON-RESULT TO WS-EDIT-RESULT.
           MOVE RREG-FEED-COUNT TO WS-EDIT-FEED-COUNT.
           MOVE RREG-FEED-HASH TO WS-EDIT-FEED-HASH.
           MOVE ZEROES TO WS-START-COUNT.
           MOVE ZEROES TO WS-END-COUNT.
           MOVE ZEROES TO WS-END-NOT-OK-COUNT.
           MOVE ZEROES TO WS-LAST-START-SEQ.
           MOVE ZEROES TO WS-LAST-END-SEQ.
           MOVE SPACES TO WS-LAST-END-STATUS.
           MOVE ZEROES TO WS-RECON-SEQ.
           MOVE SPACES TO WS-RECON-RESULT.
           MOVE ZEROES TO WS-RECON-SUCCESS.
           MOVE ZEROES TO WS-RECON-REJECT.
           MOVE ZEROES TO WS-ACK-SEQ.
           MOVE SPACES TO WS-ACK-RESULT.
           MOVE ZEROES TO WS-ACK-MATCHED-COUNT.
           MOVE ZEROES TO WS-ACK-UNMATCHED-COUNT.
       2100-EXIT.
           EXIT.

      * THE RUN-LEVEL ACTL RECORD.  CTLIN IS MISSING OR EMPTY WHEN
      * THE DRIVER NEVER FINISHED - A FAILED CONTROL POINT, NOT AN
      * ABEND, SINCE THE PAGE IS MOST NEEDED ON A BAD DAY.
       3000-READ-ACTL-TOTALS.
           OPEN INPUT CTL-IN-FILE.
           IF WS-CTL-IN-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           READ CTL-IN-FILE INTO ACTL-TOTALS-RECORD
               NOT AT END
                   SET WS-ACTL-PRESENT TO TRUE
           END-READ.
           CLOSE CTL-IN-FILE.
           MOVE ACTL-CYCLE-ID TO WS-ACTL-CYCLE.
           IF WS-ACTL-CYCLE = SPACES
               MOVE '01' TO WS-ACTL-CYCLE
           END-IF.
       3000-EXIT.
           EXIT.

      * THE GL EXTRACT.  THE DETAIL RECORDS ARE RE-ADDED SO THE
      * TRAILER CAN BE PROVED AGAINST THEM, NOT JUST TRUSTED.
       3500-READ-GL-EXTRACT.
           OPEN INPUT GL-IN-FILE.
           IF WS-GL-IN-STATUS NOT = '00'
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3550-READ-ONE-GL THRU 3550-EXIT
               UNTIL WS-GL-EOF.
           CLOSE GL-IN-FILE.
       3500-EXIT.
           EXIT.

       3550-READ-ONE-GL.
           READ GL-IN-FILE INTO GLP-DETAIL-RECORD
               AT END
                   SET WS-GL-EOF TO TRUE
                   GO TO 3550-EXIT
           END-READ.
           ADD 1 TO WS-GL-RECORDS-READ.
           IF GLP-TYPE-TRAILER
               ADD 1 TO WS-GL-TRAILER-COUNT
               MOVE GLP-DETAIL-RECORD TO GLP-TRAILER-RECORD
               MOVE GLP-TRL-CYCLE-ID TO WS-GL-CYCLE
               PERFORM 3560-CHECK-GL-CYCLE THRU 3560-EXIT
               GO TO 3550-EXIT
           END-IF.
           ADD 1 TO WS-GL-DETAIL-COUNT.
           ADD GLP-SUCCESS-COUNT TO WS-GL-SUCCESS-TOTAL.
           ADD GLP-COUNTER-HASH TO WS-GL-HASH-TOTAL.
           IF GLP-POST-DATE NOT = WS-TODAY-DATE
               SET WS-GL-DATE-BAD TO TRUE
           END-IF.
           MOVE GLP-CYCLE-ID TO WS-GL-CYCLE.
           PERFORM 3560-CHECK-GL-CYCLE THRU 3560-EXIT.
       3550-EXIT.
           EXIT.

       3560-CHECK-GL-CYCLE.
           IF WS-GL-CYCLE = SPACES
               MOVE '01' TO WS-GL-CYCLE
           END-IF.
           IF WS-GL-CYCLE NOT = WS-FEED-CYCLE
               SET WS-GL-CYCLE-BAD TO TRUE
           END-IF.
       3560-EXIT.
           EXIT.

      * EVERY HELD REJECT STILL OUTSTANDING, AGED IN BUSINESS DAYS
      * FROM ITS FIRST-SEEN DATE THE SAME WAY THE RECYCLE JOB AGES
      * IT.  NO HELD FILE MEANS NOTHING IS HELD.
       4000-AGE-HELD-REJECTS.
           OPEN INPUT HELD-IN-FILE.
           IF WS-HELD-IN-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-AGE-ONE-HELD THRU 4050-EXIT
               UNTIL WS-HELD-EOF.
           CLOSE HELD-IN-FILE.
       4000-EXIT.
           EXIT.

       4050-AGE-ONE-HELD.
           READ HELD-IN-FILE INTO HELD-RECORD
               AT END
                   SET WS-HELD-EOF TO TRUE
                   GO TO 4050-EXIT
           END-READ.
           ADD 1 TO WS-HELD-COUNT.
           IF HELD-FIRST-SEEN-DATE IS NOT NUMERIC
               OR HELD-FIRST-SEEN-DATE = ZEROES
               OR HELD-FIRST-SEEN-DATE >= WS-TODAY-DATE
               GO TO 4050-EXIT
           END-IF.
           MOVE HELD-FIRST-SEEN-DATE TO WS-DTS-DATE.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           PERFORM 7300-COUNT-BUSINESS-DAYS THRU 7300-EXIT.
           IF WS-DAYS-OUTSTANDING > WS-HELD-OLDEST-DAYS
               MOVE WS-DAYS-OUTSTANDING TO WS-HELD-OLDEST-DAYS
           END-IF.
           IF WS-AGE-LIMIT-DAYS > ZEROES
               AND WS-DAYS-OUTSTANDING > WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-HELD-BREACH-COUNT
           END-IF.
       4050-EXIT.
           EXIT.

      * ONE LINE PER CONTROL POINT.  EACH CHECK LEAVES ITS NAME,
      * PASS SWITCH AND DETAIL TEXT FOR 5900 TO PRINT AND COUNT.
       5000-CHECK-CONTROL-POINTS.
           WRITE REPORT-LINE FROM WS-RPT-CP-HEADER.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           PERFORM 5100-CHECK-EDIT THRU 5100-EXIT.
           PERFORM 5200-CHECK-DRIVER-RUN THRU 5200-EXIT.
           PERFORM 5300-CHECK-RECONCILIATION THRU 5300-EXIT.
           PERFORM 5400-CHECK-ACTL-TOTALS THRU 5400-EXIT.
           PERFORM 5500-CHECK-VENDOR-ACK THRU 5500-EXIT.
           PERFORM 5600-CHECK-GL-EXTRACT THRU 5600-EXIT.
           PERFORM 5700-CHECK-HELD-REJECTS THRU 5700-EXIT.
       5000-EXIT.
           EXIT.

       5100-CHECK-EDIT.
           MOVE 'PRE-FLIGHT FEED EDIT' TO WS-RPT-CP-NAME.
           MOVE 'N' TO WS-CP-PASS-SWITCH.
           EVALUATE TRUE
               WHEN WS-EDIT-COUNT = ZEROES
                   MOVE 'NO EDIT ENTRY ON THE REGISTER'
                       TO WS-RPT-CP-NOTE
               WHEN WS-EDIT-PASSED
                   SET WS-CP-PASS TO TRUE
                   MOVE 'FEED ACCEPTED BY Program4'
                       TO WS-RPT-CP-NOTE
               WHEN OTHER
                   MOVE 'FEED REJECTED BY Program4'
                       TO WS-RPT-CP-NOTE
           END-EVALUATE.
           PERFORM 5900-WRITE-CONTROL-POINT THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

      * EVERY START SINCE THE EDIT MUST HAVE ENDED (A SPLIT RUN
      * LOGS ONE PER STREAM) AND THE LAST END MUST BE CLEAN.  A LEG
      * THAT FAILED AND WAS RESTARTED CLEAN IS NOT HELD AGAINST THE
      * DAY - IF THE RESTART MISSED ANYTHING THE RECONCILIATION
      * WILL NOT MATCH.
       5200-CHECK-DRIVER-RUN.
           MOVE 'DRIVER RUN (Program1)' TO WS-RPT-CP-NAME.
           MOVE 'N' TO WS-CP-PASS-SWITCH.
           EVALUATE TRUE
               WHEN WS-START-COUNT = ZEROES
                   MOVE 'NO DRIVER RUN ON THE REGISTER'
                       TO WS-RPT-CP-NOTE
               WHEN WS-END-COUNT < WS-START-COUNT
                   OR WS-LAST-START-SEQ > WS-LAST-END-SEQ
                   MOVE 'A DRIVER RUN STARTED AND NEVER ENDED'
                       TO WS-RPT-CP-NOTE
               WHEN WS-LAST-END-STATUS NOT = 'OK'
                   MOVE 'LAST DRIVER RUN DID NOT END OK'
                       TO WS-RPT-CP-NOTE
               WHEN OTHER
                   SET WS-CP-PASS TO TRUE
                   MOVE 'EVERY DRIVER RUN ENDED' TO WS-RPT-CP-NOTE
           END-EVALUATE.
           PERFORM 5900-WRITE-CONTROL-POINT THRU 5900-EXIT.
       5200-EXIT.
           EXIT.

       5300-CHECK-RECONCILIATION.
           MOVE 'RECONCILIATION (Program3)' TO WS-RPT-CP-NAME.
           MOVE 'N' TO WS-CP-PASS-SWITCH.
           EVALUATE TRUE
               WHEN WS-RECON-SEQ = ZEROES
                   OR WS-RECON-SEQ < WS-LAST-END-SEQ
                   MOVE 'NOT RECONCILED AFTER THE LAST RUN'
                       TO WS-RPT-CP-NOTE
               WHEN WS-RECON-MATCHED
                   SET WS-CP-PASS TO TRUE
                   MOVE 'TOTALS MATCH THE UPSTREAM CONTROL'
                       TO WS-RPT-CP-NOTE
               WHEN OTHER
                   MOVE 'TOTALS DO NOT MATCH UPSTREAM'
                       TO WS-RPT-CP-NOTE
           END-EVALUATE.
           PERFORM 5900-WRITE-CONTROL-POINT THRU 5900-EXIT.
       5300-EXIT.
           EXIT.

      * THE ACTL RECORD PASSED DOWN THE STREAM MUST BE THE ONE THE
      * RECONCILIATION PROVED - THE SAME CYCLE, AND THE SAME SUCCESS
      * AND REJECT COUNTS.
       5400-CHECK-ACTL-TOTALS.
           MOVE 'ACTL CONTROL TOTALS' TO WS-RPT-CP-NAME.
           MOVE 'N' TO WS-CP-PASS-SWITCH.
           EVALUATE TRUE
               WHEN NOT WS-ACTL-PRESENT
                   MOVE 'ACTL TOTALS NOT PRODUCED'
                       TO WS-RPT-CP-NOTE
               WHEN WS-ACTL-CYCLE NOT = WS-FEED-CYCLE
                   MOVE 'ACTL TOTALS ARE FOR ANOTHER CYCLE'
                       TO WS-RPT-CP-NOTE
               WHEN WS-RECON-SEQ = ZEROES
                   MOVE 'NO RECONCILED COUNTS TO COMPARE'
                       TO WS-RPT-CP-NOTE
               WHEN ACTL-SUCCESS-COUNT NOT = WS-RECON-SUCCESS
                   OR ACTL-REJECT-COUNT NOT = WS-RECON-REJECT
                   MOVE 'ACTL DIFFERS FROM THE RECONCILED COUNTS'
                       TO WS-RPT-CP-NOTE
               WHEN OTHER
                   SET WS-CP-PASS TO TRUE
                   MOVE 'ACTL AGREES WITH THE RECONCILED COUNTS'
                       TO WS-RPT-CP-NOTE
           END-EVALUATE.
           PERFORM 5900-WRITE-CONTROL-POINT THRU 5900-EXIT.
       5400-EXIT.
           EXIT.

       5500-CHECK-VENDOR-ACK.
           MOVE 'VENDOR ACK MATCH (Program15)' TO WS-RPT-CP-NAME.
           MOVE 'N' TO WS-CP-PASS-SWITCH.
           EVALUATE TRUE
               WHEN WS-ACK-SEQ = ZEROES
                   OR WS-ACK-SEQ < WS-LAST-END-SEQ
                   MOVE 'ACK FILE NOT MATCHED AFTER THE LAST RUN'
                       TO WS-RPT-CP-NOTE
               WHEN WS-ACK-MATCHED
                   SET WS-CP-PASS TO TRUE
                   MOVE 'EVERY SUCCESSFUL CALL ACKNOWLEDGED'
                       TO WS-RPT-CP-NOTE
               WHEN OTHER
                   MOVE 'UNMATCHED ITEMS - SEE THE ACK REPORT'
                       TO WS-RPT-CP-NOTE
           END-EVALUATE.
           PERFORM 5900-WRITE-CONTROL-POINT THRU 5900-EXIT.
       5500-EXIT.
           EXIT.

      * THE TRAILER MUST BE DATED THE BUSINESS DATE, BE FOR THE
      * CYCLE BEING CLOSED, AGREE WITH THE DETAIL RECORDS IT
      * CLOSES, AND CARRY THE SAME ACTL SUCCESS COUNT THE STREAM
      * RECONCILED.
       5600-CHECK-GL-EXTRACT.
           MOVE 'GL EXTRACT (Program18)' TO WS-RPT-CP-NAME.
           MOVE 'N' TO WS-CP-PASS-SWITCH.
           EVALUATE TRUE
               WHEN WS-GL-RECORDS-READ = ZEROES
                   MOVE 'GL EXTRACT NOT PRODUCED' TO WS-RPT-CP-NOTE
               WHEN WS-GL-TRAILER-COUNT NOT = 1
                   MOVE 'EXTRACT DOES NOT END IN ONE TRAILER'
                       TO WS-RPT-CP-NOTE
               WHEN GLP-TRL-POST-DATE NOT = WS-TODAY-DATE
                   OR WS-GL-DATE-BAD
                   MOVE 'EXTRACT NOT DATED THE BUSINESS DATE'
                       TO WS-RPT-CP-NOTE
               WHEN WS-GL-CYCLE-BAD
                   MOVE 'EXTRACT IS FOR ANOTHER FEED CYCLE'
                       TO WS-RPT-CP-NOTE
               WHEN GLP-TRL-UNIT-COUNT NOT = WS-GL-DETAIL-COUNT
                   OR GLP-TRL-SUCCESS-TOTAL NOT = WS-GL-SUCCESS-TOTAL
                   OR GLP-TRL-HASH-TOTAL NOT = WS-GL-HASH-TOTAL
                   MOVE 'TRAILER DOES NOT TIE TO ITS DETAIL'
                       TO WS-RPT-CP-NOTE
               WHEN NOT WS-ACTL-PRESENT
                   OR GLP-TRL-ACTL-SUCCESS NOT = ACTL-SUCCESS-COUNT
                   MOVE 'TRAILER DOES NOT TIE TO ACTL'
                       TO WS-RPT-CP-NOTE
               WHEN OTHER
                   SET WS-CP-PASS TO TRUE
                   MOVE 'TRAILER TIES TO ITS DETAIL AND TO ACTL'
                       TO WS-RPT-CP-NOTE
           END-EVALUATE.
           PERFORM 5900-WRITE-CONTROL-POINT THRU 5900-EXIT.
       5600-EXIT.
           EXIT.

       5700-CHECK-HELD-REJECTS.
           MOVE 'HELD REJECTS' TO WS-RPT-CP-NAME.
           MOVE 'N' TO WS-CP-PASS-SWITCH.
           EVALUATE TRUE
               WHEN WS-HELD-BREACH-COUNT > ZEROES
                   MOVE 'HELD REJECTS PAST THE AGE LIMIT'
                       TO WS-RPT-CP-NOTE
               WHEN WS-AGE-LIMIT-DAYS = ZEROES
                   SET WS-CP-PASS TO TRUE
                   MOVE 'NO AGE LIMIT SET - COUNTED ONLY'
                       TO WS-RPT-CP-NOTE
               WHEN OTHER
                   SET WS-CP-PASS TO TRUE
                   MOVE 'NONE PAST THE AGE LIMIT' TO WS-RPT-CP-NOTE
           END-EVALUATE.
           PERFORM 5900-WRITE-CONTROL-POINT THRU 5900-EXIT.
       5700-EXIT.
           EXIT.

       5900-WRITE-CONTROL-POINT.
           ADD 1 TO WS-CP-NUMBER.
           MOVE WS-CP-NUMBER TO WS-RPT-CP-NUMBER.
           IF WS-CP-PASS
               MOVE 'PASS' TO WS-RPT-CP-RESULT
           ELSE
               MOVE 'FAIL' TO WS-RPT-CP-RESULT
               ADD 1 TO WS-CP-FAILED-COUNT
               DISPLAY 'Program23 FAIL: ' WS-RPT-CP-NAME ' - '
                   WS-RPT-CP-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-CP-DETAIL.
       5900-EXIT.
           EXIT.

      * THE FIGURES BEHIND THE CONTROL POINTS, SO THE SHIFT LEAD
      * CAN SEE WHY A POINT FAILED WITHOUT PULLING EVERY REPORT.
       6000-PRINT-FIGURES.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'SUPPORTING FIGURES' TO WS-RPT-LABEL.
           MOVE SPACES TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.

           MOVE 'REGISTER ENTRIES FOR THE DAY' TO WS-RPT-LABEL.
           MOVE WS-REG-DAY-ENTRIES TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'FEED EDITS (ATTEMPTS)' TO WS-RPT-LABEL.
           MOVE WS-EDIT-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UPSTREAM RECORD COUNT' TO WS-RPT-LABEL.
           MOVE WS-EDIT-FEED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UPSTREAM HASH TOTAL' TO WS-RPT-LABEL.
           MOVE WS-EDIT-FEED-HASH TO WS-RPT-HASH-EDIT.
           MOVE WS-RPT-HASH-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'DRIVER RUNS STARTED' TO WS-RPT-LABEL.
           MOVE WS-START-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'DRIVER RUNS ENDED' TO WS-RPT-LABEL.
           MOVE WS-END-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'DRIVER RUNS ENDED NOT OK' TO WS-RPT-LABEL.
           MOVE WS-END-NOT-OK-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RECONCILED SUCCESS COUNT' TO WS-RPT-LABEL.
           MOVE WS-RECON-SUCCESS TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'RECONCILED REJECT COUNT' TO WS-RPT-LABEL.
           MOVE WS-RECON-REJECT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           IF WS-ACTL-PRESENT
               MOVE 'ACTL SUCCESS COUNT' TO WS-RPT-LABEL
               MOVE ACTL-SUCCESS-COUNT TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
               MOVE 'ACTL REJECT COUNT' TO WS-RPT-LABEL
               MOVE ACTL-REJECT-COUNT TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
               MOVE 'ACTL HELD COUNT' TO WS-RPT-LABEL
               MOVE ACTL-HELD-COUNT TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

           MOVE 'VENDOR ACKS MATCHED' TO WS-RPT-LABEL.
           MOVE WS-ACK-MATCHED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'VENDOR ACK ITEMS UNMATCHED' TO WS-RPT-LABEL.
           MOVE WS-ACK-UNMATCHED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'GL DETAIL RECORDS' TO WS-RPT-LABEL.
           MOVE WS-GL-DETAIL-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'GL DETAIL SUCCESS TOTAL' TO WS-RPT-LABEL.
           MOVE WS-GL-SUCCESS-TOTAL TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           IF WS-GL-TRAILER-COUNT > ZEROES
               MOVE 'GL TRAILER SUCCESS TOTAL' TO WS-RPT-LABEL
               MOVE GLP-TRL-SUCCESS-TOTAL TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
               MOVE 'GL TRAILER ACTL SUCCESS' TO WS-RPT-LABEL
               MOVE GLP-TRL-ACTL-SUCCESS TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

           MOVE 'HELD REJECTS OUTSTANDING' TO WS-RPT-LABEL.
           MOVE WS-HELD-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'OLDEST HELD (BUSINESS DAYS)' TO WS-RPT-LABEL.
           MOVE WS-HELD-OLDEST-DAYS TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HELD AGE LIMIT (BUSINESS DAYS)' TO WS-RPT-LABEL.
           MOVE WS-AGE-LIMIT-DAYS TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HELD PAST THE AGE LIMIT' TO WS-RPT-LABEL.
           MOVE WS-HELD-BREACH-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'EARLIER SIGN-OFFS FOR CYCLE' TO WS-RPT-LABEL.
           MOVE WS-PRIOR-CLOSE-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       6000-EXIT.
           EXIT.

       6500-PRINT-VERDICT.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'CONTROL POINTS FAILED' TO WS-RPT-LABEL.
           MOVE WS-CP-FAILED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'DAY-CLOSE VERDICT' TO WS-RPT-LABEL.
           IF WS-CP-FAILED-COUNT = ZERO
               MOVE 'RELEASE FOR SETTLEMENT' TO WS-RPT-VALUE
           ELSE
               MOVE 'HOLD - DO NOT SETTLE' TO WS-RPT-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-SIGN-LINE.
       6500-EXIT.
           EXIT.

      * APPEND THE VERDICT TO THE RUN REGISTER SO THE HISTORY SHOWS
      * WHICH DAYS WERE FORMALLY RELEASED - THE ROLL-DATE JOB READS
      * IT BEFORE ADVANCING THE BUSINESS DATE.  THE FEED IDENTITY
      * IS THE ONE THE LATEST EDIT LOGGED; THE COUNTS ARE ACTL'S.
      * A REGISTER THAT CANNOT BE APPENDED TO LEAVES THE DAY
      * UNRELEASED, SO IT FAILS THE STEP.
       8000-APPEND-DAY-CLOSE-ENTRY.
           OPEN EXTEND RUN-REG-FILE.
           IF WS-RUN-REG-STATUS NOT = '00' AND '05'
               DISPLAY 'Program23 ABEND: UNABLE TO APPEND TO THE '
                   'RUN REGISTER - STATUS ' WS-RUN-REG-STATUS
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO RREG-RECORD.
           MOVE 'DC' TO RREG-ENTRY-TYPE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TS-DATE.
           MOVE WS-CURRENT-TIME TO WS-TS-TIME.
           MOVE WS-TODAY-DATE TO RREG-RUN-DATE.
           MOVE WS-TIMESTAMP TO RREG-TIMESTAMP.
           MOVE WS-EDIT-FEED-COUNT TO RREG-FEED-COUNT.
           MOVE WS-EDIT-FEED-HASH TO RREG-FEED-HASH.
           IF WS-ACTL-PRESENT
               MOVE ACTL-SUCCESS-COUNT TO RREG-SUCCESS-COUNT
               MOVE ACTL-REJECT-COUNT TO RREG-REJECT-COUNT
           ELSE
               MOVE ZEROES TO RREG-SUCCESS-COUNT
               MOVE ZEROES TO RREG-REJECT-COUNT
           END-IF.
           IF WS-CP-FAILED-COUNT = ZERO
               MOVE 'RELEASED' TO RREG-END-STATUS
               MOVE 'ALL PASS' TO RREG-RECON-RESULT
           ELSE
               MOVE 'HELD' TO RREG-END-STATUS
               MOVE WS-CP-FAILED-COUNT TO RREG-RECON-RESULT (1:1)
               MOVE ' FAILED' TO RREG-RECON-RESULT (2:7)
           END-IF.
           MOVE WS-FEED-CYCLE TO RREG-CYCLE-ID.
           WRITE RUN-REG-REC FROM RREG-RECORD.
           CLOSE RUN-REG-FILE.
       8000-EXIT.
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

       9000-TERMINATE.
           CLOSE REPORT-FILE.
           IF WS-CP-FAILED-COUNT = ZERO
               MOVE ZERO TO WS-JOB-RETURN-CODE
               DISPLAY 'Program23 DAY ' WS-TODAY-DATE
                   ' CYCLE ' WS-FEED-CYCLE
                   ' RELEASED FOR SETTLEMENT'
           ELSE
               MOVE 8 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program23 DAY ' WS-TODAY-DATE
                   ' CYCLE ' WS-FEED-CYCLE ' HELD - '
                   WS-CP-FAILED-COUNT ' CONTROL POINT(S) FAILED'
           END-IF.
       9000-EXIT.
           EXIT.
