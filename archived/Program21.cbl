       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program21.
       AUTHOR. D L MASON.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

      ****************************************************************
      *                                                              *
      *   Program21 - BUSINESS-UNIT MASTER MAINTENANCE               *
      *                                                              *
      *   APPLIES THE OPERATOR ADD / CHANGE / DEACTIVATE CARDS (SEE  *
      *   BUMCREC.CPY) TO THE KEYED BUSINESS-UNIT MASTER IN PLACE    *
      *   AND PRINTS A CHANGE REPORT: ONE ACTION LINE PER CARD       *
      *   NAMING THE OPERATOR WHO KEYED IT, FOLLOWED BY A BEFORE /   *
      *   AFTER LINE FOR EVERY FIELD THE CARD ACTUALLY CHANGED.  A   *
      *   CARD THAT CANNOT BE APPLIED (UNIT ALREADY ACTIVE ON AN     *
      *   ADD, NOT ON THE MASTER FOR A CHANGE OR DEACTIVATE, MISSING *
      *   OPERATOR ID OR REQUIRED FIELD, BAD DATE) IS REJECTED ON    *
      *   THE REPORT, LEAVES THE MASTER UNTOUCHED, AND ENDS THE STEP *
      *   WITH RC 4 SO SOMEBODY LOOKS AT IT BEFORE THE NIGHT'S FEED  *
      *   MEETS THE PRE-FLIGHT EDIT.                                 *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-05 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-08 DLM   DEFAULT EFFECTIVE DATES AND THE LAST-   *
      *                      MAINTAINED DATE ARE NOW THE BUSINESS    *
      *                      DATE FROM THE BUSINESS-DATE CONTROL     *
      *                      FILE (BDATE), NOT THE SYSTEM CLOCK.     *
      *     2026-10-15 DLM   A D CARD DATED TO END AFTER THE         *
      *                      BUSINESS DATE IS NOW REJECTED (RC 4) -  *
      *                      THE UNIT WENT INACTIVE AT ONCE AND THE  *
      *                      PRE-FLIGHT EDIT REFUSED IT FROM THE     *
      *                      NEXT RUN, WHATEVER DATE WAS KEYED.  A   *
      *                      FUTURE END DATE GOES ON A C CARD; THE   *
      *                      EDIT STOPS THE UNIT ONCE IT PASSES.     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUM-FILE ASSIGN TO BUMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUM-UNIT-STR
               FILE STATUS IS WS-BUM-STATUS.

           SELECT CARD-FILE ASSIGN TO BUMCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUM-FILE.
      * BUSINESS-UNIT MASTER RECORD LAYOUT - THE MASTER IS A KEYED
      * FILE, SO THE RECORD (AND ITS KEY, BUM-UNIT-STR) LIVES UNDER
      * THE FD.
           COPY BUMREC.

       FD  CARD-FILE.
       01  CARD-FILE-REC                PIC X(85).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(92).

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

      * MAINTENANCE CARD LAYOUT.
           COPY BUMCREC.

      * BUSINESS-DATE CONTROL RECORD.
           COPY BDATREC.

       01  WS-FILE-STATUSES.
           05  WS-BUM-STATUS            PIC X(2).
           05  WS-CARD-STATUS           PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-EOF                   VALUE 'Y'.
           05  WS-UNIT-ON-FILE-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-UNIT-ON-FILE          VALUE 'Y'.
           05  WS-CARD-VALID-SWITCH     PIC X(1) VALUE 'Y'.
               88  WS-CARD-VALID            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(8)  VALUE ZEROES.
           05  WS-ADDED-COUNT           PIC 9(8)  VALUE ZEROES.
           05  WS-REACTIVATED-COUNT     PIC 9(8)  VALUE ZEROES.
           05  WS-CHANGED-COUNT         PIC 9(8)  VALUE ZEROES.
           05  WS-DEACTIVATED-COUNT     PIC 9(8)  VALUE ZEROES.
           05  WS-REJECTED-COUNT        PIC 9(8)  VALUE ZEROES.

       01  WS-TODAY-DATE                PIC 9(8)  VALUE ZEROES.

      * THE MASTER RECORD AS IT STOOD BEFORE THE CARD WAS APPLIED,
      * FOR THE BEFORE / AFTER LINES.
       01  WS-BEFORE-RECORD.
           05  WS-BEFORE-UNIT-STR       PIC X(20).
           05  WS-BEFORE-UNIT-NAME      PIC X(30).
           05  WS-BEFORE-COST-CENTER    PIC X(10).
           05  WS-BEFORE-STATUS         PIC X(1).
           05  WS-BEFORE-EFF-FROM       PIC 9(8).
           05  WS-BEFORE-EFF-TO         PIC 9(8).
           05  WS-BEFORE-MAINT-DATE     PIC 9(8).
           05  WS-BEFORE-MAINT-OPER     PIC X(8).

       01  WS-JOB-RETURN-CODE           PIC 9(4)  VALUE ZEROES.

       01  WS-REPORT-LINES.
           05  WS-RPT-TITLE.
               10  FILLER               PIC X(40) VALUE
                   'Program21 BUSINESS-UNIT MASTER CHANGES'.
               10  FILLER               PIC X(40) VALUE SPACES.
           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-ACTION-DETAIL.
               10  WS-RPT-ACT-ACTION    PIC X(1).
               10  FILLER               PIC X(1)  VALUE SPACES.
               10  WS-RPT-ACT-STR       PIC X(20).
               10  FILLER               PIC X(3)  VALUE ' - '.
               10  WS-RPT-ACT-TEXT      PIC X(48).
               10  FILLER               PIC X(4)  VALUE ' BY '.
               10  WS-RPT-ACT-OPER      PIC X(8).
               10  FILLER               PIC X(7)  VALUE SPACES.
           05  WS-RPT-FIELD-DETAIL.
               10  FILLER               PIC X(4)  VALUE SPACES.
               10  WS-RPT-FLD-NAME      PIC X(14).
               10  WS-RPT-FLD-BEFORE    PIC X(30).
               10  FILLER               PIC X(4)  VALUE ' -> '.
               10  WS-RPT-FLD-AFTER     PIC X(30).
               10  FILLER               PIC X(10) VALUE SPACES.
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
           PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN I-O BUM-FILE.
           IF WS-BUM-STATUS NOT = '00'
               DISPLAY 'Program21 ABEND: UNABLE TO OPEN BUMAST - '
                   'STATUS ' WS-BUM-STATUS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'Program21 ABEND: UNABLE TO OPEN BUMCARD'
               CLOSE BUM-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Program21 ABEND: UNABLE TO OPEN REPTOUT'
               CLOSE BUM-FILE
               CLOSE CARD-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program21 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program21 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-TODAY-DATE.
       1050-EXIT.
           EXIT.

      * READ ONE CARD, LOOK ITS UNIT UP ON THE MASTER, AND APPLY IT.
      * A CARD WITH NO OPERATOR ID OR NO UNIT TAG IS REJECTED BEFORE
      * THE MASTER IS EVER TOUCHED.
       2000-APPLY-ONE-CARD.
           READ CARD-FILE INTO BUMC-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-CARDS-READ.
           MOVE BUMC-ACTION TO WS-RPT-ACT-ACTION.
           MOVE BUMC-UNIT-STR TO WS-RPT-ACT-STR.
           MOVE BUMC-OPERATOR-ID TO WS-RPT-ACT-OPER.
           IF BUMC-OPERATOR-ID = SPACES
               MOVE 'REJECTED - NO OPERATOR ID ON CARD'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF BUMC-UNIT-STR = SPACES
               MOVE 'REJECTED - NO UNIT TAG ON CARD'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-READ-MASTER THRU 2050-EXIT.
           EVALUATE TRUE
               WHEN BUMC-ADD
                   PERFORM 2100-ADD-UNIT THRU 2100-EXIT
               WHEN BUMC-CHANGE
                   PERFORM 2200-CHANGE-UNIT THRU 2200-EXIT
               WHEN BUMC-DEACTIVATE
                   PERFORM 2300-DEACTIVATE-UNIT THRU 2300-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - ACTION IS NOT A, C, OR D'
                       TO WS-RPT-ACT-TEXT
                   PERFORM 2900-REJECT-CARD THRU 2900-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * KEYED READ OF THE CARD'S UNIT.  NOT-ON-FILE LEAVES BLANK
      * BEFORE-VALUES FOR THE CHANGE REPORT.
       2050-READ-MASTER.
           MOVE 'N' TO WS-UNIT-ON-FILE-SWITCH.
           MOVE BUMC-UNIT-STR TO BUM-UNIT-STR.
           READ BUM-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-RECORD
                   MOVE ZEROES TO WS-BEFORE-EFF-FROM
                   MOVE ZEROES TO WS-BEFORE-EFF-TO
                   MOVE ZEROES TO WS-BEFORE-MAINT-DATE
               NOT INVALID KEY
                   SET WS-UNIT-ON-FILE TO TRUE
                   MOVE BUM-RECORD TO WS-BEFORE-RECORD
           END-READ.
       2050-EXIT.
           EXIT.

      * ADD A NEW UNIT, OR REACTIVATE ONE THAT IS ON THE MASTER BUT
      * INACTIVE.  AN ADD FOR A UNIT THAT IS ALREADY ACTIVE IS A
      * KEYING ERROR - A CHANGE CARD WAS MEANT.
       2100-ADD-UNIT.
           IF WS-UNIT-ON-FILE AND BUM-ACTIVE
               MOVE 'REJECTED - UNIT IS ALREADY ACTIVE ON MASTER'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF BUMC-UNIT-NAME = SPACES OR BUMC-COST-CENTER = SPACES
               MOVE 'REJECTED - NAME AND COST CENTER ARE REQUIRED'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE BUMC-UNIT-STR TO BUM-UNIT-STR.
           MOVE BUMC-UNIT-NAME TO BUM-UNIT-NAME.
           MOVE BUMC-COST-CENTER TO BUM-COST-CENTER.
           MOVE 'A' TO BUM-STATUS.
           MOVE WS-TODAY-DATE TO BUM-EFFECTIVE-FROM.
           MOVE 99999999 TO BUM-EFFECTIVE-TO.
           PERFORM 2500-APPLY-CARD-DATES THRU 2500-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-TODAY-DATE TO BUM-LAST-MAINT-DATE.
           MOVE BUMC-OPERATOR-ID TO BUM-LAST-MAINT-OPER.
           IF WS-UNIT-ON-FILE
               REWRITE BUM-RECORD
                   INVALID KEY
                       PERFORM 2800-MASTER-UPDATE-FAILED THRU 2800-EXIT
               END-REWRITE
               ADD 1 TO WS-REACTIVATED-COUNT
               MOVE 'REACTIVATED' TO WS-RPT-ACT-TEXT
           ELSE
               WRITE BUM-RECORD
                   INVALID KEY
                       PERFORM 2800-MASTER-UPDATE-FAILED THRU 2800-EXIT
               END-WRITE
               ADD 1 TO WS-ADDED-COUNT
               MOVE 'ADDED' TO WS-RPT-ACT-TEXT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-ACTION-DETAIL.
           PERFORM 2700-PRINT-FIELD-CHANGES THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      * OVERLAY ANY NON-BLANK FIELD FROM THE CARD.  STATUS IS LEFT
      * ALONE - DEACTIVATION AND REACTIVATION HAVE THEIR OWN CARDS.
       2200-CHANGE-UNIT.
           IF NOT WS-UNIT-ON-FILE
               MOVE 'REJECTED - UNIT IS NOT ON MASTER'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF BUMC-UNIT-NAME NOT = SPACES
               MOVE BUMC-UNIT-NAME TO BUM-UNIT-NAME
           END-IF.
           IF BUMC-COST-CENTER NOT = SPACES
               MOVE BUMC-COST-CENTER TO BUM-COST-CENTER
           END-IF.
           PERFORM 2500-APPLY-CARD-DATES THRU 2500-EXIT.
           IF NOT WS-CARD-VALID
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-TODAY-DATE TO BUM-LAST-MAINT-DATE.
           MOVE BUMC-OPERATOR-ID TO BUM-LAST-MAINT-OPER.
           REWRITE BUM-RECORD
               INVALID KEY
                   PERFORM 2800-MASTER-UPDATE-FAILED THRU 2800-EXIT
           END-REWRITE.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE 'CHANGED' TO WS-RPT-ACT-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-ACTION-DETAIL.
           PERFORM 2700-PRINT-FIELD-CHANGES THRU 2700-EXIT.
       2200-EXIT.
           EXIT.

      * DEACTIVATE AN ACTIVE UNIT.  THE RECORD STAYS ON THE MASTER
      * SO PAST POSTINGS STILL RESOLVE TO A NAME AND COST CENTER.
      * THE UNIT IS INACTIVE FROM THE NEXT RUN, SO AN EFFECTIVE-TO
      * LATER THAN THE BUSINESS DATE CANNOT BE HONOURED - A UNIT
      * THAT IS TO STOP ON A FUTURE DATE TAKES A C CARD WITH THAT
      * EFFECTIVE-TO, AND THE PRE-FLIGHT EDIT STOPS IT ONCE IT PASSES.
       2300-DEACTIVATE-UNIT.
           IF NOT WS-UNIT-ON-FILE
               MOVE 'REJECTED - UNIT IS NOT ON MASTER'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF BUM-INACTIVE
               MOVE 'REJECTED - UNIT IS ALREADY INACTIVE'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF BUMC-EFFECTIVE-TO = SPACES
               MOVE WS-TODAY-DATE TO BUM-EFFECTIVE-TO
           ELSE
               IF BUMC-EFFECTIVE-TO IS NUMERIC
                   MOVE BUMC-EFFECTIVE-TO TO BUM-EFFECTIVE-TO
               ELSE
                   MOVE 'REJECTED - EFFECTIVE-TO DATE NOT NUMERIC'
                       TO WS-RPT-ACT-TEXT
                   PERFORM 2900-REJECT-CARD THRU 2900-EXIT
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           IF BUM-EFFECTIVE-TO > WS-TODAY-DATE
               MOVE 'REJECTED - EFFECTIVE-TO IS AFTER BUSINESS DATE'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE 'I' TO BUM-STATUS.
           MOVE WS-TODAY-DATE TO BUM-LAST-MAINT-DATE.
           MOVE BUMC-OPERATOR-ID TO BUM-LAST-MAINT-OPER.
           REWRITE BUM-RECORD
               INVALID KEY
                   PERFORM 2800-MASTER-UPDATE-FAILED THRU 2800-EXIT
           END-REWRITE.
           ADD 1 TO WS-DEACTIVATED-COUNT.
           MOVE 'DEACTIVATED' TO WS-RPT-ACT-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-ACTION-DETAIL.
           PERFORM 2700-PRINT-FIELD-CHANGES THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      * OVERLAY THE EFFECTIVE DATES FROM THE CARD WHERE SUPPLIED AND
      * CHECK THE RESULT IS A USABLE RANGE.  A BAD DATE REJECTS THE
      * WHOLE CARD - THE MASTER RECORD IN STORAGE IS NOT WRITTEN.
       2500-APPLY-CARD-DATES.
           MOVE 'Y' TO WS-CARD-VALID-SWITCH.
           IF BUMC-EFFECTIVE-FROM NOT = SPACES
               IF BUMC-EFFECTIVE-FROM IS NUMERIC
                   MOVE BUMC-EFFECTIVE-FROM TO BUM-EFFECTIVE-FROM
               ELSE
                   MOVE 'REJECTED - EFFECTIVE-FROM DATE NOT NUMERIC'
                       TO WS-RPT-ACT-TEXT
                   PERFORM 2900-REJECT-CARD THRU 2900-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF BUMC-EFFECTIVE-TO NOT = SPACES
               IF BUMC-EFFECTIVE-TO IS NUMERIC
                   MOVE BUMC-EFFECTIVE-TO TO BUM-EFFECTIVE-TO
               ELSE
                   MOVE 'REJECTED - EFFECTIVE-TO DATE NOT NUMERIC'
                       TO WS-RPT-ACT-TEXT
                   PERFORM 2900-REJECT-CARD THRU 2900-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF BUM-EFFECTIVE-FROM > BUM-EFFECTIVE-TO
               MOVE 'REJECTED - EFFECTIVE-FROM IS AFTER EFFECTIVE-TO'
                   TO WS-RPT-ACT-TEXT
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      * ONE BEFORE / AFTER LINE PER FIELD THE CARD CHANGED.  A NEW
      * UNIT SHOWS BLANK BEFORE-VALUES.
       2700-PRINT-FIELD-CHANGES.
           IF BUM-UNIT-NAME NOT = WS-BEFORE-UNIT-NAME
               MOVE 'NAME' TO WS-RPT-FLD-NAME
               MOVE WS-BEFORE-UNIT-NAME TO WS-RPT-FLD-BEFORE
               MOVE BUM-UNIT-NAME TO WS-RPT-FLD-AFTER
               WRITE REPORT-LINE FROM WS-RPT-FIELD-DETAIL
           END-IF.
           IF BUM-COST-CENTER NOT = WS-BEFORE-COST-CENTER
               MOVE 'COST CENTER' TO WS-RPT-FLD-NAME
               MOVE WS-BEFORE-COST-CENTER TO WS-RPT-FLD-BEFORE
               MOVE BUM-COST-CENTER TO WS-RPT-FLD-AFTER
               WRITE REPORT-LINE FROM WS-RPT-FIELD-DETAIL
           END-IF.
           IF BUM-STATUS NOT = WS-BEFORE-STATUS
               MOVE 'STATUS' TO WS-RPT-FLD-NAME
               MOVE WS-BEFORE-STATUS TO WS-RPT-FLD-BEFORE
               MOVE BUM-STATUS TO WS-RPT-FLD-AFTER
               WRITE REPORT-LINE FROM WS-RPT-FIELD-DETAIL
           END-IF.
           IF BUM-EFFECTIVE-FROM NOT = WS-BEFORE-EFF-FROM
               MOVE 'EFFECTIVE FROM' TO WS-RPT-FLD-NAME
               MOVE WS-BEFORE-EFF-FROM TO WS-RPT-FLD-BEFORE
               MOVE BUM-EFFECTIVE-FROM TO WS-RPT-FLD-AFTER
               WRITE REPORT-LINE FROM WS-RPT-FIELD-DETAIL
           END-IF.
           IF BUM-EFFECTIVE-TO NOT = WS-BEFORE-EFF-TO
               MOVE 'EFFECTIVE TO' TO WS-RPT-FLD-NAME
               MOVE WS-BEFORE-EFF-TO TO WS-RPT-FLD-BEFORE
               MOVE BUM-EFFECTIVE-TO TO WS-RPT-FLD-AFTER
               WRITE REPORT-LINE FROM WS-RPT-FIELD-DETAIL
           END-IF.
       2700-EXIT.
           EXIT.

      * A FAILED WRITE OR REWRITE LEAVES THE MASTER IN AN UNKNOWN
      * STATE FOR THIS UNIT - STOP RATHER THAN REPORT A CHANGE THAT
      * MAY NOT HAVE LANDED.
       2800-MASTER-UPDATE-FAILED.
           DISPLAY 'Program21 ABEND: UPDATE OF BUMAST FAILED FOR '
               BUM-UNIT-STR ' - STATUS ' WS-BUM-STATUS.
           CLOSE BUM-FILE.
           CLOSE CARD-FILE.
           CLOSE REPORT-FILE.
           MOVE 99 TO RETURN-CODE.
           GOBACK.
       2800-EXIT.
           EXIT.

      * THE CALLER HAS ALREADY LEFT THE REASON IN WS-RPT-ACT-TEXT.
       2900-REJECT-CARD.
           MOVE 'N' TO WS-CARD-VALID-SWITCH.
           ADD 1 TO WS-REJECTED-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-ACTION-DETAIL.
       2900-EXIT.
           EXIT.

       5000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.

           MOVE 'CARDS READ' TO WS-RPT-LABEL.
           MOVE WS-CARDS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNITS ADDED' TO WS-RPT-LABEL.
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNITS REACTIVATED' TO WS-RPT-LABEL.
           MOVE WS-REACTIVATED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNITS CHANGED' TO WS-RPT-LABEL.
           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNITS DEACTIVATED' TO WS-RPT-LABEL.
           MOVE WS-DEACTIVATED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'CARDS REJECTED' TO WS-RPT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BUM-FILE.
           CLOSE CARD-FILE.
           CLOSE REPORT-FILE.
           IF WS-REJECTED-COUNT > ZEROES
               MOVE 4 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program21 COMPLETE - ' WS-REJECTED-COUNT
                   ' CARDS REJECTED - SEE CHANGE REPORT'
           ELSE
               MOVE ZERO TO WS-JOB-RETURN-CODE
               DISPLAY 'Program21 COMPLETE - ' WS-CARDS-READ
                   ' CARDS APPLIED'
           END-IF.
       9000-EXIT.
           EXIT.
