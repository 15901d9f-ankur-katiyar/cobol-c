       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program28.
       AUTHOR. D L MASON.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ****************************************************************
      *                                                              *
      *   Program28 - BUSINESS-UNIT VOLUME ANOMALY CHECK             *
      *                                                              *
      *   PRE-FLIGHT CHECK, RUN AFTER THE FEED EDIT AND BEFORE THE   *
      *   DRIVER.  THE FEED EDIT PROVES THE FEED MATCHES WHAT        *
      *   UPSTREAM SAYS IT SENT; THIS CHECKS WHETHER WHAT UPSTREAM   *
      *   SENT LOOKS LIKE AN ORDINARY DAY.  FOR EACH BUSINESS UNIT:  *
      *                                                              *
      *     - TODAY'S RECORD COUNT FROM ITS UPSTREAM UNIT CONTROL    *
      *       RECORD (UPCTLIN) IS COMPARED WITH ITS AVERAGE DAILY    *
      *       COUNT OVER THE TRAILING WINDOW OF THE AUDIT HISTORY    *
      *       MASTER - THE LAST N DAYS THE STREAM RAN BEFORE THE     *
      *       BUSINESS DATE.  A COUNT MORE THAN THE UNIT'S LOW       *
      *       TOLERANCE BELOW THE AVERAGE, OR MORE THAN ITS HIGH     *
      *       TOLERANCE ABOVE IT, IS AN ANOMALY.  A UNIT WITH        *
      *       HISTORY THAT SENT NOTHING TODAY IS 100 PERCENT LOW.    *
      *     - TODAY'S RECORD-TYPE MIX (RG/AJ/RV SHARES, FROM         *
      *       TRANIN) IS COMPARED WITH THE UNIT'S MIX OVER THE SAME  *
      *       WINDOW.  A SHARE THAT MOVED MORE THAN THE UNIT'S MIX   *
      *       TOLERANCE, IN PERCENTAGE POINTS, IS AN ANOMALY.        *
      *                                                              *
      *   EVERY UNIT IS LISTED ON THE ANOMALY REPORT.  A FLAGGED     *
      *   UNIT WHOSE TOLERANCE CARD ASKS FOR IT IS PUT ON HOLD -     *
      *   ITS str TAG IS WRITTEN TO AUTOHOLD, ONE PER CARD IN THE    *
      *   HOLD CONTROL LAYOUT, AND THE JOB STREAM CONCATENATES THAT  *
      *   BEHIND HOLDCTL FOR THE DRIVER - SO ONE BAD UNIT IS HELD    *
      *   BACK WITHOUT STOPPING THE REST OF THE FEED.  ANY ANOMALY   *
      *   ENDS THE STEP WITH RC 4; OTHERWISE RC 0.                   *
      *                                                              *
      *   A UNIT WITH NO HISTORY IN THE WINDOW IS LISTED AS NEW AND  *
      *   NEVER FLAGGED.  WHILE THE WINDOW HOLDS FEWER DAYS THAN     *
      *   THE MINIMUM HISTORY, NO UNIT IS FLAGGED AT ALL.  A         *
      *   BLANK-TAGGED RECORD COUNTS UNDER THE RUN'S PARMIN TAG,     *
      *   THE UNIT THE DRIVER WILL RUN IT UNDER.                     *
      *                                                              *
      *   VOLPARM - ONE TOLERANCE CARD PER UNIT:                     *
      *     1-20   str TAG, OR '*' IN COLUMN 1 FOR THE DEFAULT CARD  *
      *            THAT COVERS EVERY UNIT WITHOUT ONE OF ITS OWN     *
      *     21-23  LOW TOLERANCE, PERCENT BELOW AVERAGE              *
      *     24-26  HIGH TOLERANCE, PERCENT ABOVE AVERAGE             *
      *     27-28  MIX TOLERANCE, PERCENTAGE POINTS (00 = NO CHECK)  *
      *     29     'Y' TO HOLD THE UNIT AUTOMATICALLY WHEN FLAGGED   *
      *     30-32  WINDOW, DAYS OF HISTORY       (DEFAULT CARD ONLY) *
      *     33-35  MINIMUM DAYS OF HISTORY       (DEFAULT CARD ONLY) *
      *   A BLANK FIELD TAKES THE DEFAULT CARD'S VALUE, AND A BLANK  *
      *   DEFAULT CARD FIELD THE COMPILED DEFAULT: LOW 050, HIGH     *
      *   100, MIX 00, NO AUTO-HOLD, WINDOW 020, MINIMUM 005.        *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-15 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   EACH FEED CYCLE IS NOW MEASURED AGAINST *
      *                      ITS OWN HISTORY - ONLY AUDIT HISTORY    *
      *                      RECORDS OF THE CYCLE ON UPCTLIN (BLANK  *
      *                      MEANS '01') ARE COUNTED, AND THE WINDOW *
      *                      IS THE LAST N DAYS THAT CYCLE RAN.  A   *
      *                      MORNING FILE IS NO LONGER HALF OF A     *
      *                      WHOLE-DAY AVERAGE.                      *
      *     2026-10-15 DLM   AUDHIST IS NOW PROVED DAY BY DAY        *
      *                      AGAINST THE AUDIT TRAILERS Program12    *
      *                      APPENDS WITH EACH GENERATION, ON THE    *
      *                      FIRST PASS OVER IT.  A TRAILER THAT     *
      *                      DOES NOT MATCH ITS RECORDS, OR RECORDS  *
      *                      WITH NO TRAILER AFTER THEM, STOP THE    *
      *                      CHECK WITH RC 99 - A SHORT HISTORY      *
      *                      WOULD UNDERSTATE EVERY BASELINE.        *
      *                      TRAILERS ARE NOT FEED RECORDS AND ARE   *
      *                      LEFT OUT OF THE VOLUMES.                *
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

           SELECT UPSTREAM-FILE ASSIGN TO UPCTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPSTREAM-STATUS.

           SELECT TRAN-FILE ASSIGN TO TRANIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL AUDIT-HIST-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-HIST-STATUS.

           SELECT OPTIONAL VOL-PARM-FILE ASSIGN TO VOLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOL-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUTO-HOLD-FILE ASSIGN TO AUTOHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTO-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       FD  UPSTREAM-FILE.
       01  UPSTREAM-FILE-REC            PIC X(40).

       FD  TRAN-FILE.
       01  TRAN-FILE-REC                PIC X(30).

       FD  PARM-FILE.
       01  PARM-FILE-REC                PIC X(73).

       FD  AUDIT-HIST-FILE.
       01  AUDIT-HIST-REC               PIC X(83).

       FD  VOL-PARM-FILE.
       01  VOL-PARM-REC                 PIC X(35).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       FD  AUTO-HOLD-FILE.
       01  AUTO-HOLD-REC                PIC X(20).

       WORKING-STORAGE SECTION.

      * BUSINESS-DATE CONTROL RECORD.
           COPY BDATREC.

      * INDEPENDENT CONTROL TOTAL SUPPLIED BY THE UPSTREAM SYSTEM.
           COPY UPCTLREC.

      * TRANSACTION RECORD LAYOUT - THE FEED Program1 WILL DRIVE.
           COPY TRANREC.

      * MAINTENANCE PARAMETER CARD - FOR THE RUN'S str TAG ONLY.
           COPY PARMREC.

      * AUDIT LOG RECORD LAYOUT - THE HISTORY MASTER HOLDS THESE.
           COPY AUDTREC.

       01  WS-FILE-STATUSES.
           05  WS-BDATE-STATUS          PIC X(2).
           05  WS-UPSTREAM-STATUS       PIC X(2).
           05  WS-TRAN-STATUS           PIC X(2).
           05  WS-PARM-STATUS           PIC X(2).
           05  WS-AUDIT-HIST-STATUS     PIC X(2).
           05  WS-VOL-PARM-STATUS       PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-AUTO-HOLD-STATUS      PIC X(2).

       01  WS-SWITCHES.
           05  WS-UPSTREAM-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-UPSTREAM-EOF          VALUE 'Y'.
           05  WS-TRAN-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-HIST-EOF              VALUE 'Y'.
           05  WS-VOL-PARM-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-VOL-PARM-EOF          VALUE 'Y'.
           05  WS-UNIT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-UNIT-FOUND            VALUE 'Y'.
           05  WS-LOW-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-UNIT-LOW              VALUE 'Y'.
           05  WS-HIGH-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-UNIT-HIGH             VALUE 'Y'.
           05  WS-MIX-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-UNIT-MIX-SHIFTED      VALUE 'Y'.
           05  WS-HISTORY-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-ENOUGH-HISTORY        VALUE 'Y'.

       01  WS-DEFAULT-STR               PIC X(20) VALUE "from COBOL".
       01  WS-RUN-STR                   PIC X(20).
       01  WS-BUSINESS-DATE             PIC 9(8)  VALUE ZEROES.

      * VOLPARM CARD - SEE THE BANNER.
       01  WS-VOL-PARM-CARD.
           05  WS-VP-STR                PIC X(20).
           05  WS-VP-LOW-PCT            PIC X(3).
           05  WS-VP-HIGH-PCT           PIC X(3).
           05  WS-VP-MIX-PTS            PIC X(2).
           05  WS-VP-AUTO-HOLD          PIC X(1).
           05  WS-VP-WINDOW-DAYS        PIC X(3).
           05  WS-VP-MIN-DAYS           PIC X(3).

      * TOLERANCES FOR A UNIT WITH NO CARD OF ITS OWN - THE DEFAULT
      * CARD'S VALUES, OR THESE COMPILED ONES WHERE IT IS BLANK.
       01  WS-DEFAULT-TOLERANCES.
           05  WS-DFLT-LOW-PCT          PIC 9(3)  VALUE 050.
           05  WS-DFLT-HIGH-PCT         PIC 9(3)  VALUE 100.
           05  WS-DFLT-MIX-PTS          PIC 9(2)  VALUE 00.
           05  WS-DFLT-AUTO-HOLD        PIC X(1)  VALUE 'N'.
       01  WS-WINDOW-DAYS               PIC 9(3)  VALUE 020.
       01  WS-MIN-HISTORY-DAYS          PIC 9(3)  VALUE 005.

      * THE TRAILING WINDOW - DAYS ON THE HISTORY MASTER BEFORE THE
      * BUSINESS DATE ARE NUMBERED IN ORDER; THE LAST N OF THEM ARE
      * THE WINDOW.
       01  WS-HISTORY-WINDOW.
           05  WS-HIST-DAYS-TOTAL       PIC 9(8)  VALUE ZEROES.
           05  WS-HIST-DAY-ORDINAL      PIC 9(8)  VALUE ZEROES.
           05  WS-FIRST-WINDOW-ORDINAL  PIC 9(8)  VALUE ZEROES.
           05  WS-WINDOW-DAYS-USED      PIC 9(8)  VALUE ZEROES.
           05  WS-LAST-HIST-DATE        PIC 9(8)  VALUE ZEROES.
           05  WS-WORK-HIST-DATE        PIC 9(8)  VALUE ZEROES.
           05  WS-WINDOW-FROM-DATE      PIC 9(8)  VALUE ZEROES.
           05  WS-WINDOW-TO-DATE        PIC 9(8)  VALUE ZEROES.

      * FEED CYCLE BEING CHECKED, FROM UPCTLIN, AND THE CYCLE OF THE
      * HISTORY RECORD IN HAND - A BLANK CYCLE IS '01' ON BOTH.
       01  WS-CYCLE-FIELDS.
           05  WS-FEED-CYCLE            PIC X(2)  VALUE '01'.
           05  WS-HIST-CYCLE            PIC X(2)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRAN-RECORDS-READ     PIC 9(8)  VALUE ZEROES.
           05  WS-HIST-RECORDS-USED     PIC 9(10) VALUE ZEROES.
           05  WS-UNITS-CHECKED         PIC 9(8)  VALUE ZEROES.
           05  WS-UNITS-NEW             PIC 9(8)  VALUE ZEROES.
           05  WS-UNITS-FLAGGED         PIC 9(8)  VALUE ZEROES.
           05  WS-UNITS-HELD            PIC 9(8)  VALUE ZEROES.
           05  WS-VOL-CARDS-READ        PIC 9(8)  VALUE ZEROES.

      * ONE ENTRY PER UNIT SEEN ON A VOLPARM CARD, ON UPCTLIN, ON
      * TRANIN, OR IN THE HISTORY WINDOW.  THE TYPE SLOTS ARE RG,
      * AJ AND RV IN THAT ORDER.
       01  WS-UNIT-MAX                  PIC 9(4)  COMP VALUE 500.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-COUNT            PIC 9(4)  COMP VALUE ZEROES.
           05  WS-UNIT-ENTRY            OCCURS 0 TO 500 TIMES
                                        DEPENDING ON WS-UNIT-COUNT.
               10  WS-UNIT-STR          PIC X(20).
               10  WS-UNIT-CARD-SW      PIC X(1).
                   88  WS-UNIT-HAS-CARD     VALUE 'Y'.
               10  WS-UNIT-LOW-PCT      PIC X(3).
               10  WS-UNIT-HIGH-PCT     PIC X(3).
               10  WS-UNIT-MIX-PTS      PIC X(2).
               10  WS-UNIT-AUTO-HOLD    PIC X(1).
               10  WS-UNIT-TODAY-COUNT  PIC 9(8).
               10  WS-UNIT-TODAY-TRAN   PIC 9(8).
               10  WS-UNIT-TODAY-TYPE   PIC 9(8)  OCCURS 3 TIMES.
               10  WS-UNIT-HIST-COUNT   PIC 9(10).
               10  WS-UNIT-HIST-TYPE    PIC 9(10) OCCURS 3 TIMES.
       01  WS-UNIT-SUB                  PIC 9(4)  COMP VALUE ZEROES.
       01  WS-UNIT-SCAN-SUB             PIC 9(4)  COMP VALUE ZEROES.
       01  WS-UNIT-WORK-STR             PIC X(20).

       01  WS-TYPE-CODES.
           05  FILLER                   PIC X(6)  VALUE 'RGAJRV'.
       01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
           05  WS-TYPE-CODE             PIC X(2)  OCCURS 3 TIMES.
       01  WS-TYPE-SUB                  PIC 9(4)  COMP VALUE ZEROES.
       01  WS-WORK-TYPE                 PIC X(2).

      * THE TOLERANCES IN FORCE FOR THE UNIT BEING EVALUATED, AND
      * THE FIGURES THEY ARE APPLIED TO.
       01  WS-EVAL-WORK.
           05  WS-EVAL-LOW-PCT          PIC 9(3).
           05  WS-EVAL-HIGH-PCT         PIC 9(3).
           05  WS-EVAL-MIX-PTS          PIC 9(2).
           05  WS-EVAL-AUTO-HOLD        PIC X(1).
               88  WS-EVAL-HOLD-WANTED      VALUE 'Y'.
           05  WS-AVG-COUNT             PIC 9(8).
           05  WS-CHANGE-PCT            PIC S9(7).
           05  WS-TODAY-SHARE           PIC 9(3).
           05  WS-HIST-SHARE            PIC 9(3).
           05  WS-SHARE-MOVE            PIC S9(3).

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
               10  FILLER               PIC X(44) VALUE
                   'myCDLL BUSINESS-UNIT VOLUME ANOMALY CHECK'.
               10  FILLER               PIC X(36) VALUE SPACES.
           05  WS-RPT-BLANK             PIC X(80) VALUE SPACES.
           05  WS-RPT-SECTION.
               10  WS-RPT-SECTION-TEXT  PIC X(52).
               10  FILLER               PIC X(28) VALUE SPACES.
           05  WS-RPT-UNIT-HEADER.
               10  FILLER               PIC X(20) VALUE 'UNIT (STR)'.
               10  FILLER               PIC X(9)  VALUE '    TODAY'.
               10  FILLER               PIC X(9)  VALUE '  AVERAGE'.
               10  FILLER               PIC X(8)  VALUE ' CHANGE'.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  FILLER               PIC X(10) VALUE 'STATUS'.
               10  FILLER               PIC X(10) VALUE 'ACTION'.
               10  FILLER               PIC X(12) VALUE SPACES.
           05  WS-RPT-UNIT-DETAIL.
               10  WS-RPT-UN-STR        PIC X(20).
               10  WS-RPT-UN-TODAY      PIC ZZZZZZZZ9.
               10  WS-RPT-UN-AVG        PIC ZZZZZZZZ9.
               10  WS-RPT-UN-CHANGE-AREA.
                   15  WS-RPT-UN-CHANGE PIC -(6)9.
                   15  WS-RPT-UN-PCT-SIGN PIC X(1).
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WS-RPT-UN-STATUS     PIC X(10).
               10  WS-RPT-UN-ACTION     PIC X(10).
               10  FILLER               PIC X(12) VALUE SPACES.
           05  WS-RPT-MIX-DETAIL.
               10  FILLER               PIC X(4)  VALUE SPACES.
               10  WS-RPT-MX-TYPE       PIC X(2).
               10  FILLER               PIC X(14) VALUE
                   ' SHARE  TODAY '.
               10  WS-RPT-MX-TODAY      PIC ZZ9.
               10  FILLER               PIC X(12) VALUE
                   '%  HISTORY '.
               10  WS-RPT-MX-HIST       PIC ZZ9.
               10  FILLER               PIC X(1)  VALUE '%'.
               10  FILLER               PIC X(41) VALUE SPACES.
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
           MOVE ZEROES TO WS-UNIT-SUB.
           PERFORM 2000-EVALUATE-ONE-UNIT THRU 2000-EXIT
               UNTIL WS-UNIT-SUB >= WS-UNIT-COUNT.
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT.
           PERFORM 1200-LOAD-TOLERANCES THRU 1200-EXIT.
           PERFORM 1300-LOAD-UPSTREAM-UNITS THRU 1300-EXIT.
           PERFORM 1400-COUNT-FEED-TYPES THRU 1400-EXIT.
           PERFORM 1500-FIND-HISTORY-WINDOW THRU 1500-EXIT.
           PERFORM 1600-LOAD-HISTORY-WINDOW THRU 1600-EXIT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Program28 ABEND: UNABLE TO OPEN REPTOUT'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AUTO-HOLD-FILE.
           IF WS-AUTO-HOLD-STATUS NOT = '00'
               DISPLAY 'Program28 ABEND: UNABLE TO OPEN AUTOHOLD'
               CLOSE REPORT-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'BUSINESS DATE' TO WS-RPT-LABEL.
           MOVE WS-BUSINESS-DATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'FEED CYCLE' TO WS-RPT-LABEL.
           MOVE WS-FEED-CYCLE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           MOVE 'HISTORY WINDOW - DAYS' TO WS-RPT-LABEL.
           MOVE WS-WINDOW-DAYS-USED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           IF WS-WINDOW-DAYS-USED > ZERO
               MOVE 'HISTORY WINDOW - FROM' TO WS-RPT-LABEL
               MOVE WS-WINDOW-FROM-DATE TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
               MOVE 'HISTORY WINDOW - THROUGH' TO WS-RPT-LABEL
               MOVE WS-WINDOW-TO-DATE TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.
           IF WS-WINDOW-DAYS-USED >= WS-MIN-HISTORY-DAYS
               AND WS-WINDOW-DAYS-USED > ZERO
               SET WS-ENOUGH-HISTORY TO TRUE
           ELSE
               MOVE 'NOT ENOUGH HISTORY - NO UNIT IS FLAGGED'
                   TO WS-RPT-VALUE
               MOVE SPACES TO WS-RPT-LABEL
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-UNIT-HEADER.
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK - IT
      * IS WHERE THE HISTORY WINDOW ENDS.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program28 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program28 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-BUSINESS-DATE.
       1050-EXIT.
           EXIT.

      * THE RUN'S str TAG, READ THE SAME WAY Program1 READS IT - A
      * MISSING FILE OR BLANK TAG LEAVES THE COMPILED DEFAULT.
       1100-READ-PARAMETER-CARD.
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
       1100-EXIT.
           EXIT.

      * OPTIONAL TOLERANCE CARDS.  WITH NO VOLPARM AT ALL EVERY
      * UNIT IS CHECKED AGAINST THE COMPILED DEFAULTS.
       1200-LOAD-TOLERANCES.
           OPEN INPUT VOL-PARM-FILE.
           IF WS-VOL-PARM-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-LOAD-ONE-TOLERANCE THRU 1250-EXIT
               UNTIL WS-VOL-PARM-EOF.
           CLOSE VOL-PARM-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-TOLERANCE.
           MOVE SPACES TO WS-VOL-PARM-CARD.
           READ VOL-PARM-FILE INTO WS-VOL-PARM-CARD
               AT END
                   SET WS-VOL-PARM-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.
           ADD 1 TO WS-VOL-CARDS-READ.
           IF WS-VP-STR = SPACES
               GO TO 1250-EXIT
           END-IF.
           IF WS-VP-STR (1:1) = '*'
               IF WS-VP-LOW-PCT IS NUMERIC
                   MOVE WS-VP-LOW-PCT TO WS-DFLT-LOW-PCT
               END-IF
               IF WS-VP-HIGH-PCT IS NUMERIC
                   MOVE WS-VP-HIGH-PCT TO WS-DFLT-HIGH-PCT
               END-IF
               IF WS-VP-MIX-PTS IS NUMERIC
                   MOVE WS-VP-MIX-PTS TO WS-DFLT-MIX-PTS
               END-IF
               IF WS-VP-AUTO-HOLD NOT = SPACE
                   MOVE WS-VP-AUTO-HOLD TO WS-DFLT-AUTO-HOLD
               END-IF
               IF WS-VP-WINDOW-DAYS IS NUMERIC
                   AND WS-VP-WINDOW-DAYS NOT = '000'
                   MOVE WS-VP-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
               IF WS-VP-MIN-DAYS IS NUMERIC
                   MOVE WS-VP-MIN-DAYS TO WS-MIN-HISTORY-DAYS
               END-IF
               GO TO 1250-EXIT
           END-IF.
           MOVE WS-VP-STR TO WS-UNIT-WORK-STR.
           PERFORM 7000-FIND-UNIT THRU 7000-EXIT.
           MOVE 'Y' TO WS-UNIT-CARD-SW (WS-UNIT-SUB).
           MOVE WS-VP-LOW-PCT TO WS-UNIT-LOW-PCT (WS-UNIT-SUB).
           MOVE WS-VP-HIGH-PCT TO WS-UNIT-HIGH-PCT (WS-UNIT-SUB).
           MOVE WS-VP-MIX-PTS TO WS-UNIT-MIX-PTS (WS-UNIT-SUB).
           MOVE WS-VP-AUTO-HOLD TO WS-UNIT-AUTO-HOLD (WS-UNIT-SUB).
       1250-EXIT.
           EXIT.

      * TODAY'S PER-UNIT COUNTS - THE RECORDS AFTER THE RUN-LEVEL
      * CONTROL TOTAL ON UPCTLIN.
       1300-LOAD-UPSTREAM-UNITS.
           OPEN INPUT UPSTREAM-FILE.
           IF WS-UPSTREAM-STATUS NOT = '00'
               DISPLAY 'Program28 ABEND: UNABLE TO OPEN UPCTLIN - '
                   'UPSTREAM CONTROL TOTAL MISSING'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           READ UPSTREAM-FILE INTO UPCTL-RECORD
               AT END
                   DISPLAY 'Program28 ABEND: UPCTLIN IS EMPTY - '
                       'UPSTREAM CONTROL TOTAL MISSING'
                   CLOSE UPSTREAM-FILE
                   MOVE 99 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF UPCTL-CYCLE-ID NOT = SPACES
               MOVE UPCTL-CYCLE-ID TO WS-FEED-CYCLE
           END-IF.
           PERFORM 1350-LOAD-ONE-UPSTREAM THRU 1350-EXIT
               UNTIL WS-UPSTREAM-EOF.
           CLOSE UPSTREAM-FILE.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-UPSTREAM.
           READ UPSTREAM-FILE INTO UPCTL-UNIT-RECORD
               AT END
                   SET WS-UPSTREAM-EOF TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           IF UPCTL-UNIT-STR = SPACES
               MOVE WS-RUN-STR TO WS-UNIT-WORK-STR
           ELSE
               MOVE UPCTL-UNIT-STR TO WS-UNIT-WORK-STR
           END-IF.
           PERFORM 7000-FIND-UNIT THRU 7000-EXIT.
           IF UPCTL-UNIT-COUNT IS NUMERIC
               ADD UPCTL-UNIT-COUNT
                   TO WS-UNIT-TODAY-COUNT (WS-UNIT-SUB)
           END-IF.
       1350-EXIT.
           EXIT.

      * TODAY'S TYPE MIX PER UNIT, FROM THE FEED ITSELF.
       1400-COUNT-FEED-TYPES.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'Program28 ABEND: UNABLE TO OPEN TRANIN - '
                   'TRANSACTION INPUT FILE MISSING OR MIS-CATALOGED'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1450-COUNT-ONE-TRAN THRU 1450-EXIT
               UNTIL WS-TRAN-EOF.
           CLOSE TRAN-FILE.
       1400-EXIT.
           EXIT.

       1450-COUNT-ONE-TRAN.
           READ TRAN-FILE INTO TRAN-RECORD
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   GO TO 1450-EXIT
           END-READ.
           ADD 1 TO WS-TRAN-RECORDS-READ.
           IF TRAN-STR = SPACES
               MOVE WS-RUN-STR TO WS-UNIT-WORK-STR
           ELSE
               MOVE TRAN-STR TO WS-UNIT-WORK-STR
           END-IF.
           PERFORM 7000-FIND-UNIT THRU 7000-EXIT.
           ADD 1 TO WS-UNIT-TODAY-TRAN (WS-UNIT-SUB).
           MOVE TRAN-RECORD-TYPE TO WS-WORK-TYPE.
           PERFORM 7100-FIND-TYPE THRU 7100-EXIT.
           IF WS-TYPE-SUB > ZERO
               ADD 1 TO WS-UNIT-TODAY-TYPE (WS-UNIT-SUB, WS-TYPE-SUB)
           END-IF.
       1450-EXIT.
           EXIT.

      * FIRST PASS OF THE HISTORY MASTER - IT IS IN DATE ORDER, SO
      * COUNTING THE DISTINCT DATES BEFORE THE BUSINESS DATE TELLS
      * WHICH OF THEM BEGINS THE WINDOW OF THE LAST N.  ONLY DAYS
      * THE FEED CYCLE BEING CHECKED RAN ARE COUNTED.  A MISSING
      * OR EMPTY MASTER LEAVES NO WINDOW AT ALL.  THIS PASS ALSO
      * PROVES EVERY DAY ON THE MASTER AGAINST ITS AUDIT TRAILER,
      * SO THE SECOND PASS ONLY HAS TO STEP OVER THEM.
       1500-FIND-HISTORY-WINDOW.
           OPEN INPUT AUDIT-HIST-FILE.
           IF WS-AUDIT-HIST-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SWITCH.
           MOVE ZEROES TO WS-LAST-HIST-DATE.
           PERFORM 1550-COUNT-ONE-HIST-DAY THRU 1550-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE AUDIT-HIST-FILE.
           IF WS-HIST-DAYS-TOTAL > WS-WINDOW-DAYS
               COMPUTE WS-FIRST-WINDOW-ORDINAL =
                   WS-HIST-DAYS-TOTAL - WS-WINDOW-DAYS + 1
               MOVE WS-WINDOW-DAYS TO WS-WINDOW-DAYS-USED
           ELSE
               MOVE 1 TO WS-FIRST-WINDOW-ORDINAL
               MOVE WS-HIST-DAYS-TOTAL TO WS-WINDOW-DAYS-USED
           END-IF.
       1500-EXIT.
           EXIT.

       1550-COUNT-ONE-HIST-DAY.
           READ AUDIT-HIST-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
                   GO TO 1550-EXIT
           END-READ.
           IF AUDIT-TYPE-TRAILER
               PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
               GO TO 1550-EXIT
           END-IF.
           PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT.
           IF AUDIT-TIMESTAMP (1:8) IS NOT NUMERIC
               GO TO 1550-EXIT
           END-IF.
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-WORK-HIST-DATE.
           PERFORM 7200-SET-HIST-CYCLE THRU 7200-EXIT.
           IF WS-WORK-HIST-DATE >= WS-BUSINESS-DATE
               OR WS-WORK-HIST-DATE = WS-LAST-HIST-DATE
               OR WS-HIST-CYCLE NOT = WS-FEED-CYCLE
               GO TO 1550-EXIT
           END-IF.
           ADD 1 TO WS-HIST-DAYS-TOTAL.
           MOVE WS-WORK-HIST-DATE TO WS-LAST-HIST-DATE.
       1550-EXIT.
           EXIT.

      * SECOND PASS - EVERY OUTCOME RECORD OF THE CYCLE IN THE
      * WINDOW COUNTS TOWARD ITS UNIT'S VOLUME AND MIX.  A RETRY
      * FIRST LEG IS NOT A SEPARATE FEED RECORD AND IS LEFT OUT.
       1600-LOAD-HISTORY-WINDOW.
           IF WS-WINDOW-DAYS-USED = ZERO
               GO TO 1600-EXIT
           END-IF.
           OPEN INPUT AUDIT-HIST-FILE.
           IF WS-AUDIT-HIST-STATUS NOT = '00'
               DISPLAY 'Program28 ABEND: UNABLE TO REOPEN AUDHIST'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SWITCH.
           MOVE ZEROES TO WS-LAST-HIST-DATE.
           MOVE ZEROES TO WS-HIST-DAY-ORDINAL.
           PERFORM 1650-LOAD-ONE-HIST-RECORD THRU 1650-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE AUDIT-HIST-FILE.
       1600-EXIT.
           EXIT.

       1650-LOAD-ONE-HIST-RECORD.
           READ AUDIT-HIST-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1650-EXIT
           END-READ.
           IF AUDIT-TYPE-TRAILER
               OR AUDIT-TIMESTAMP (1:8) IS NOT NUMERIC
               GO TO 1650-EXIT
           END-IF.
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-WORK-HIST-DATE.
           PERFORM 7200-SET-HIST-CYCLE THRU 7200-EXIT.
           IF WS-WORK-HIST-DATE >= WS-BUSINESS-DATE
               OR WS-HIST-CYCLE NOT = WS-FEED-CYCLE
               GO TO 1650-EXIT
           END-IF.
           IF WS-WORK-HIST-DATE NOT = WS-LAST-HIST-DATE
               ADD 1 TO WS-HIST-DAY-ORDINAL
               MOVE WS-WORK-HIST-DATE TO WS-LAST-HIST-DATE
               IF WS-HIST-DAY-ORDINAL = WS-FIRST-WINDOW-ORDINAL
                   MOVE WS-WORK-HIST-DATE TO WS-WINDOW-FROM-DATE
               END-IF
           END-IF.
           IF WS-HIST-DAY-ORDINAL < WS-FIRST-WINDOW-ORDINAL
               OR AUDIT-DISP-RETRY
               GO TO 1650-EXIT
           END-IF.
           MOVE WS-WORK-HIST-DATE TO WS-WINDOW-TO-DATE.
           ADD 1 TO WS-HIST-RECORDS-USED.
           MOVE AUDIT-STR TO WS-UNIT-WORK-STR.
           PERFORM 7000-FIND-UNIT THRU 7000-EXIT.
           ADD 1 TO WS-UNIT-HIST-COUNT (WS-UNIT-SUB).
           MOVE AUDIT-RECORD-TYPE TO WS-WORK-TYPE.
           PERFORM 7100-FIND-TYPE THRU 7100-EXIT.
           IF WS-TYPE-SUB > ZERO
               ADD 1 TO WS-UNIT-HIST-TYPE (WS-UNIT-SUB, WS-TYPE-SUB)
           END-IF.
       1650-EXIT.
           EXIT.

      * ONE UNIT: ITS TOLERANCES, ITS VOLUME AGAINST THE AVERAGE,
      * ITS MIX AGAINST THE HISTORY, ITS REPORT LINE, AND - IF IT
      * IS FLAGGED AND ITS CARD ASKS FOR IT - ITS HOLD CARD.
       2000-EVALUATE-ONE-UNIT.
           ADD 1 TO WS-UNIT-SUB.
           ADD 1 TO WS-UNITS-CHECKED.
           PERFORM 2100-SET-TOLERANCES THRU 2100-EXIT.
           MOVE 'N' TO WS-LOW-SWITCH.
           MOVE 'N' TO WS-HIGH-SWITCH.
           MOVE 'N' TO WS-MIX-SWITCH.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO WS-RPT-UN-STR.
           MOVE WS-UNIT-TODAY-COUNT (WS-UNIT-SUB) TO WS-RPT-UN-TODAY.
           MOVE SPACES TO WS-RPT-UN-ACTION.
           IF WS-UNIT-HIST-COUNT (WS-UNIT-SUB) = ZERO
               ADD 1 TO WS-UNITS-NEW
               MOVE ZEROES TO WS-RPT-UN-AVG
               MOVE SPACES TO WS-RPT-UN-CHANGE-AREA
               MOVE 'NEW' TO WS-RPT-UN-STATUS
               WRITE REPORT-LINE FROM WS-RPT-UNIT-DETAIL
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-AVG-COUNT ROUNDED =
               WS-UNIT-HIST-COUNT (WS-UNIT-SUB) / WS-WINDOW-DAYS-USED.
           MOVE WS-AVG-COUNT TO WS-RPT-UN-AVG.
           IF WS-AVG-COUNT = ZERO
               MOVE SPACES TO WS-RPT-UN-CHANGE-AREA
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-UNIT-TODAY-COUNT (WS-UNIT-SUB) - WS-AVG-COUNT)
                   * 100 / WS-AVG-COUNT
               MOVE WS-CHANGE-PCT TO WS-RPT-UN-CHANGE
               MOVE '%' TO WS-RPT-UN-PCT-SIGN
               IF WS-ENOUGH-HISTORY
                   IF WS-CHANGE-PCT < ZERO
                       AND (0 - WS-CHANGE-PCT) > WS-EVAL-LOW-PCT
                       SET WS-UNIT-LOW TO TRUE
                   END-IF
                   IF WS-CHANGE-PCT > WS-EVAL-HIGH-PCT
                       SET WS-UNIT-HIGH TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-ENOUGH-HISTORY
               AND WS-EVAL-MIX-PTS > ZERO
               AND WS-UNIT-TODAY-TRAN (WS-UNIT-SUB) > ZERO
               MOVE ZEROES TO WS-TYPE-SUB
               PERFORM 2200-CHECK-ONE-SHARE THRU 2200-EXIT
                   UNTIL WS-TYPE-SUB >= 3
           END-IF.
           EVALUATE TRUE
               WHEN WS-UNIT-LOW AND WS-UNIT-MIX-SHIFTED
                   MOVE 'LOW MIX' TO WS-RPT-UN-STATUS
               WHEN WS-UNIT-HIGH AND WS-UNIT-MIX-SHIFTED
                   MOVE 'HIGH MIX' TO WS-RPT-UN-STATUS
               WHEN WS-UNIT-LOW
                   MOVE 'LOW' TO WS-RPT-UN-STATUS
               WHEN WS-UNIT-HIGH
                   MOVE 'HIGH' TO WS-RPT-UN-STATUS
               WHEN WS-UNIT-MIX-SHIFTED
                   MOVE 'MIX' TO WS-RPT-UN-STATUS
               WHEN OTHER
                   MOVE 'OK' TO WS-RPT-UN-STATUS
           END-EVALUATE.
           IF WS-UNIT-LOW OR WS-UNIT-HIGH OR WS-UNIT-MIX-SHIFTED
               ADD 1 TO WS-UNITS-FLAGGED
               PERFORM 2300-HOLD-UNIT THRU 2300-EXIT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-UNIT-DETAIL.
           IF WS-UNIT-MIX-SHIFTED
               MOVE ZEROES TO WS-TYPE-SUB
               PERFORM 2400-PRINT-ONE-SHARE THRU 2400-EXIT
                   UNTIL WS-TYPE-SUB >= 3
           END-IF.
       2000-EXIT.
           EXIT.

      * A BLANK FIELD ON THE UNIT'S OWN CARD, OR NO CARD AT ALL,
      * TAKES THE DEFAULT.
       2100-SET-TOLERANCES.
           MOVE WS-DFLT-LOW-PCT TO WS-EVAL-LOW-PCT.
           MOVE WS-DFLT-HIGH-PCT TO WS-EVAL-HIGH-PCT.
           MOVE WS-DFLT-MIX-PTS TO WS-EVAL-MIX-PTS.
           MOVE WS-DFLT-AUTO-HOLD TO WS-EVAL-AUTO-HOLD.
           IF NOT WS-UNIT-HAS-CARD (WS-UNIT-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF WS-UNIT-LOW-PCT (WS-UNIT-SUB) IS NUMERIC
               MOVE WS-UNIT-LOW-PCT (WS-UNIT-SUB) TO WS-EVAL-LOW-PCT
           END-IF.
           IF WS-UNIT-HIGH-PCT (WS-UNIT-SUB) IS NUMERIC
               MOVE WS-UNIT-HIGH-PCT (WS-UNIT-SUB) TO WS-EVAL-HIGH-PCT
           END-IF.
           IF WS-UNIT-MIX-PTS (WS-UNIT-SUB) IS NUMERIC
               MOVE WS-UNIT-MIX-PTS (WS-UNIT-SUB) TO WS-EVAL-MIX-PTS
           END-IF.
           IF WS-UNIT-AUTO-HOLD (WS-UNIT-SUB) NOT = SPACE
               MOVE WS-UNIT-AUTO-HOLD (WS-UNIT-SUB)
                   TO WS-EVAL-AUTO-HOLD
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-SHARE.
           ADD 1 TO WS-TYPE-SUB.
           PERFORM 2500-COMPUTE-SHARES THRU 2500-EXIT.
           IF WS-SHARE-MOVE > WS-EVAL-MIX-PTS
               OR (0 - WS-SHARE-MOVE) > WS-EVAL-MIX-PTS
               SET WS-UNIT-MIX-SHIFTED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      * ONLY A UNIT THAT SENT SOMETHING TODAY HAS ANYTHING TO HOLD.
       2300-HOLD-UNIT.
           IF NOT WS-EVAL-HOLD-WANTED
               OR WS-UNIT-TODAY-TRAN (WS-UNIT-SUB) = ZERO
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-UNIT-STR (WS-UNIT-SUB) TO AUTO-HOLD-REC.
           WRITE AUTO-HOLD-REC.
           IF WS-AUTO-HOLD-STATUS NOT = '00'
               DISPLAY 'Program28 ABEND: WRITE TO AUTOHOLD FAILED - '
                   'STATUS ' WS-AUTO-HOLD-STATUS
               CLOSE REPORT-FILE
               CLOSE AUTO-HOLD-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-UNITS-HELD.
           MOVE 'AUTO-HOLD' TO WS-RPT-UN-ACTION.
           DISPLAY 'Program28 UNIT ' WS-UNIT-STR (WS-UNIT-SUB)
               ' PUT ON HOLD - VOLUME ANOMALY'.
       2300-EXIT.
           EXIT.

       2400-PRINT-ONE-SHARE.
           ADD 1 TO WS-TYPE-SUB.
           PERFORM 2500-COMPUTE-SHARES THRU 2500-EXIT.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO WS-RPT-MX-TYPE.
           MOVE WS-TODAY-SHARE TO WS-RPT-MX-TODAY.
           MOVE WS-HIST-SHARE TO WS-RPT-MX-HIST.
           WRITE REPORT-LINE FROM WS-RPT-MIX-DETAIL.
       2400-EXIT.
           EXIT.

      * A TYPE'S SHARE OF THE UNIT'S RECORDS, TODAY AND OVER THE
      * WINDOW, IN WHOLE PERCENT, AND HOW FAR IT MOVED.
       2500-COMPUTE-SHARES.
           COMPUTE WS-TODAY-SHARE ROUNDED =
               WS-UNIT-TODAY-TYPE (WS-UNIT-SUB, WS-TYPE-SUB) * 100
               / WS-UNIT-TODAY-TRAN (WS-UNIT-SUB).
           COMPUTE WS-HIST-SHARE ROUNDED =
               WS-UNIT-HIST-TYPE (WS-UNIT-SUB, WS-TYPE-SUB) * 100
               / WS-UNIT-HIST-COUNT (WS-UNIT-SUB).
           COMPUTE WS-SHARE-MOVE = WS-TODAY-SHARE - WS-HIST-SHARE.
       2500-EXIT.
           EXIT.

       3000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'SUMMARY' TO WS-RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.

           MOVE 'FEED RECORDS READ' TO WS-RPT-LABEL.
           MOVE WS-TRAN-RECORDS-READ TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'HISTORY RECORDS IN WINDOW' TO WS-RPT-LABEL.
           MOVE WS-HIST-RECORDS-USED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNITS CHECKED' TO WS-RPT-LABEL.
           MOVE WS-UNITS-CHECKED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'NEW UNITS (NO HISTORY)' TO WS-RPT-LABEL.
           MOVE WS-UNITS-NEW TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNITS FLAGGED' TO WS-RPT-LABEL.
           MOVE WS-UNITS-FLAGGED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.

           MOVE 'UNITS PUT ON HOLD' TO WS-RPT-LABEL.
           MOVE WS-UNITS-HELD TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
       3000-EXIT.
           EXIT.

      * LINEAR LOOKUP OF THE UNIT IN WS-UNIT-WORK-STR, ADDING IT
      * WITH ZERO COUNTS AND NO CARD IF IT IS NOT THERE YET.
       7000-FIND-UNIT.
           MOVE 'N' TO WS-UNIT-FOUND-SWITCH.
           MOVE ZEROES TO WS-UNIT-SCAN-SUB.
           PERFORM 7050-CHECK-ONE-UNIT THRU 7050-EXIT
               UNTIL WS-UNIT-FOUND
                  OR WS-UNIT-SCAN-SUB >= WS-UNIT-COUNT.
           IF WS-UNIT-FOUND
               MOVE WS-UNIT-SCAN-SUB TO WS-UNIT-SUB
               GO TO 7000-EXIT
           END-IF.
           IF WS-UNIT-COUNT >= WS-UNIT-MAX
               DISPLAY 'Program28 ABEND: MORE THAN ' WS-UNIT-MAX
                   ' BUSINESS UNITS - RAISE THE UNIT TABLE LIMIT'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-UNIT-COUNT.
           MOVE WS-UNIT-COUNT TO WS-UNIT-SUB.
           MOVE WS-UNIT-WORK-STR TO WS-UNIT-STR (WS-UNIT-SUB).
           MOVE 'N' TO WS-UNIT-CARD-SW (WS-UNIT-SUB).
           MOVE SPACES TO WS-UNIT-LOW-PCT (WS-UNIT-SUB).
           MOVE SPACES TO WS-UNIT-HIGH-PCT (WS-UNIT-SUB).
           MOVE SPACES TO WS-UNIT-MIX-PTS (WS-UNIT-SUB).
           MOVE SPACES TO WS-UNIT-AUTO-HOLD (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-TODAY-COUNT (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-TODAY-TRAN (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-TODAY-TYPE (WS-UNIT-SUB, 1).
           MOVE ZEROES TO WS-UNIT-TODAY-TYPE (WS-UNIT-SUB, 2).
           MOVE ZEROES TO WS-UNIT-TODAY-TYPE (WS-UNIT-SUB, 3).
           MOVE ZEROES TO WS-UNIT-HIST-COUNT (WS-UNIT-SUB).
           MOVE ZEROES TO WS-UNIT-HIST-TYPE (WS-UNIT-SUB, 1).
           MOVE ZEROES TO WS-UNIT-HIST-TYPE (WS-UNIT-SUB, 2).
           MOVE ZEROES TO WS-UNIT-HIST-TYPE (WS-UNIT-SUB, 3).
       7000-EXIT.
           EXIT.

       7050-CHECK-ONE-UNIT.
           ADD 1 TO WS-UNIT-SCAN-SUB.
           IF WS-UNIT-STR (WS-UNIT-SCAN-SUB) = WS-UNIT-WORK-STR
               SET WS-UNIT-FOUND TO TRUE
           END-IF.
       7050-EXIT.
           EXIT.

      * TYPE SLOT FOR WS-WORK-TYPE, OR ZERO FOR A TYPE OUTSIDE THE
      * MIX (NONE IS EXPECTED - THE FEED EDIT REJECTS THEM).
       7100-FIND-TYPE.
           EVALUATE WS-WORK-TYPE
               WHEN 'RG'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'AJ'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN 'RV'
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-TYPE-SUB
           END-EVALUATE.
       7100-EXIT.
           EXIT.

      * THE CYCLE OF THE HISTORY RECORD IN HAND - A RECORD FROM
      * BEFORE CYCLES CARRIES NONE AND COUNTS AS CYCLE '01'.
       7200-SET-HIST-CYCLE.
           MOVE AUDIT-CYCLE-ID TO WS-HIST-CYCLE.
           IF WS-HIST-CYCLE = SPACES
               MOVE '01' TO WS-HIST-CYCLE
           END-IF.
       7200-EXIT.
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
               DISPLAY 'Program28 ABEND: AUDIT TRAILER FOR '
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
               DISPLAY 'Program28 ABEND: AUDHIST NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  THE LAST DAY ON IT IS TRUNCATED'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
           CLOSE AUTO-HOLD-FILE.
           IF WS-UNITS-FLAGGED > ZERO
               MOVE 4 TO WS-JOB-RETURN-CODE
               DISPLAY 'Program28 VOLUME ANOMALIES - '
                   WS-UNITS-FLAGGED ' UNIT(S) FLAGGED, '
                   WS-UNITS-HELD ' PUT ON HOLD'
           ELSE
               MOVE ZERO TO WS-JOB-RETURN-CODE
               DISPLAY 'Program28 NO VOLUME ANOMALIES - '
                   WS-UNITS-CHECKED ' UNIT(S) CHECKED'
           END-IF.
       9000-EXIT.
           EXIT.
