      *                      REACHING THE DLL.  HELD COUNTS RIDE     *
      *                      THE CHECKPOINT AND THE CTLOUT RECORDS   *
      *                      SO A HOLD DAY STILL BALANCES.           *
      *     2026-10-08 DLM   THE AUDIT TIMESTAMP DATE AND THE RUN    *
      *                      REGISTER RUN DATE NOW COME FROM THE     *
      *                      BUSINESS-DATE CONTROL FILE (BDATE)      *
      *                      INSTEAD OF THE SYSTEM CLOCK, SO A RUN   *
      *                      THAT SLIPS PAST MIDNIGHT OR A RERUN     *
      *                      THE NEXT MORNING IS STILL STAMPED WITH  *
      *                      ITS OWN BUSINESS DAY.  THE TIME OF DAY  *
      *                      AND THE REGISTER/CHECKPOINT TIMESTAMPS  *
      *                      STAY ON THE CLOCK - THEY TIME THE RUN.  *
      *     2026-10-08 DLM   ADDED SIMULATION MODE (PARM-SIMULATE =  *
      *                      'Y' ON THE PARAMETER CARD).  EVERY      *
      *                      RECORD STILL TAKES THE FULL EDIT, HOLD, *
      *                      DUPLICATE-MASTER AND REVERSAL-PROOF     *
      *                      PATH, BUT NEITHER VENDOR ENTRY POINT    *
      *                      IS EVER RESOLVED OR CALLED, AND NO      *
      *                      CHECKPOINT, AUDIT, REJECT, HELD OR      *
      *                      CONTROL-TOTAL OUTPUT AND NO RUN-        *
      *                      REGISTER ENTRY IS WRITTEN.  INSTEAD A   *
      *                      PROJECTED-DISPOSITION REPORT ON SIMRPT  *
      *                      LISTS EVERY RECORD THAT WOULD BE        *
      *                      REJECTED, HELD OR SKIPPED AS A          *
      *                      DUPLICATE, THE COUNTS BY UNIT AND BY    *
      *                      DISPOSITION, WHETHER THE REJECT-RATE    *
      *                      BREAKER WOULD TRIP AND WHETHER THE RUN  *
      *                      REGISTER WOULD REFUSE THE FEED.  THE    *
      *                      DLL'S SIDE EFFECTS CANNOT BE TAKEN      *
      *                      BACK, SO A REPAIRED FEED OR A CHANGED   *
      *                      HOLD OR PARAMETER CARD CAN NOW BE       *
      *                      PREVIEWED BEFORE IT IS COMMITTED.       *
      *     2026-10-15 DLM   A PARAMETER CARD THAT SETS EITHER       *
      *                      ENTRY POINT, THE REJECT-RATE BREAKER    *
      *                      OR THE RERUN OVERRIDE MUST CARRY AN     *
      *                      OPERATOR ID AND REASON CODE OR THE RUN  *
      *                      IS REFUSED (RC 12) BEFORE ANY OUTPUT    *
      *                      IS OPENED.  EVERY LIVE RUN, AND EVERY   *
      *                      REFUSED CARD, APPENDS THE EFFECTIVE     *
      *                      PARAMETERS TO THE PARAMETER HISTORY     *
      *                      FILE (PARMHIST); A HISTORY THAT CANNOT  *
      *                      BE WRITTEN STOPS THE RUN.  A            *
      *                      SIMULATION WRITES NO HISTORY AND        *
      *                      REPORTS A CARD THAT WOULD BE REFUSED.   *
      *     2026-10-15 DLM   FEED CYCLES: THE CYCLE ID ON THE        *
      *                      UPCTLIN RUN-LEVEL RECORD (BLANK READS   *
      *                      AS '01') IS CARRIED ON EVERY AUDIT      *
      *                      RECORD, THE ACTL RUN-LEVEL RECORD AND   *
      *                      THE ST/EN REGISTER ENTRIES, AND IS      *
      *                      PART OF THE FEED IDENTITY THE RERUN     *
      *                      CHECK MATCHES - A DAY'S SECOND CYCLE    *
      *                      IS NOT REFUSED AS A RERUN OF ITS        *
      *                      FIRST.  AUDITOUT LRECL IS NOW 83.       *
      *     2026-10-15 DLM   THE AUDIT GENERATION NOW ENDS WITH A    *
      *                      TRAILER (SEE AUDTREC) - RECORD COUNT,   *
      *                      counter HASH AND COUNTS BY DISPOSITION  *
      *                      OF EVERY AUDIT RECORD WRITTEN - SO      *
      *                      EACH DOWNSTREAM READER CAN PROVE ITS    *
      *                      COPY IS WHOLE.  IT IS WRITTEN AT        *
      *                      FINALIZE, SO A FATAL OR BREAKER STOP    *
      *                      IS SEALED TOO.  A BAD FEED RECORD TYPED *
      *                      'TR' AUDITS AS '??' SO IT CAN NEVER     *
      *                      PASS FOR THE TRAILER.                   *
      *     2026-10-15 DLM   THE HOLD CHECK NOW MATCHES THE          *
      *                      EFFECTIVE str TAG - A BLANK-TAGGED      *
      *                      RECORD IS HELD UNDER THE PARMIN str, AS *
      *                      THE PRE-FLIGHT EDIT, THE AUDIT RECORD   *
      *                      AND THE VOLUME CHECK'S AUTO-HOLD ALL    *
      *                      TREAT IT.  IT HAD BEEN DRIVEN WHILE ITS *
      *                      UNIT WAS ON HOLD.                       *
      *                                                              *
      ****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-OUT-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT SIM-RPT-FILE ASSIGN TO SIMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-RPT-STATUS.

           SELECT PARM-HIST-FILE ASSIGN TO PARMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       01  CTL-OUT-REC                 PIC X(56).

       FD  PARM-FILE.
       01  PARM-FILE-REC               PIC X(73).

       FD  AUDIT-OUT-FILE.
       01  AUDIT-OUT-REC               PIC X(83).

       FD  REJECT-OUT-FILE.
       01  REJECT-OUT-REC              PIC X(30).
       01  UPCTL-IN-REC                PIC X(40).

       FD  RUN-REG-FILE.
       01  RUN-REG-REC                 PIC X(90).

       FD  HOLD-CTL-FILE.
       01  HOLD-CTL-REC                PIC X(20).
       FD  HELD-OUT-FILE.
       01  HELD-OUT-REC                PIC X(30).

       FD  BDATE-FILE.
       01  BDATE-REC                   PIC X(40).

       FD  SIM-RPT-FILE.
       01  SIM-RPT-LINE                PIC X(80).

       FD  PARM-HIST-FILE.
       01  PARM-HIST-REC               PIC X(140).

       WORKING-STORAGE SECTION.

      * CALL INTERFACE TO THE myCDLL VENDOR DLL.
      * BATCH RUN REGISTER RECORD LAYOUT.
           COPY RREGREC.

      * BUSINESS-DATE CONTROL RECORD - ONLY THE LEADING CONTROL
      * RECORD IS READ HERE; THE HOLIDAY CALENDAR BEHIND IT IS FOR
      * THE PROGRAMS THAT COUNT BUSINESS DAYS.
           COPY BDATREC.

      * RUN-PARAMETER HISTORY RECORD - THE EFFECTIVE PARAMETERS OF
      * EVERY LIVE RUN AND EVERY REFUSED CARD.
           COPY PHSTREC.

       01  WS-DEFAULT-STR              PIC X(20) VALUE "from COBOL".
       01  WS-RUN-STR                  PIC X(20).
       01  WS-DEFAULT-ENTRY-POINT      PIC X(16) VALUE "myCDLL".
           05  WS-AUDIT-RET-VALUE      PIC S9(9) COMP-5.
           05  WS-AUDIT-ELAPSED        PIC 9(7).

      * AUDIT TRAILER TOTALS - EVERY AUDIT RECORD WRITTEN IS
      * TALLIED HERE AS IT GOES OUT, AND THE TRAILER AT FINALIZE
      * CARRIES THEM.  ON A FRESH RUN THEY ROLL UP TO THE ACTL
      * TOTALS; ON A RESTART THEY COVER ONLY THIS GENERATION.
       01  WS-AUDIT-PROOF.
           05  WS-PRF-RECORD-COUNT     PIC 9(8)  VALUE ZEROES.
           05  WS-PRF-HASH             PIC 9(12) VALUE ZEROES.
           05  WS-PRF-OK               PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-RETRY            PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-RETRIED          PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-REJECTED         PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-FATAL            PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-DUPLIC           PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-REVERSED         PIC 9(6)  VALUE ZEROES.
           05  WS-PRF-HELD             PIC 9(6)  VALUE ZEROES.

      * PER-CALL ELAPSED TIME CAPTURE, IN HUNDREDTHS OF A SECOND.
      * EACH LEG OF A RETRY IS TIMED SEPARATELY, SO EVERY AUDIT
      * RECORD CARRIES THE TIME OF THE ONE CALL IT AUDITS.
           05  WS-RUN-REG-STATUS       PIC X(2).
           05  WS-HOLD-CTL-STATUS      PIC X(2).
           05  WS-HELD-OUT-STATUS      PIC X(2).
           05  WS-BDATE-STATUS         PIC X(2).
           05  WS-SIM-RPT-STATUS       PIC X(2).
           05  WS-PARM-HIST-STATUS     PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-RERUN-OVERRIDE        VALUE 'Y'.
           05  WS-UNIT-HOLD-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-UNIT-ON-HOLD          VALUE 'Y'.
           05  WS-SIMULATION-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-SIMULATION            VALUE 'Y'.
           05  WS-SIM-TRIP-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-SIM-BREAKER-TRIPPED   VALUE 'Y'.
           05  WS-SIM-REFUSE-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-SIM-REGISTER-REFUSES  VALUE 'Y'.
           05  WS-CONTROL-CARD-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-CONTROL-CARD          VALUE 'Y'.
           05  WS-SIM-PARM-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-SIM-CARD-REFUSED      VALUE 'Y'.
           05  WS-PARM-LOGGED-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-PARM-LOGGED           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RESTART-SKIP-COUNT   PIC 9(8)  VALUE ZEROES.
               10  WS-UNIT-REJECT      PIC 9(8).
               10  WS-UNIT-HELD        PIC 9(8).
               10  WS-UNIT-HASH        PIC 9(12).
               10  WS-UNIT-DUPLICATE   PIC 9(8).
               10  WS-UNIT-REVERSAL    PIC 9(8).
       01  WS-UNIT-SUB                 PIC 9(4)  COMP VALUE ZEROES.
       01  WS-UNIT-SCAN-SUB            PIC 9(4)  COMP VALUE ZEROES.
       01  WS-UNIT-WORK-STR            PIC X(20).
                                       DEPENDING ON WS-HOLD-COUNT.
               10  WS-HOLD-STR         PIC X(20).
       01  WS-HOLD-SCAN-SUB            PIC 9(4)  COMP VALUE ZEROES.
       01  WS-HOLD-MATCH-STR           PIC X(20).
       01  WS-HOLD-EOF-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-HOLD-EOF                  VALUE 'Y'.

       01  WS-JOB-RETURN-CODE          PIC 9(4)  VALUE ZEROES.

      * INPUT FEED IDENTITY FOR THE RUN REGISTER - THE UPSTREAM
      * CONTROL COUNT AND HASH, AND THE FEED CYCLE.  WHEN UPCTLIN
      * IS NOT ALLOCATED THE IDENTITY IS UNKNOWN AND THE REGISTER
      * CHECK IS INACTIVE (E.G. A SPLIT-STREAM RUN WITH NO CONTROL
      * OF ITS OWN), AND THE CYCLE IS LEFT BLANK FOR THE SPLIT-RUN
      * MERGE TO FILL IN.
       01  WS-FEED-IDENTITY.
           05  WS-FEED-COUNT           PIC 9(8)  VALUE ZEROES.
           05  WS-FEED-HASH            PIC 9(12) VALUE ZEROES.
           05  WS-FEED-CYCLE           PIC X(2)  VALUE SPACES.

       01  WS-END-STATUS.
           05  WS-END-STATUS-TAG       PIC X(3).
           05  WS-END-STATUS-RC        PIC 9(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.

      * THE BUSINESS DAY BEING PROCESSED, FROM THE CONTROL RECORD.
       01  WS-BUSINESS-DATE            PIC 9(8)  VALUE ZEROES.

      * OUTCOME OF THE PARAMETER CARD FOR THE PARAMETER HISTORY.
       01  WS-PARM-OUTCOME             PIC X(8)  VALUE SPACES.

      * WHY THE CURRENT RECORD FAILED ITS EDIT OR ITS REVERSAL
      * PROOF - PRINTED AGAINST THE RECORD ON THE SIMULATION
      * REPORT.
       01  WS-REJECT-REASON            PIC X(29) VALUE SPACES.

      * SIMULATION MODE - PROJECTED REVERSALS, AND WHERE THE
      * REJECT-RATE BREAKER WOULD HAVE STOPPED A LIVE RUN.  A
      * SIMULATION KEEPS GOING PAST THAT POINT SO THE WHOLE FEED
      * IS PROJECTED.
       01  WS-SIM-REVERSAL-COUNT       PIC 9(8)  VALUE ZEROES.
       01  WS-SIM-CALL-COUNT           PIC 9(8)  VALUE ZEROES.
       01  WS-SIM-EDIT-REJECT-COUNT    PIC 9(8)  VALUE ZEROES.
       01  WS-SIM-TRIP-RECORD          PIC 9(8)  VALUE ZEROES.
       01  WS-SIM-TRIP-PCT             PIC 9(3)  VALUE ZEROES.

       01  WS-SIM-REPORT-LINES.
           05  WS-SIM-TITLE.
               10  FILLER              PIC X(45) VALUE
                   'Program1 SIMULATION - PROJECTED DISPOSITIONS'.
               10  FILLER              PIC X(35) VALUE SPACES.
           05  WS-SIM-NOTE-1.
               10  FILLER              PIC X(41) VALUE
                   'NO CALL WAS MADE AND NO FILE WAS UPDATED.'.
               10  FILLER              PIC X(39) VALUE SPACES.
           05  WS-SIM-NOTE-2.
               10  FILLER              PIC X(40) VALUE
                   'CALLS ASSUME A ZERO RETURN - RETRIES AND'.
               10  FILLER              PIC X(40) VALUE
                   ' FATAL CODES CANNOT BE PROJECTED.'.
           05  WS-SIM-BLANK            PIC X(80) VALUE SPACES.
           05  WS-SIM-DETAIL.
               10  WS-SIM-LABEL        PIC X(30).
               10  WS-SIM-VALUE        PIC X(26).
               10  FILLER              PIC X(24) VALUE SPACES.
           05  WS-SIM-COUNT-EDIT       PIC ZZZZZZZ9.
           05  WS-SIM-HASH-EDIT        PIC ZZZZZZZZZZZ9.
           05  WS-SIM-PCT-EDIT         PIC ZZ9.
           05  WS-SIM-EXCP-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'RECORDS THAT WOULD NOT REACH THE DLL'.
               10  FILLER              PIC X(40) VALUE SPACES.
           05  WS-SIM-EXCP-HEADER.
               10  FILLER              PIC X(9)  VALUE 'RECORD #'.
               10  FILLER              PIC X(3)  VALUE 'TY'.
               10  FILLER              PIC X(9)  VALUE 'COUNTER'.
               10  FILLER              PIC X(21) VALUE 'UNIT (STR)'.
               10  FILLER              PIC X(9)  VALUE 'DISPOSN'.
               10  FILLER              PIC X(29) VALUE 'REASON'.
           05  WS-SIM-EXCP-DETAIL.
               10  WS-SIM-EXCP-RECNO   PIC ZZZZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  WS-SIM-EXCP-TYPE    PIC X(2).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  WS-SIM-EXCP-COUNTER PIC 9(8).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  WS-SIM-EXCP-STR     PIC X(20).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  WS-SIM-EXCP-DISP    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  WS-SIM-EXCP-REASON  PIC X(29).
           05  WS-SIM-UNIT-HEADER.
               10  FILLER              PIC X(20) VALUE
                   'UNIT (STR)'.
               10  FILLER              PIC X(8)  VALUE
                   ' RECORDS'.
               10  FILLER              PIC X(8)  VALUE
                   '   CALLS'.
               10  FILLER              PIC X(8)  VALUE
                   '  REVRSE'.
               10  FILLER              PIC X(8)  VALUE
                   '  REJECT'.
               10  FILLER              PIC X(8)  VALUE
                   '  DUPLIC'.
               10  FILLER              PIC X(8)  VALUE
                   '    HELD'.
               10  FILLER              PIC X(12) VALUE SPACES.
           05  WS-SIM-UNIT-DETAIL.
               10  WS-SIM-UNIT-STR     PIC X(20).
               10  WS-SIM-UNIT-RECORDS PIC ZZZZZZZ9.
               10  WS-SIM-UNIT-CALLS   PIC ZZZZZZZ9.
               10  WS-SIM-UNIT-REVERSE PIC ZZZZZZZ9.
               10  WS-SIM-UNIT-REJECT  PIC ZZZZZZZ9.
               10  WS-SIM-UNIT-DUPLIC  PIC ZZZZZZZ9.
               10  WS-SIM-UNIT-HELD    PIC ZZZZZZZ9.
               10  FILLER              PIC X(12) VALUE SPACES.
       01  WS-SIM-UNIT-WORK            PIC 9(8)  VALUE ZEROES.
       01  WS-SIM-OPERATOR-REASON.
           05  WS-SIM-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SIM-REASON           PIC X(4).

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  WS-CURRENT-TIME         PIC 9(8).
      *   TRANSACTIONS ALREADY PROCESSED ON A PRIOR RUN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           MOVE WS-DEFAULT-STR TO WS-RUN-STR.
           MOVE WS-DEFAULT-ENTRY-POINT TO WS-RUN-ENTRY-POINT.
           MOVE WS-DEFAULT-BACKOUT-EP TO WS-RUN-BACKOUT-EP.
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
      * A SIMULATION OPENS NOTHING BUT ITS INPUTS AND ITS REPORT -
      * NO OUTPUT GENERATION IS TOUCHED, NEITHER ENTRY POINT IS
      * RESOLVED, AND THE CHECKPOINT IS NOT READ: THE WHOLE FEED
      * IS PROJECTED AS A FRESH RUN.
           IF WS-SIMULATION
               PERFORM 1800-OPEN-SIMULATION-REPORT THRU 1800-EXIT
               PERFORM 1900-LOAD-HOLD-CONTROL THRU 1900-EXIT
               PERFORM 1600-OPEN-DUP-MASTER THRU 1600-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1250-LOG-PARAMETERS THRU 1250-EXIT.
           OPEN OUTPUT CKPT-OUT-FILE.
           IF WS-CKPT-OUT-STATUS NOT = '00'
               DISPLAY 'Program1 ABEND: UNABLE TO OPEN CKPTOUT'
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.  IT
      * IS READ BEFORE ANYTHING ELSE SO A MISSING OR DAMAGED
      * CONTROL FILE STOPS THE RUN BEFORE ANY OUTPUT IS TOUCHED -
      * A DAY STAMPED WITH THE WRONG DATE POSTS TO THE WRONG DAY.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program1 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program1 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-BUSINESS-DATE.
           DISPLAY 'Program1 BUSINESS DATE ' WS-BUSINESS-DATE.
       1050-EXIT.
           EXIT.

      * RUN-REGISTER CHECK, DONE BEFORE ANY OUTPUT FILE IS OPENED
      * SO A REFUSED RUN CANNOT TRUNCATE A CHECKPOINT OR AUDIT
      * GENERATION.  THE FEED IS IDENTIFIED BY THE UPSTREAM
      * CONTROL COUNT AND HASH WITHIN ITS CYCLE; WHEN UPCTLIN IS
      * NOT ALLOCATED THE IDENTITY IS UNKNOWN AND THE CHECK IS
      * INACTIVE.
       1100-CHECK-RUN-REGISTER.
           IF PARM-RERUN-OVERRIDE = 'Y'
               SET WS-RERUN-OVERRIDE TO TRUE
                   NOT AT END
                       MOVE UPCTL-RECORD-COUNT TO WS-FEED-COUNT
                       MOVE UPCTL-HASH-TOTAL TO WS-FEED-HASH
                       IF UPCTL-CYCLE-ID = SPACES
                           MOVE '01' TO WS-FEED-CYCLE
                       ELSE
                           MOVE UPCTL-CYCLE-ID TO WS-FEED-CYCLE
                       END-IF
      * AN ALL-ZERO COUNT AND HASH IS NO IDENTITY AT ALL - IT
      * WOULD FALSELY MATCH THE ZERO-IDENTITY ENTRIES WRITTEN BY
      * RUNS THAT HAD NO UPSTREAM CONTROL (E.G. SPLIT STREAMS).
                   UNTIL WS-RREG-EOF
               CLOSE RUN-REG-FILE
           END-IF.
           IF WS-ALREADY-RUN AND WS-SIMULATION
               IF NOT WS-RERUN-OVERRIDE
                   SET WS-SIM-REGISTER-REFUSES TO TRUE
               END-IF
               GO TO 1100-EXIT
           END-IF.
           IF WS-ALREADY-RUN
               IF WS-RERUN-OVERRIDE
                   DISPLAY 'Program1 RERUN OVERRIDE ACCEPTED - THE '
                       'SHOWS A CLEAN COMPLETION FOR THIS FEED'
                   DISPLAY '  FEED RECORD COUNT = ' WS-FEED-COUNT
                   DISPLAY '  FEED HASH TOTAL   = ' WS-FEED-HASH
                   DISPLAY '  FEED CYCLE        = ' WS-FEED-CYCLE
                   DISPLAY '  SUPPLY THE RERUN OVERRIDE ON THE '
                       'PARAMETER CARD FOR A LEGITIMATE RERUN'
                   MOVE 12 TO RETURN-CODE
       1100-EXIT.
           EXIT.

      * AN END ENTRY WRITTEN BEFORE CYCLES HAS A BLANK CYCLE AND
      * STANDS FOR CYCLE '01'.
       1120-SCAN-ONE-REGISTER-ENTRY.
           READ RUN-REG-FILE INTO RREG-RECORD
               AT END
                   SET WS-RREG-EOF TO TRUE
               NOT AT END
                   IF RREG-CYCLE-ID = SPACES
                       MOVE '01' TO RREG-CYCLE-ID
                   END-IF
                   IF RREG-TYPE-END
                       AND RREG-FEED-COUNT = WS-FEED-COUNT
                       AND RREG-FEED-HASH = WS-FEED-HASH
                       AND RREG-CYCLE-ID = WS-FEED-CYCLE
                       AND RREG-END-STATUS = 'OK'
                       SET WS-ALREADY-RUN TO TRUE
                   END-IF
                           MOVE PARM-REJECT-MIN-CNT
                               TO WS-REJECT-MIN-COUNT
                       END-IF
                       IF PARM-SIMULATION-RUN
                           SET WS-SIMULATION TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-SIMULATION
               DISPLAY 'Program1 SIMULATION MODE - NO CALL WILL BE '
                   'MADE AND NO FILE WILL BE UPDATED'
           END-IF.
      * A CARD THAT SETS ANY RUN CONTROL - EITHER ENTRY POINT, THE
      * REJECT-RATE BREAKER OR THE RERUN OVERRIDE - MUST SAY WHO
      * KEYED IT AND WHY.  A str TAG ALONE IS ROUTINE AND NEEDS
      * NEITHER.  THE REFUSAL COMES BEFORE THE REGISTER CHECK AND
      * BEFORE ANY OUTPUT IS OPENED, AND IS ITSELF RECORDED ON THE
      * PARAMETER HISTORY.
           IF PARM-ENTRY-POINT NOT = SPACES
               OR PARM-BACKOUT-ENTRY NOT = SPACES
               OR PARM-REJECT-LIMIT NOT = SPACES
               OR PARM-REJECT-MIN-CNT NOT = SPACES
               OR PARM-RERUN-OVERRIDE = 'Y'
               SET WS-CONTROL-CARD TO TRUE
           END-IF.
           IF NOT WS-CONTROL-CARD
               OR (PARM-OPERATOR-ID NOT = SPACES
                   AND PARM-REASON-CODE NOT = SPACES)
               GO TO 1200-EXIT
           END-IF.
           IF WS-SIMULATION
               SET WS-SIM-CARD-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           DISPLAY 'Program1 REFUSED: THE PARAMETER CARD SETS A RUN '
               'CONTROL BUT DOES NOT CARRY BOTH AN OPERATOR ID AND A '
               'REASON CODE'.
           DISPLAY '  OPERATOR ID = ' PARM-OPERATOR-ID.
           DISPLAY '  REASON CODE = ' PARM-REASON-CODE.
           MOVE 'REFUSED' TO WS-PARM-OUTCOME.
           PERFORM 7950-APPEND-PARM-HISTORY THRU 7950-EXIT.
           IF NOT WS-PARM-LOGGED
               DISPLAY 'Program1 WARNING: THE REFUSAL COULD NOT BE '
                   'RECORDED ON PARMHIST - STATUS '
                   WS-PARM-HIST-STATUS
           END-IF.
           MOVE 12 TO RETURN-CODE.
           GOBACK.
       1200-EXIT.
           EXIT.

      * RECORD THE PARAMETERS THIS LIVE RUN IS ABOUT TO USE, ONCE
      * THE CARD AND THE REGISTER CHECK HAVE BOTH PASSED AND BEFORE
      * ANY OUTPUT IS OPENED.  UNLIKE THE RUN REGISTER, THE HISTORY
      * IS A CONTROL RECORD - A RUN THAT CANNOT LEAVE ITS TRACE
      * THERE DOES NOT START.
       1250-LOG-PARAMETERS.
           MOVE 'ACCEPTED' TO WS-PARM-OUTCOME.
           PERFORM 7950-APPEND-PARM-HISTORY THRU 7950-EXIT.
           IF NOT WS-PARM-LOGGED
               DISPLAY 'Program1 ABEND: UNABLE TO APPEND TO PARMHIST '
                   '- STATUS ' WS-PARM-HIST-STATUS
               CLOSE TRAN-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CONTROL-CARD
               DISPLAY 'Program1 PARAMETER CARD OVERRIDES ACCEPTED - '
                   'OPERATOR ' PARM-OPERATOR-ID ' REASON '
                   PARM-REASON-CODE
           END-IF.
       1250-EXIT.
           EXIT.

      * OPTIONAL RESTART CHECKPOINT - IF CKPTIN IS NOT ALLOCATED THIS
      * IS A FRESH RUN AND NOTHING IS SKIPPED.  THE CHECKPOINT FILE
      * HOLDS ONE RECORD PER TRANSACTION PROCESSED, SO THE WHOLE
           MOVE ZEROES TO RREG-REJECT-COUNT.
           MOVE 'STARTED' TO RREG-END-STATUS.
           MOVE SPACES TO RREG-RECON-RESULT.
           MOVE WS-FEED-CYCLE TO RREG-CYCLE-ID.
           PERFORM 7900-APPEND-REGISTER-ENTRY THRU 7900-EXIT.
       1700-EXIT.
           EXIT.

      * SIMULATION REPORT - HEADINGS FOR THE RECORD-BY-RECORD
      * EXCEPTION LIST, WHICH IS WRITTEN AS THE FEED IS READ; THE
      * TOTALS FOLLOW AT END OF RUN.
       1800-OPEN-SIMULATION-REPORT.
           OPEN OUTPUT SIM-RPT-FILE.
           IF WS-SIM-RPT-STATUS NOT = '00'
               DISPLAY 'Program1 ABEND: UNABLE TO OPEN SIMRPT'
               CLOSE TRAN-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE SIM-RPT-LINE FROM WS-SIM-TITLE.
           WRITE SIM-RPT-LINE FROM WS-SIM-BLANK.
           MOVE 'BUSINESS DATE' TO WS-SIM-LABEL.
           MOVE WS-BUSINESS-DATE TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           MOVE 'RUN str (BLANK-TAGGED RECS)' TO WS-SIM-LABEL.
           MOVE WS-RUN-STR TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           WRITE SIM-RPT-LINE FROM WS-SIM-NOTE-1.
           WRITE SIM-RPT-LINE FROM WS-SIM-NOTE-2.
           WRITE SIM-RPT-LINE FROM WS-SIM-BLANK.
           WRITE SIM-RPT-LINE FROM WS-SIM-EXCP-TITLE.
           WRITE SIM-RPT-LINE FROM WS-SIM-EXCP-HEADER.
       1800-EXIT.
           EXIT.

      * OPTIONAL HOLD CONTROL FILE - ONE str TAG PER CARD NAMING A
      * BUSINESS UNIT WHOSE RECORDS MUST NOT REACH THE DLL THIS
      * RUN.  IF HOLDCTL IS NOT ALLOCATED OR IS EMPTY, NO UNIT IS
           EXIT.

      * IS THE RECORD'S BUSINESS UNIT ON HOLD?  THE HOLD FILE IS
      * KEYED BY THE EFFECTIVE str TAG - A BLANK TRAN-STR RUNS
      * UNDER THE PARMIN str, SO IT IS HELD UNDER IT TOO, THE SAME
      * UNIT THE PRE-FLIGHT EDIT CHECKED AND THE AUDIT RECORD AND
      * THE VOLUME CHECK'S AUTO-HOLD CARRY.
       2080-CHECK-UNIT-HOLD.
           MOVE 'N' TO WS-UNIT-HOLD-SWITCH.
           IF TRAN-STR = SPACES
               MOVE WS-RUN-STR TO WS-HOLD-MATCH-STR
           ELSE
               MOVE TRAN-STR TO WS-HOLD-MATCH-STR
           END-IF.
           MOVE ZEROES TO WS-HOLD-SCAN-SUB.
           PERFORM 2085-CHECK-ONE-HOLD THRU 2085-EXIT
               UNTIL WS-UNIT-ON-HOLD

       2085-CHECK-ONE-HOLD.
           ADD 1 TO WS-HOLD-SCAN-SUB.
           IF WS-HOLD-STR (WS-HOLD-SCAN-SUB) = WS-HOLD-MATCH-STR
               SET WS-UNIT-ON-HOLD TO TRUE
           END-IF.
       2085-EXIT.
       2090-DIVERT-HELD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           ADD 1 TO WS-UNIT-HELD (WS-UNIT-SUB).
           IF NOT WS-SIMULATION
               WRITE HELD-OUT-REC FROM TRAN-RECORD
           END-IF.
           PERFORM 2450-SET-AUDIT-STR THRU 2450-EXIT.
           MOVE TRAN-COUNTER TO WS-AUDIT-COUNTER.
           MOVE ZERO TO WS-AUDIT-RET-VALUE.
               PERFORM 2150-VERIFY-REVERSAL THRU 2150-EXIT
           END-IF
           IF WS-RECORD-VALID AND NOT WS-DUPLICATE
               IF WS-SIMULATION
                   PERFORM 2900-PROJECT-CALL THRU 2900-EXIT
               ELSE
                   IF TRAN-STR = SPACES
                       MOVE WS-RUN-STR TO CDLL-STR
                   ELSE
                       MOVE TRAN-STR TO CDLL-STR
                   END-IF
                   MOVE 'N' TO WS-CALL-OK-SWITCH
                   PERFORM 2360-MARK-CALL-START THRU 2360-EXIT
      * A REVERSAL DRIVES THE BACKOUT ENTRY POINT WITH THE
      * ORIGINAL counter IT TAKES BACK; EVERYTHING ELSE DRIVES
      * THE MAIN ENTRY POINT WITH ITS OWN counter.
                   IF TRAN-TYPE-REVERSAL
                       MOVE WS-REVERSAL-ORIGINAL TO CDLL-COUNTER
                       CALL CDLL-BACKOUT-POINTER
                           USING BY REFERENCE CDLL-STR
                                 BY REFERENCE CDLL-COUNTER
                           RETURNING CDLL-RET-VALUE
                       END-CALL
                   ELSE
                       MOVE TRAN-COUNTER TO CDLL-COUNTER
                       CALL CDLL-ENTRY-POINTER
                           USING BY REFERENCE CDLL-STR
                                 BY REFERENCE CDLL-COUNTER
                           RETURNING CDLL-RET-VALUE
                       END-CALL
                   END-IF
                   PERFORM 2370-MARK-CALL-END THRU 2370-EXIT
                   DISPLAY CDLL-STR
                   DISPLAY CDLL-COUNTER
                   DISPLAY "ret code = " CDLL-RET-VALUE
                   PERFORM 2300-CHECK-RETURN-CODE THRU 2300-EXIT
                   IF WS-CALL-OK
                       ADD 1 TO WS-SUCCESS-COUNT
                       ADD 1 TO WS-UNIT-SUCCESS (WS-UNIT-SUB)
                   END-IF
               END-IF
           ELSE
               IF WS-DUPLICATE
               MOVE ZEROES TO WS-UNIT-REJECT (WS-UNIT-COUNT)
               MOVE ZEROES TO WS-UNIT-HELD (WS-UNIT-COUNT)
               MOVE ZEROES TO WS-UNIT-HASH (WS-UNIT-COUNT)
               MOVE ZEROES TO WS-UNIT-DUPLICATE (WS-UNIT-COUNT)
               MOVE ZEROES TO WS-UNIT-REVERSAL (WS-UNIT-COUNT)
               MOVE WS-UNIT-COUNT TO WS-UNIT-SUB
           END-IF.
       2050-EXIT.
      * BEFORE 'cfunc' IS EVER CALLED.
       2100-VALIDATE-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID-SWITCH.
           MOVE 'COUNTER OUT OF RANGE FOR TYPE' TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN TRAN-TYPE-REGULAR
                   IF TRAN-COUNTER < 1 OR > 79999999
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-RECORD-VALID-SWITCH
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
           END-EVALUATE.
       2100-EXIT.
           EXIT.
               GIVING WS-REVERSAL-ORIGINAL.
           IF NOT WS-DUPM-ACTIVE
               MOVE 'N' TO WS-RECORD-VALID-SWITCH
               MOVE 'NO DUP MASTER TO PROVE ORIG' TO WS-REJECT-REASON
               DISPLAY 'REVERSAL REJECTED - DUPLICATE MASTER NOT '
                   'AVAILABLE TO VERIFY ORIGINAL - COUNTER = '
                   TRAN-COUNTER
           READ DUPM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-VALID-SWITCH
                   MOVE 'ORIGINAL NEVER COMPLETED OK'
                       TO WS-REJECT-REASON
                   DISPLAY 'REVERSAL REJECTED - ORIGINAL '
                       WS-REVERSAL-ORIGINAL ' NEVER COMPLETED '
                       'SUCCESSFULLY - COUNTER = ' TRAN-COUNTER
               DIVIDE WS-REJECT-PCT-WORK BY WS-REJECT-RATE-BASE
                   GIVING WS-REJECT-PCT
               IF WS-REJECT-PCT > WS-REJECT-LIMIT-PCT
                   IF WS-SIMULATION
                       PERFORM 2650-NOTE-BREAKER-TRIP THRU 2650-EXIT
                   ELSE
                       PERFORM 9200-REJECT-RATE-STOP THRU 9200-EXIT
                   END-IF
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      * A SIMULATION DOES NOT STOP WHERE THE BREAKER WOULD HAVE
      * STOPPED A LIVE RUN - IT NOTES THE FIRST POINT OF TRIP AND
      * PROJECTS THE REST OF THE FEED.
       2650-NOTE-BREAKER-TRIP.
           IF NOT WS-SIM-BREAKER-TRIPPED
               SET WS-SIM-BREAKER-TRIPPED TO TRUE
               MOVE WS-RECORDS-READ TO WS-SIM-TRIP-RECORD
               MOVE WS-REJECT-PCT TO WS-SIM-TRIP-PCT
           END-IF.
       2650-EXIT.
           EXIT.

      * LOOK THE counter UP ON THE DUPLICATE-COUNTER MASTER.  A HIT
      * MEANS A PRIOR RUN ALREADY DROVE THIS counter THROUGH 'cfunc'
      * SUCCESSFULLY - TYPICALLY THE UPSTREAM SYSTEM RE-TRANSMITTED
       2250-DUPLICATE-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-UNIT-REJECT (WS-UNIT-SUB).
           ADD 1 TO WS-UNIT-DUPLICATE (WS-UNIT-SUB).
           ADD 1 TO WS-DUPLICATE-COUNT.
           PERFORM 2450-SET-AUDIT-STR THRU 2450-EXIT.
           MOVE TRAN-COUNTER TO WS-AUDIT-COUNTER.
      * RECORD REJECTED BEFORE 'cfunc' WAS EVER CALLED CANNOT
      * OVERWRITE THE RESULT OF THE LAST REAL CALL.
       2400-WRITE-AUDIT-RECORD.
           IF WS-SIMULATION
               PERFORM 2950-WRITE-SIM-EXCEPTION THRU 2950-EXIT
               GO TO 2400-EXIT
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO WS-TS-DATE.
           MOVE WS-CURRENT-TIME TO WS-TS-TIME.
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE TRAN-RECORD-TYPE TO AUDIT-RECORD-TYPE.
           MOVE WS-AUDIT-RET-VALUE TO AUDIT-RET-VALUE.
           MOVE WS-AUDIT-DISPOSITION TO AUDIT-DISPOSITION.
           MOVE WS-AUDIT-ELAPSED TO AUDIT-ELAPSED-HSEC.
           MOVE WS-FEED-CYCLE TO AUDIT-CYCLE-ID.
      * A FEED RECORD TYPED 'TR' IS REJECTED BY THE TYPE EDIT, BUT
      * ITS AUDIT RECORD MUST NOT LOOK LIKE THE GENERATION TRAILER.
           IF AUDIT-TYPE-TRAILER
               MOVE '??' TO AUDIT-RECORD-TYPE
           END-IF.
           PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT.
           WRITE AUDIT-OUT-REC FROM AUDIT-RECORD.
       2400-EXIT.
           EXIT.
       2800-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-UNIT-REJECT (WS-UNIT-SUB).
           ADD 1 TO WS-SIM-EDIT-REJECT-COUNT.
           PERFORM 2450-SET-AUDIT-STR THRU 2450-EXIT.
           MOVE TRAN-COUNTER TO WS-AUDIT-COUNTER.
           MOVE ZERO TO WS-AUDIT-RET-VALUE.
      * SAYS WHAT HAPPENED; THIS FILE CARRIES THE BUSINESS DATA A
      * RESUBMISSION NEEDS.
       2850-WRITE-REJECT-RECORD.
           IF WS-SIMULATION
               GO TO 2850-EXIT
           END-IF.
           WRITE REJECT-OUT-REC FROM TRAN-RECORD.
       2850-EXIT.
           EXIT.

      * SIMULATION - THE RECORD PASSED EVERY CHECK AND A LIVE RUN
      * WOULD DRIVE IT THROUGH THE DLL.  IT IS COUNTED AS A
      * SUCCESS, THE OUTCOME OF A CALL THAT RETURNS ZERO, SO THE
      * TOTALS AND THE BREAKER ARITHMETIC RUN EXACTLY AS LIVE.
       2900-PROJECT-CALL.
           ADD 1 TO WS-SUCCESS-COUNT.
           ADD 1 TO WS-UNIT-SUCCESS (WS-UNIT-SUB).
           IF TRAN-TYPE-REVERSAL
               ADD 1 TO WS-SIM-REVERSAL-COUNT
               ADD 1 TO WS-UNIT-REVERSAL (WS-UNIT-SUB)
           ELSE
               ADD 1 TO WS-SIM-CALL-COUNT
           END-IF.
       2900-EXIT.
           EXIT.

      * SIMULATION - IN PLACE OF THE AUDIT RECORD, EVERY RECORD
      * THAT WOULD BE REJECTED, HELD OR SKIPPED AS A DUPLICATE IS
      * LISTED ON THE REPORT WITH THE REASON.
       2950-WRITE-SIM-EXCEPTION.
           MOVE WS-RECORDS-READ TO WS-SIM-EXCP-RECNO.
           MOVE TRAN-RECORD-TYPE TO WS-SIM-EXCP-TYPE.
           MOVE WS-AUDIT-COUNTER TO WS-SIM-EXCP-COUNTER.
           MOVE WS-AUDIT-STR TO WS-SIM-EXCP-STR.
           MOVE WS-AUDIT-DISPOSITION TO WS-SIM-EXCP-DISP.
           EVALUATE WS-AUDIT-DISPOSITION
               WHEN 'HELD'
                   MOVE 'UNIT ON HOLD CONTROL'
                       TO WS-SIM-EXCP-REASON
               WHEN 'DUPLIC'
                   MOVE 'ALREADY ON DUPLICATE MASTER'
                       TO WS-SIM-EXCP-REASON
               WHEN OTHER
                   MOVE WS-REJECT-REASON TO WS-SIM-EXCP-REASON
           END-EVALUATE.
           WRITE SIM-RPT-LINE FROM WS-SIM-EXCP-DETAIL.
       2950-EXIT.
           EXIT.

      * RESTART CHECKPOINT - WRITTEN AFTER EVERY RECORD READ, WHETHER
      * IT WAS SUCCESSFUL OR REJECTED.  CKPT-RECORD-COUNT IS THE
      * PHYSICAL READ COUNT AND DRIVES THE RESTART SKIP; IT MUST NOT
      * BE CONFUSED WITH CKPT-SUCCESS-COUNT, WHICH ONLY COUNTS
      * SUCCESSFUL CALLS TO 'cfunc'.
       2500-WRITE-CHECKPOINT.
           IF WS-SIMULATION
               GO TO 2500-EXIT
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TS-DATE.
       2500-EXIT.
           EXIT.

      * ADD ONE AUDIT RECORD TO THE TRAILER TOTALS.  A RETRY FIRST
      * LEG IS COUNTED BUT KEPT OUT OF THE HASH - ITS counter IS
      * HASHED ONCE, ON THE RECORD THAT AUDITS THE OUTCOME.
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

      * CONVERT AN HHMMSSHH CLOCK TIME TO HUNDREDTHS OF A SECOND
      * SINCE MIDNIGHT.
       7800-TIME-TO-HSEC.

      * APPEND ONE ENTRY TO THE RUN REGISTER.  THE CALLER HAS
      * ALREADY FILLED RREG-RECORD EXCEPT FOR THE DATE AND
      * TIMESTAMP.  THE RUN DATE IS THE BUSINESS DATE; THE TIMESTAMP
      * IS THE CLOCK, SINCE RUN DURATIONS ARE MEASURED FROM IT.  A
      * REGISTER THAT CANNOT BE OPENED IS NOTED BUT DOES NOT FAIL
      * THE RUN - THE REGISTER IS AN OPERATIONS AID, NOT PART OF
      * THE BUSINESS PROCESSING.
       7900-APPEND-REGISTER-ENTRY.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TS-DATE.
           MOVE WS-CURRENT-TIME TO WS-TS-TIME.
           MOVE WS-BUSINESS-DATE TO RREG-RUN-DATE.
           MOVE WS-TIMESTAMP TO RREG-TIMESTAMP.
           OPEN EXTEND RUN-REG-FILE.
           IF WS-RUN-REG-STATUS = '00' OR '05'
       7900-EXIT.
           EXIT.

      * APPEND ONE ENTRY TO THE PARAMETER HISTORY - THE EFFECTIVE
      * VALUES OF EVERY PARAMETER, WHO KEYED THE CARD AND WHY, AND
      * THE OUTCOME IN WS-PARM-OUTCOME.  THE NON-DEFAULT SWITCHES
      * ARE SET HERE AGAINST THE COMPILED DEFAULTS.  WS-PARM-LOGGED
      * TELLS THE CALLER WHETHER THE ENTRY WAS WRITTEN.
       7950-APPEND-PARM-HISTORY.
           MOVE 'N' TO WS-PARM-LOGGED-SWITCH.
           MOVE SPACES TO PHST-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TS-DATE.
           MOVE WS-CURRENT-TIME TO WS-TS-TIME.
           MOVE WS-BUSINESS-DATE TO PHST-RUN-DATE.
           MOVE WS-TIMESTAMP TO PHST-TIMESTAMP.
           MOVE WS-PARM-OUTCOME TO PHST-OUTCOME.
           MOVE PARM-OPERATOR-ID TO PHST-OPERATOR-ID.
           MOVE PARM-REASON-CODE TO PHST-REASON-CODE.
           MOVE WS-CONTROL-CARD-SWITCH TO PHST-CONTROL-CARD.
           IF WS-RUN-ENTRY-POINT = WS-DEFAULT-ENTRY-POINT
               MOVE 'N' TO PHST-ENTRY-SWITCH
           ELSE
               MOVE 'Y' TO PHST-ENTRY-SWITCH
           END-IF.
           IF WS-RUN-BACKOUT-EP = WS-DEFAULT-BACKOUT-EP
               MOVE 'N' TO PHST-BACKOUT-SWITCH
           ELSE
               MOVE 'Y' TO PHST-BACKOUT-SWITCH
           END-IF.
           MOVE WS-RUN-STR TO PHST-STR.
           MOVE WS-RUN-ENTRY-POINT TO PHST-ENTRY-POINT.
           MOVE WS-RUN-BACKOUT-EP TO PHST-BACKOUT-ENTRY.
           MOVE WS-REJECT-LIMIT-PCT TO PHST-REJECT-LIMIT.
           MOVE WS-REJECT-MIN-COUNT TO PHST-REJECT-MIN-CNT.
           IF PARM-RERUN-OVERRIDE = 'Y'
               MOVE 'Y' TO PHST-RERUN-OVERRIDE
           ELSE
               MOVE 'N' TO PHST-RERUN-OVERRIDE
           END-IF.
           MOVE WS-FEED-COUNT TO PHST-FEED-COUNT.
           MOVE WS-FEED-HASH TO PHST-FEED-HASH.
           OPEN EXTEND PARM-HIST-FILE.
           IF WS-PARM-HIST-STATUS NOT = '00'
               GO TO 7950-EXIT
           END-IF.
           WRITE PARM-HIST-REC FROM PHST-RECORD.
           IF WS-PARM-HIST-STATUS = '00'
               SET WS-PARM-LOGGED TO TRUE
           END-IF.
           CLOSE PARM-HIST-FILE.
       7950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZE THRU 8000-EXIT
      *   WRITE THE RUN'S ACTUAL CONTROL TOTALS FOR THE DOWNSTREAM
      *   RECONCILIATION STEP AND CLOSE OUT ALL FILES.
      *----------------------------------------------------------------
       8000-FINALIZE.
           IF WS-SIMULATION
               PERFORM 8500-WRITE-SIM-SUMMARY THRU 8500-EXIT
               CLOSE TRAN-FILE
               CLOSE SIM-RPT-FILE
               IF WS-DUPM-ACTIVE
                   CLOSE DUPM-FILE
               END-IF
               DISPLAY 'Program1 SIMULATION COMPLETE - NOTHING WAS '
                   'CALLED OR UPDATED'
               DISPLAY '  PROJECTED CALLS   = ' WS-SIM-CALL-COUNT
               DISPLAY '  PROJECTED REVRSLS = ' WS-SIM-REVERSAL-COUNT
               DISPLAY '  EDIT REJECTS      = '
                   WS-SIM-EDIT-REJECT-COUNT
               DISPLAY '  CROSS-RUN DUPES   = ' WS-DUPLICATE-COUNT
               DISPLAY '  HELD-UNIT RECORDS = ' WS-HELD-COUNT
               DISPLAY '  FINAL RETURN CODE = ' WS-JOB-RETURN-CODE
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-SUCCESS-COUNT TO ACTL-SUCCESS-COUNT.
           MOVE WS-REJECT-COUNT TO ACTL-REJECT-COUNT.
           MOVE WS-HELD-COUNT TO ACTL-HELD-COUNT.
           MOVE WS-HASH-TOTAL TO ACTL-HASH-TOTAL.
           MOVE CDLL-COUNTER TO ACTL-FINAL-COUNTER.
           MOVE CDLL-RET-VALUE TO ACTL-LAST-RET-VALUE.
           MOVE WS-FEED-CYCLE TO ACTL-CYCLE-ID.
           WRITE CTL-OUT-REC FROM ACTL-TOTALS-RECORD.
           IF WS-RESTART-SKIP-COUNT = ZEROES
               PERFORM 8100-WRITE-UNIT-TOTALS THRU 8100-EXIT
           CLOSE TRAN-FILE.
           CLOSE CKPT-OUT-FILE.
           CLOSE CTL-OUT-FILE.
           PERFORM 8300-WRITE-AUDIT-TRAILER THRU 8300-EXIT.
           CLOSE AUDIT-OUT-FILE.
           CLOSE REJECT-OUT-FILE.
           CLOSE HELD-OUT-FILE.
               MOVE WS-END-STATUS TO RREG-END-STATUS
           END-IF.
           MOVE SPACES TO RREG-RECON-RESULT.
           MOVE WS-FEED-CYCLE TO RREG-CYCLE-ID.
           PERFORM 7900-APPEND-REGISTER-ENTRY THRU 7900-EXIT.
       8200-EXIT.
           EXIT.
       8150-EXIT.
           EXIT.

      * SEAL THE AUDIT GENERATION.  THE TRAILER IS DATED WITH THE
      * BUSINESS DATE AND CYCLE LIKE EVERY RECORD BEFORE IT, SO IT
      * TRAVELS WITH ITS DAY ONTO THE HISTORY MASTER.
       8300-WRITE-AUDIT-TRAILER.
           MOVE SPACES TO AUDIT-TRAILER-RECORD.
           MOVE WS-BUSINESS-DATE TO AUDIT-TRL-DATE.
           MOVE 'TR' TO AUDIT-TRL-TYPE.
           MOVE WS-PRF-RECORD-COUNT TO AUDIT-TRL-RECORD-COUNT.
           MOVE WS-PRF-HASH TO AUDIT-TRL-HASH.
           MOVE WS-PRF-OK TO AUDIT-TRL-OK.
           MOVE WS-PRF-RETRY TO AUDIT-TRL-RETRY.
           MOVE WS-PRF-RETRIED TO AUDIT-TRL-RETRIED.
           MOVE WS-PRF-REJECTED TO AUDIT-TRL-REJECTED.
           MOVE WS-PRF-FATAL TO AUDIT-TRL-FATAL.
           MOVE WS-PRF-DUPLIC TO AUDIT-TRL-DUPLIC.
           MOVE WS-PRF-REVERSED TO AUDIT-TRL-REVERSED.
           MOVE WS-PRF-HELD TO AUDIT-TRL-HELD.
           MOVE WS-FEED-CYCLE TO AUDIT-TRL-CYCLE-ID.
           WRITE AUDIT-OUT-REC FROM AUDIT-TRAILER-RECORD.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-WRITE-SIM-SUMMARY THRU 8500-EXIT
      *   SIMULATION ONLY - PROJECTED TOTALS BY DISPOSITION AND BY
      *   BUSINESS UNIT, THE REJECT-RATE BREAKER AND RUN-REGISTER
      *   OUTCOMES.  A PROJECTION THAT SHOWS THE LIVE RUN WOULD BE
      *   STOPPED OR REFUSED ENDS WITH RETURN CODE 4.
      *----------------------------------------------------------------
       8500-WRITE-SIM-SUMMARY.
           WRITE SIM-RPT-LINE FROM WS-SIM-BLANK.
           MOVE 'RECORDS READ' TO WS-SIM-LABEL.
           MOVE WS-RECORDS-READ TO WS-SIM-COUNT-EDIT.
           MOVE WS-SIM-COUNT-EDIT TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           MOVE 'WOULD CALL THE MAIN ENTRY' TO WS-SIM-LABEL.
           MOVE WS-SIM-CALL-COUNT TO WS-SIM-COUNT-EDIT.
           MOVE WS-SIM-COUNT-EDIT TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           MOVE 'WOULD CALL THE BACKOUT ENTRY' TO WS-SIM-LABEL.
           MOVE WS-SIM-REVERSAL-COUNT TO WS-SIM-COUNT-EDIT.
           MOVE WS-SIM-COUNT-EDIT TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           MOVE 'WOULD BE REJECTED' TO WS-SIM-LABEL.
           MOVE WS-SIM-EDIT-REJECT-COUNT TO WS-SIM-COUNT-EDIT.
           MOVE WS-SIM-COUNT-EDIT TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           MOVE 'WOULD SKIP AS DUPLICATE' TO WS-SIM-LABEL.
           MOVE WS-DUPLICATE-COUNT TO WS-SIM-COUNT-EDIT.
           MOVE WS-SIM-COUNT-EDIT TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           MOVE 'WOULD BE HELD' TO WS-SIM-LABEL.
           MOVE WS-HELD-COUNT TO WS-SIM-COUNT-EDIT.
           MOVE WS-SIM-COUNT-EDIT TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           MOVE 'HASH TOTAL OF RECORDS READ' TO WS-SIM-LABEL.
           MOVE WS-HASH-TOTAL TO WS-SIM-HASH-EDIT.
           MOVE WS-SIM-HASH-EDIT TO WS-SIM-VALUE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           IF WS-FEED-KNOWN
               MOVE 'UPSTREAM CONTROL COUNT' TO WS-SIM-LABEL
               MOVE WS-FEED-COUNT TO WS-SIM-COUNT-EDIT
               MOVE WS-SIM-COUNT-EDIT TO WS-SIM-VALUE
               WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL
               MOVE 'UPSTREAM CONTROL HASH' TO WS-SIM-LABEL
               MOVE WS-FEED-HASH TO WS-SIM-HASH-EDIT
               MOVE WS-SIM-HASH-EDIT TO WS-SIM-VALUE
               WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL
           END-IF.
           WRITE SIM-RPT-LINE FROM WS-SIM-BLANK.
           WRITE SIM-RPT-LINE FROM WS-SIM-UNIT-HEADER.
           MOVE ZEROES TO WS-UNIT-SCAN-SUB.
           PERFORM 8550-WRITE-SIM-UNIT THRU 8550-EXIT
               UNTIL WS-UNIT-SCAN-SUB >= WS-UNIT-COUNT.
           WRITE SIM-RPT-LINE FROM WS-SIM-BLANK.
           MOVE 'REJECT-RATE BREAKER' TO WS-SIM-LABEL.
           EVALUATE TRUE
               WHEN WS-REJECT-LIMIT-PCT = ZERO
                   MOVE 'OFF - NO LIMIT ON CARD' TO WS-SIM-VALUE
               WHEN WS-SIM-BREAKER-TRIPPED
                   MOVE 'WOULD TRIP - RUN STOPS' TO WS-SIM-VALUE
                   MOVE 4 TO WS-JOB-RETURN-CODE
               WHEN OTHER
                   MOVE 'WOULD NOT TRIP' TO WS-SIM-VALUE
           END-EVALUATE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           IF WS-SIM-BREAKER-TRIPPED
               MOVE '  STOPPED AFTER RECORD' TO WS-SIM-LABEL
               MOVE WS-SIM-TRIP-RECORD TO WS-SIM-COUNT-EDIT
               MOVE WS-SIM-COUNT-EDIT TO WS-SIM-VALUE
               WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL
               MOVE '  REJECT RATE AT THAT POINT %' TO WS-SIM-LABEL
               MOVE WS-SIM-TRIP-PCT TO WS-SIM-PCT-EDIT
               MOVE WS-SIM-PCT-EDIT TO WS-SIM-VALUE
               WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL
               MOVE '  LIMIT ON THE CARD %' TO WS-SIM-LABEL
               MOVE WS-REJECT-LIMIT-PCT TO WS-SIM-PCT-EDIT
               MOVE WS-SIM-PCT-EDIT TO WS-SIM-VALUE
               WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL
           END-IF.
           MOVE 'RUN REGISTER CHECK' TO WS-SIM-LABEL.
           EVALUATE TRUE
               WHEN NOT WS-FEED-KNOWN
                   MOVE 'INACTIVE - NO FEED CONTROL' TO WS-SIM-VALUE
               WHEN WS-SIM-REGISTER-REFUSES
                   MOVE 'WOULD REFUSE - ALREADY RUN' TO WS-SIM-VALUE
                   MOVE 4 TO WS-JOB-RETURN-CODE
               WHEN WS-ALREADY-RUN
                   MOVE 'RERUN OVERRIDE ACCEPTED' TO WS-SIM-VALUE
               WHEN OTHER
                   MOVE 'WOULD ACCEPT THE FEED' TO WS-SIM-VALUE
           END-EVALUATE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           MOVE 'PARAMETER CARD' TO WS-SIM-LABEL.
           EVALUATE TRUE
               WHEN WS-SIM-CARD-REFUSED
                   MOVE 'WOULD REFUSE - NO OPER/RSN' TO WS-SIM-VALUE
                   MOVE 4 TO WS-JOB-RETURN-CODE
               WHEN WS-CONTROL-CARD
                   MOVE 'SETS RUN CONTROLS - OK' TO WS-SIM-VALUE
               WHEN OTHER
                   MOVE 'ROUTINE - NO RUN CONTROLS' TO WS-SIM-VALUE
           END-EVALUATE.
           WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL.
           IF WS-CONTROL-CARD
               MOVE '  OPERATOR ID / REASON CODE' TO WS-SIM-LABEL
               MOVE PARM-OPERATOR-ID TO WS-SIM-OPERATOR
               MOVE PARM-REASON-CODE TO WS-SIM-REASON
               MOVE WS-SIM-OPERATOR-REASON TO WS-SIM-VALUE
               WRITE SIM-RPT-LINE FROM WS-SIM-DETAIL
           END-IF.
       8500-EXIT.
           EXIT.

      * ONE LINE PER BUSINESS UNIT.  THE UNIT'S SUCCESS COUNT HOLDS
      * BOTH KINDS OF PROJECTED CALL AND ITS REJECT COUNT HOLDS THE
      * DUPLICATES, THE SAME WAY THE LIVE CONTROL TOTALS DO - THEY
      * ARE SPLIT OUT HERE.
       8550-WRITE-SIM-UNIT.
           ADD 1 TO WS-UNIT-SCAN-SUB.
           MOVE WS-UNIT-STR (WS-UNIT-SCAN-SUB) TO WS-SIM-UNIT-STR.
           ADD WS-UNIT-SUCCESS (WS-UNIT-SCAN-SUB)
               WS-UNIT-REJECT (WS-UNIT-SCAN-SUB)
               WS-UNIT-HELD (WS-UNIT-SCAN-SUB)
               GIVING WS-SIM-UNIT-WORK.
           MOVE WS-SIM-UNIT-WORK TO WS-SIM-UNIT-RECORDS.
           SUBTRACT WS-UNIT-REVERSAL (WS-UNIT-SCAN-SUB)
               FROM WS-UNIT-SUCCESS (WS-UNIT-SCAN-SUB)
               GIVING WS-SIM-UNIT-WORK.
           MOVE WS-SIM-UNIT-WORK TO WS-SIM-UNIT-CALLS.
           MOVE WS-UNIT-REVERSAL (WS-UNIT-SCAN-SUB)
               TO WS-SIM-UNIT-REVERSE.
           SUBTRACT WS-UNIT-DUPLICATE (WS-UNIT-SCAN-SUB)
               FROM WS-UNIT-REJECT (WS-UNIT-SCAN-SUB)
               GIVING WS-SIM-UNIT-WORK.
           MOVE WS-SIM-UNIT-WORK TO WS-SIM-UNIT-REJECT.
           MOVE WS-UNIT-DUPLICATE (WS-UNIT-SCAN-SUB)
               TO WS-SIM-UNIT-DUPLIC.
           MOVE WS-UNIT-HELD (WS-UNIT-SCAN-SUB) TO WS-SIM-UNIT-HELD.
           WRITE SIM-RPT-LINE FROM WS-SIM-UNIT-DETAIL.
       8550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-FATAL-RETURN-CODE THRU 9100-EXIT
      *   AN UNRECOGNIZED, NON-RECOVERABLE CDLL-RET-VALUE WAS RETURNED
