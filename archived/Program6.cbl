      *                      LEGITIMATELY RE-FLOW) AND ADDS THE      *
      *                      REVERSAL counter SO THE SAME CALL       *
      *                      CANNOT BE BACKED OUT TWICE.             *
      *     2026-10-08 DLM   THE AGEPARM CARD MAY NOW GIVE THE       *
      *                      RETENTION AS A NUMBER OF BUSINESS DAYS  *
      *                      (COLUMNS 1-4, REST BLANK) INSTEAD OF A  *
      *                      CUTOFF DATE.  THE CUTOFF IS THEN THAT   *
      *                      MANY PROCESSING DAYS BACK FROM THE      *
      *                      BUSINESS DATE ON THE BUSINESS-DATE      *
      *                      CONTROL FILE (BDATE), SKIPPING          *
      *                      WEEKENDS AND CALENDAR HOLIDAYS.  AN     *
      *                      8-DIGIT CARD IS STILL TAKEN AS AN       *
      *                      EXPLICIT CUTOFF DATE.                   *
      *     2026-10-15 DLM   AUDITIN IS NOW PROVED AGAINST THE       *
      *                      AUDIT TRAILER Program1 WRITES AT THE    *
      *                      END OF EACH GENERATION, IN A FIRST PASS *
      *                      BEFORE THE MASTER IS OPENED.  A         *
      *                      TRAILER THAT DOES NOT MATCH ITS         *
      *                      RECORDS, OR RECORDS WITH NO TRAILER     *
      *                      AFTER THEM, STOP THE RUN WITH RC 99     *
      *                      AND THE MASTER UNTOUCHED.  TRAILERS     *
      *                      ARE SKIPPED ON THE UPDATE PASS.         *
      *                                                              *
      ****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-PARM-STATUS.

           SELECT BDATE-FILE ASSIGN TO BDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPM-FILE.
           COPY DUPMREC.

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC               PIC X(83).

       FD  AGE-PARM-FILE.
       01  AGE-PARM-FILE-REC            PIC X(8).

       FD  BDATE-FILE.
       01  BDATE-REC                    PIC X(40).

       WORKING-STORAGE SECTION.

      * AUDIT LOG RECORD LAYOUT - SAME COPYBOOK Program1 WRITES FROM.
           COPY AUDTREC.

      * BUSINESS-DATE CONTROL RECORD AND PROCESSING CALENDAR.
           COPY BDATREC.

       01  WS-FILE-STATUSES.
           05  WS-DUPM-STATUS           PIC X(2).
           05  WS-AUDIT-STATUS          PIC X(2).
           05  WS-AGE-PARM-STATUS       PIC X(2).
           05  WS-BDATE-STATUS          PIC X(2).

       01  WS-SWITCHES.
           05  WS-DUPM-EOF-SWITCH       PIC X(1) VALUE 'N'.
           05  WS-AUDIT-EOF-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-AUDIT-EOF             VALUE 'Y'.

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

      * RETENTION CUTOFF DATE - ENTRIES PROCESSED BEFORE THIS DATE
      * ARE DROPPED.  THE PARAMETER CARD GIVES EITHER THE DATE
      * ITSELF (8 DIGITS) OR A RETENTION IN BUSINESS DAYS (4
      * DIGITS, REST BLANK) THE DATE IS COUNTED BACK FROM.  A
      * MISSING OR BLANK CARD MEANS NO AGE-OFF THIS RUN.
       01  WS-CUTOFF-DATE               PIC 9(8)  VALUE ZEROES.
       01  WS-RETAIN-DAYS               PIC 9(4)  VALUE ZEROES.
       01  WS-DAYS-COUNTED              PIC 9(4)  VALUE ZEROES.
       01  WS-BUSINESS-DATE             PIC 9(8)  VALUE ZEROES.
       01  WS-AGE-PARM-CARD             PIC X(8).
       01  WS-AGE-PARM-CARD-R           REDEFINES WS-AGE-PARM-CARD.
           05  WS-AGE-PARM-DAYS         PIC X(4).
           05  WS-AGE-PARM-DAYS-FILL    PIC X(4).

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

       01  WS-COUNTERS.
           05  WS-ENTRIES-ON-FILE       PIC 9(8)  VALUE ZEROES.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Program6 ABEND: UNABLE TO OPEN AUDITIN'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-PROVE-AUDIT-FILE THRU 1100-EXIT.
           OPEN I-O DUPM-FILE.
           IF WS-DUPM-STATUS NOT = '00'
               DISPLAY 'Program6 ABEND: UNABLE TO OPEN DUPMAST - '
       1000-EXIT.
           EXIT.

      * THE BUSINESS DATE COMES FROM THE CONTROL RECORD AT THE
      * FRONT OF THE BUSINESS-DATE FILE, NEVER FROM THE CLOCK.  THE
      * NON-PROCESSING DAYS BEHIND IT ARE LOADED AS THE CALENDAR
      * THE BUSINESS-DAY COUNTS ARE TAKEN AGAINST.
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BDATE-FILE.
           IF WS-BDATE-STATUS NOT = '00'
               DISPLAY 'Program6 ABEND: UNABLE TO OPEN BDATE'
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
               DISPLAY 'Program6 ABEND: BDATE HAS NO VALID BUSINESS-'
                   'DATE CONTROL RECORD'
               CLOSE BDATE-FILE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDAT-DATE TO WS-BUSINESS-DATE.
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
                           DISPLAY 'Program6 ABEND: MORE THAN '
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

      * PROVE EVERY TRAILER ON AUDITIN BEFORE THE MASTER IS OPENED,
      * THEN REOPEN IT FOR THE UPDATE PASS.
       1100-PROVE-AUDIT-FILE.
           PERFORM 1150-PROVE-ONE-RECORD THRU 1150-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Program6 ABEND: UNABLE TO REOPEN AUDITIN'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
       1100-EXIT.
           EXIT.

       1150-PROVE-ONE-RECORD.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
               NOT AT END
                   IF AUDIT-TYPE-TRAILER
                       PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
                   ELSE
                       PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

       1200-READ-AGE-PARAMETER.
           OPEN INPUT AGE-PARM-FILE.
           IF WS-AGE-PARM-STATUS = '00'
               READ AGE-PARM-FILE INTO WS-AGE-PARM-CARD
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-AGE-PARM-DAYS IS NUMERIC
                               AND WS-AGE-PARM-DAYS-FILL = SPACES
                               MOVE WS-AGE-PARM-DAYS
                                   TO WS-RETAIN-DAYS
                           WHEN WS-AGE-PARM-CARD IS NUMERIC
                               MOVE WS-AGE-PARM-CARD
                                   TO WS-CUTOFF-DATE
                       END-EVALUATE
               END-READ
               CLOSE AGE-PARM-FILE
           END-IF.
           IF WS-RETAIN-DAYS > ZEROES
               PERFORM 1250-SET-BUSINESS-DAY-CUTOFF THRU 1250-EXIT
               DISPLAY 'Program6 RETAINING ' WS-RETAIN-DAYS
                   ' BUSINESS DAYS BEFORE ' WS-BUSINESS-DATE
           END-IF.
           IF WS-CUTOFF-DATE = ZEROES
               DISPLAY 'Program6 NO RETENTION CUTOFF SUPPLIED - '
                   'NO ENTRIES WILL BE AGED OFF THIS RUN'
       1200-EXIT.
           EXIT.

      * COUNT BACK THE RETENTION PERIOD FROM THE BUSINESS DATE ONE
      * CALENDAR DAY AT A TIME, COUNTING ONLY PROCESSING DAYS.  THE
      * DAY THE COUNT REACHES THE RETENTION IS THE CUTOFF - AN
      * ENTRY IS KEPT UNTIL IT IS MORE THAN THAT MANY BUSINESS DAYS
      * OLD.
       1250-SET-BUSINESS-DAY-CUTOFF.
           MOVE WS-BUSINESS-DATE TO WS-DTS-DATE.
           MOVE ZEROES TO WS-DAYS-COUNTED.
           PERFORM 7400-BACK-UP-ONE-DAY THRU 7400-EXIT
               UNTIL WS-DAYS-COUNTED >= WS-RETAIN-DAYS.
           MOVE WS-DTS-DATE TO WS-CUTOFF-DATE.
       1250-EXIT.
           EXIT.

      * ONE PASS THROUGH THE MASTER IN KEY ORDER, DELETING ENTRIES
      * PROCESSED BEFORE THE RETENTION CUTOFF.  WITH NO CUTOFF THE
      * PASS IS SKIPPED ENTIRELY - THERE IS NOTHING TO DELETE AND
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN AUDIT-TYPE-TRAILER
                           CONTINUE
                       WHEN AUDIT-DISP-OK OR AUDIT-DISP-RETRIED
                           MOVE AUDIT-COUNTER TO WS-NEW-COUNTER
                           MOVE AUDIT-TIMESTAMP (1:8) TO WS-NEW-DATE
       3200-EXIT.
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

      * STEP WS-DTS-DATE BACK ONE CALENDAR DAY.
       7250-PREVIOUS-CALENDAR-DAY.
           IF WS-DTS-DAY > 1
               SUBTRACT 1 FROM WS-DTS-DAY
               GO TO 7250-EXIT
           END-IF.
           IF WS-DTS-MONTH > 1
               SUBTRACT 1 FROM WS-DTS-MONTH
           ELSE
               MOVE 12 TO WS-DTS-MONTH
               SUBTRACT 1 FROM WS-DTS-YEAR
           END-IF.
           PERFORM 7270-SET-MONTH-LENGTH THRU 7270-EXIT.
           MOVE WS-MONTH-LENGTH TO WS-DTS-DAY.
       7250-EXIT.
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

       7400-BACK-UP-ONE-DAY.
           PERFORM 7250-PREVIOUS-CALENDAR-DAY THRU 7250-EXIT.
           PERFORM 7100-DATE-TO-SERIAL THRU 7100-EXIT.
           MOVE WS-DTS-SERIAL TO WS-CAL-WORK-SERIAL.
           PERFORM 7150-CHECK-PROCESSING-DAY THRU 7150-EXIT.
           IF WS-CAL-PROC-DAY
               ADD 1 TO WS-DAYS-COUNTED
           END-IF.
       7400-EXIT.
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
               DISPLAY 'Program6 ABEND: AUDIT TRAILER FOR '
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
               DISPLAY 'Program6 ABEND: AUDITIN NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  TRUNCATED, OR FROM A RUN THAT DID NOT FINISH'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
           CLOSE DUPM-FILE.
