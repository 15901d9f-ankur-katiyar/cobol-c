      *   THE MASTER GROWING WITHOUT BOUND, AND THE TREND REPORT    *
      *   AND ADJUSTMENT MATCHER WERE SLOWING WITH IT.              *
      *                                                              *
      *   THE MASTER IS PROVED AGAINST ITS AUDIT TRAILERS AS IT IS   *
      *   SPLIT, AND A DAY NEVER STRADDLES THE CUTOFF, SO BOTH THE   *
      *   ARCHIVE AND THE NEW MASTER STILL PROVE DAY BY DAY.         *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-09-02 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   AUDHIST IS NOW PROVED WHILE IT IS       *
      *                      SPLIT - EVERY RECORD IS TALLIED AND     *
      *                      EACH AUDIT TRAILER PROVED AGAINST THE   *
      *                      RECORDS IT CLOSES, WHICH MUST ALL       *
      *                      CARRY THE TRAILER'S DATE, SO A DAY      *
      *                      AND ITS TRAILER ALWAYS LAND ON THE      *
      *                      SAME SIDE OF THE CUTOFF.  A TRAILER     *
      *                      THAT DOES NOT MATCH, OR RECORDS WITH    *
      *                      NO TRAILER AFTER THEM, END THE STEP     *
      *                      WITH RC 99 AND THE MASTER IS NOT        *
      *                      REPLACED.  'SEAL' IN COLUMNS 9-12 OF    *
      *                      RETNPARM WRITES ONE TRAILER PER DAY     *
      *                      FOR RECORDS AHEAD OF THE FIRST          *
      *                      TRAILER ON THE MASTER (HISTORY FROM     *
      *                      BEFORE TRAILERS EXISTED) - A ONE-TIME   *
      *                      RUN, COUNTED ON THE CONTROL REPORT.     *
      *                                                              *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HIST-FILE.
       01  AUDIT-HIST-REC               PIC X(83).

       FD  RETN-PARM-FILE.
       01  RETN-PARM-FILE-REC           PIC X(12).

       FD  ARCH-OUT-FILE.
       01  ARCH-OUT-REC                 PIC X(83).

       FD  HIST-OUT-FILE.
       01  HIST-OUT-REC                 PIC X(83).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).
      * RUN AGAINST THE ONE PERMANENT MASTER IS NOT WORTH THE
      * CONVENIENCE OF A DEFAULT.
       01  WS-CUTOFF-DATE               PIC 9(8)  VALUE ZEROES.
      * 'SEAL' IN COLUMNS 9-12 ALSO SEALS HISTORY WRITTEN BEFORE
      * AUDIT TRAILERS EXISTED - SEE 2600-WRITE-SEAL-TRAILER.
       01  WS-RETN-PARM-CARD.
           05  WS-RETN-PARM-CUTOFF      PIC X(8).
           05  WS-RETN-PARM-OPTION      PIC X(4).
               88  WS-RETN-SEAL-LEGACY      VALUE 'SEAL'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8)  VALUE ZEROES.
           05  WS-RECORDS-RETAINED      PIC 9(8)  VALUE ZEROES.
           05  WS-CHECK-TOTAL           PIC 9(8)  VALUE ZEROES.
           05  WS-WORK-DATE             PIC 9(8)  VALUE ZEROES.
           05  WS-EXPECTED-TOTAL        PIC 9(8)  VALUE ZEROES.
           05  WS-TRAILERS-SEALED       PIC 9(8)  VALUE ZEROES.

      * RUNNING TOTALS SINCE THE LAST AUDIT TRAILER, PROVED AGAINST
      * THE NEXT ONE.  THE SEGMENT DATE IS THE DATE OF THE FIRST
      * RECORD SINCE THAT TRAILER - EVERY RECORD UP TO THE NEXT ONE
      * MUST CARRY IT.
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
       01  WS-SEGMENT-DATE              PIC 9(8)  VALUE ZEROES.
       01  WS-SEGMENT-CYCLE             PIC X(2)  VALUE SPACES.
       01  WS-SAVE-AUDIT-RECORD         PIC X(83).

       01  WS-DATE-RANGES.
           05  WS-ARCH-MIN-DATE         PIC 9(8)  VALUE 99999999.

       1200-READ-RETENTION-CUTOFF.
           OPEN INPUT RETN-PARM-FILE.
           MOVE SPACES TO WS-RETN-PARM-CARD.
           IF WS-RETN-PARM-STATUS = '00'
               READ RETN-PARM-FILE INTO WS-RETN-PARM-CARD
                   NOT AT END
                       IF WS-RETN-PARM-CUTOFF IS NUMERIC
                           MOVE WS-RETN-PARM-CUTOFF TO WS-CUTOFF-DATE
                       END-IF
               END-READ
               CLOSE RETN-PARM-FILE
           END-IF.
           DISPLAY 'Program16 ARCHIVING AUDIT HISTORY RECORDS '
               'DATED BEFORE ' WS-CUTOFF-DATE.
           IF WS-RETN-SEAL-LEGACY
               DISPLAY 'Program16 SEALING AUDIT HISTORY RECORDS AHEAD '
                   'OF THE FIRST AUDIT TRAILER, ONE TRAILER PER DAY'
           END-IF.
       1200-EXIT.
           EXIT.

      * EVERY RECORD LANDS ON EXACTLY ONE SIDE OF THE CUTOFF, AND
      * EACH SIDE TRACKS ITS OWN COUNT AND DATE RANGE FOR THE
      * CONTROL REPORT.  A TRAILER CARRIES THE DATE OF THE DAY IT
      * CLOSES WHERE A RECORD CARRIES ITS TIMESTAMP, SO IT FOLLOWS
      * ITS RECORDS TO THE SAME SIDE.
       2000-SPLIT-ONE-RECORD.
           READ AUDIT-HIST-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   PERFORM 2500-CHECK-MASTER-SEALED THRU 2500-EXIT
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE AUDIT-TIMESTAMP (1:8) TO WS-WORK-DATE
                   IF AUDIT-TYPE-TRAILER
                       PERFORM 2400-PROVE-SEGMENT THRU 2400-EXIT
                   ELSE
                       PERFORM 2300-CHECK-SEGMENT-DATE THRU 2300-EXIT
                       PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT
                   END-IF
                   IF WS-WORK-DATE < WS-CUTOFF-DATE
                       PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
                   ELSE
       2200-EXIT.
           EXIT.

      * EVERY RECORD UP TO THE NEXT TRAILER MUST CARRY THE DATE OF
      * THE FIRST ONE - RECORDS FOR TWO DATES UNDER ONE TRAILER
      * COULD BE SPLIT APART BY THE CUTOFF, AND NEITHER SIDE WOULD
      * PROVE AGAIN.  IN SEAL MODE, A DATE CHANGE AHEAD OF THE FIRST
      * TRAILER CLOSES THE PREVIOUS DAY WITH A SEAL TRAILER INSTEAD.
       2300-CHECK-SEGMENT-DATE.
           IF WS-PRF-RECORD-COUNT = ZEROES
               MOVE WS-WORK-DATE TO WS-SEGMENT-DATE
               MOVE AUDIT-CYCLE-ID TO WS-SEGMENT-CYCLE
               GO TO 2300-EXIT
           END-IF.
           IF WS-WORK-DATE = WS-SEGMENT-DATE
               GO TO 2300-EXIT
           END-IF.
           IF WS-RETN-SEAL-LEGACY AND WS-TRAILERS-PROVED = ZEROES
               PERFORM 2600-WRITE-SEAL-TRAILER THRU 2600-EXIT
               MOVE WS-WORK-DATE TO WS-SEGMENT-DATE
               MOVE AUDIT-CYCLE-ID TO WS-SEGMENT-CYCLE
               GO TO 2300-EXIT
           END-IF.
           DISPLAY 'Program16 ABEND: AUDHIST RECORDS FOR '
               WS-SEGMENT-DATE ' AND ' WS-WORK-DATE
               ' SHARE ONE AUDIT TRAILER'.
           IF WS-TRAILERS-PROVED = ZEROES
               DISPLAY '  HISTORY FROM BEFORE AUDIT TRAILERS MUST BE'
                   ' SPLIT ONCE WITH SEAL ON THE RETNPARM CARD'
           END-IF.
           MOVE 99 TO RETURN-CODE.
           GOBACK.
       2300-EXIT.
           EXIT.

      * A TRAILER MUST CARRY THE DATE OF THE RECORDS IT CLOSES AND
      * MATCH THEM EXACTLY.  A TRAILER WITH NO RECORDS AHEAD OF IT
      * CLOSES A GENERATION THAT HAD NOTHING TO PROCESS.
       2400-PROVE-SEGMENT.
           IF WS-PRF-RECORD-COUNT > ZEROES
               AND AUDIT-TRL-DATE NOT = WS-SEGMENT-DATE
               DISPLAY 'Program16 ABEND: AUDIT TRAILER FOR '
                   AUDIT-TRL-DATE ' CYCLE ' AUDIT-TRL-CYCLE-ID
                   ' CLOSES RECORDS DATED ' WS-SEGMENT-DATE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT.
       2400-EXIT.
           EXIT.

      * AT END OF FILE, IN SEAL MODE ON A MASTER THAT NEVER HAD A
      * TRAILER, THE LAST DAY IS SEALED LIKE THE OTHERS.  OTHERWISE
      * THE LAST RECORD READ MUST HAVE BEEN A TRAILER.
       2500-CHECK-MASTER-SEALED.
           IF WS-RETN-SEAL-LEGACY
               AND WS-TRAILERS-PROVED = ZEROES
               AND WS-PRF-RECORD-COUNT > ZEROES
               PERFORM 2600-WRITE-SEAL-TRAILER THRU 2600-EXIT
           END-IF.
           PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT.
       2500-EXIT.
           EXIT.

      * SEAL ONE DAY OF HISTORY WRITTEN BEFORE AUDIT TRAILERS
      * EXISTED: WRITE THE TRAILER Program1 WOULD HAVE WRITTEN FOR
      * IT, FROM THE TOTALS JUST TALLIED, TO THE SIDE OF THE CUTOFF
      * THE DAY WENT TO.  THE RECORD IN HAND IS SAVED AROUND IT.
       2600-WRITE-SEAL-TRAILER.
           MOVE AUDIT-RECORD TO WS-SAVE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-TRAILER-RECORD.
           MOVE WS-SEGMENT-DATE TO AUDIT-TRL-DATE.
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
           MOVE WS-SEGMENT-CYCLE TO AUDIT-TRL-CYCLE-ID.
           MOVE WS-SEGMENT-DATE TO WS-WORK-DATE.
           IF WS-WORK-DATE < WS-CUTOFF-DATE
               PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
           ELSE
               PERFORM 2200-RETAIN-RECORD THRU 2200-EXIT
           END-IF.
           ADD 1 TO WS-TRAILERS-SEALED.
           MOVE ZEROES TO WS-AUDIT-PROOF.
           MOVE WS-SAVE-AUDIT-RECORD TO AUDIT-RECORD.
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-WORK-DATE.
       2600-EXIT.
           EXIT.

       3000-PRINT-CONTROL-REPORT.
           MOVE 'RETENTION CUTOFF DATE' TO WS-RPT-LABEL.
           MOVE WS-CUTOFF-DATE TO WS-RPT-VALUE.
               WRITE REPORT-LINE FROM WS-RPT-RANGE-DETAIL
           END-IF.

           MOVE 'AUDIT TRAILERS PROVED' TO WS-RPT-LABEL.
           MOVE WS-TRAILERS-PROVED TO WS-RPT-COUNT-EDIT.
           MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
           IF WS-RETN-SEAL-LEGACY
               MOVE 'SEAL TRAILERS WRITTEN' TO WS-RPT-LABEL
               MOVE WS-TRAILERS-SEALED TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.

           WRITE REPORT-LINE FROM WS-RPT-BLANK.

      * NOTHING LOST IN THE SPLIT: EVERY RECORD READ MUST HAVE
      * LANDED ON EXACTLY ONE SIDE.  A DIFFERENCE HERE FAILS THE
      * STEP SO THE COPY-BACK NEVER RUNS AGAINST A BAD SPLIT.
      * SEAL TRAILERS WERE WRITTEN BUT NEVER READ.
           ADD WS-RECORDS-ARCHIVED WS-RECORDS-RETAINED
               GIVING WS-CHECK-TOTAL.
           ADD WS-RECORDS-READ WS-TRAILERS-SEALED
               GIVING WS-EXPECTED-TOTAL.
           IF WS-CHECK-TOTAL = WS-EXPECTED-TOTAL
               MOVE 'SPLIT VERIFIED LOSSLESS' TO WS-RPT-LABEL
               IF WS-TRAILERS-SEALED = ZEROES
                   MOVE 'ARCHIVED + RETAINED = READ' TO WS-RPT-VALUE
               ELSE
                   MOVE 'ARCH + RETN = READ + SEALS' TO WS-RPT-VALUE
               END-IF
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           ELSE
               MOVE 16 TO WS-JOB-RETURN-CODE
               MOVE 'DO NOT REPLACE THE MASTER' TO WS-RPT-VALUE
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
               DISPLAY 'Program16 SPLIT OUT OF BALANCE - READ '
                   WS-RECORDS-READ ' SEALED ' WS-TRAILERS-SEALED
                   ' BUT ARCHIVED + RETAINED = ' WS-CHECK-TOTAL
           END-IF.
       3000-EXIT.
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
               DISPLAY 'Program16 ABEND: AUDIT TRAILER FOR '
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
               DISPLAY 'Program16 ABEND: AUDHIST NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  THE LAST DAY ON IT IS TRUNCATED'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-HIST-FILE.
           CLOSE ARCH-OUT-FILE.
           CLOSE HIST-OUT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'Program16 COMPLETE - ' WS-RECORDS-ARCHIVED
               ' ARCHIVED, ' WS-RECORDS-RETAINED ' RETAINED, '
               WS-TRAILERS-PROVED ' TRAILERS PROVED'.
       9000-EXIT.
           EXIT.
