      *   ACTL-LAST-RET-VALUE ARE DIAGNOSTIC ONLY AND ARE TAKEN     *
      *   FROM THE LAST STREAM THAT SUPPLIED A TOTALS RECORD.       *
      *                                                              *
      *   EVERY STREAM GENERATION IS PROVED AGAINST ITS AUDIT       *
      *   TRAILER, AND THE MERGED GENERATION IS SEALED WITH ONE     *
      *   TRAILER THAT MUST TIE TO THE MERGED ACTL RECORD.  A       *
      *   RESTARTED STREAM'S GENERATION COVERS ONLY THE RESTARTED   *
      *   PORTION WHILE ITS TOTALS COVER THE WHOLE STREAM -         *
      *   CONCATENATE THE PRIOR GENERATION ON AUDITIN OR THE TIE    *
      *   WILL FAIL AND THE DAY WILL BE HELD, WHICH IS THE POINT.   *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *                      OF BEING MOVED THROUGH THE STREAM-1 FD  *
      *                      RECORD AREA, WHICH IS UNDEFINED ONCE    *
      *                      THAT FILE HAS BEEN CLOSED.              *
      *     2026-10-15 DLM   FEED CYCLE IS READ FROM UPCTLIN (BLANK  *
      *                      OR NOT ALLOCATED MEANS CYCLE '01') AND  *
      *                      STAMPED ON EVERY MERGED AUDIT RECORD    *
      *                      AND ON THE MERGED RUN-LEVEL TOTALS.     *
      *     2026-10-15 DLM   EACH STREAM'S AUDIT GENERATION IS NOW   *
      *                      PROVED AGAINST ITS TRAILER AS IT IS     *
      *                      COPIED - A STREAM THAT IS SHORT,        *
      *                      ALTERED OR NEVER SEALED STOPS THE       *
      *                      MERGE WITH RC 99.  THE STREAM           *
      *                      TRAILERS ARE NOT COPIED; THE MERGED     *
      *                      GENERATION GETS ONE TRAILER OF ITS      *
      *                      OWN, AND ITS TOTALS MUST TIE TO THE     *
      *                      MERGED ACTL RUN-LEVEL RECORD OR THE     *
      *                      STEP ENDS WITH RC 16.                   *
      *                                                              *
      ****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-OUT-STATUS.

           SELECT OPTIONAL UPSTREAM-FILE ASSIGN TO UPCTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPSTREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-REC                 PIC X(83).

       FD  AUDIT-OUT-FILE.
       01  AUDIT-OUT-REC                PIC X(83).

       FD  CTL-IN-1-FILE.
       01  CTL-IN-1-REC                 PIC X(56).
       FD  CTL-OUT-FILE.
       01  CTL-OUT-REC                  PIC X(56).

       FD  UPSTREAM-FILE.
       01  UPSTREAM-REC                 PIC X(40).

       WORKING-STORAGE SECTION.

      * ACTUAL RUN-TOTALS RECORD LAYOUTS - RUN LEVEL AND PER UNIT.
           COPY ACTLREC.

      * AUDIT RECORD LAYOUT - THE MERGED COPY IS STAMPED WITH THE
      * FEED CYCLE ON THE WAY THROUGH.
           COPY AUDTREC.

      * UPSTREAM CONTROL RECORD - SOURCE OF THE FEED CYCLE.
           COPY UPCTLREC.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-IN-STATUS       PIC X(2).
           05  WS-AUDIT-OUT-STATUS      PIC X(2).
           05  WS-CTL-IN-STATUS         PIC X(2).
           05  WS-CTL-OUT-STATUS        PIC X(2).
           05  WS-UPSTREAM-STATUS       PIC X(2).

      * FEED CYCLE OF THE RUN BEING MERGED.  THE STREAMS NEVER SEE
      * UPCTLIN, SO THE CYCLE IS APPLIED HERE.
       01  WS-FEED-CYCLE                PIC X(2)  VALUE '01'.

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-FIRST-CTL-RECORD      VALUE 'Y'.
           05  WS-UNIT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-UNIT-FOUND            VALUE 'Y'.
           05  WS-TIE-SWITCH            PIC X(1) VALUE 'Y'.
               88  WS-AUDIT-TIES            VALUE 'Y'.

       01  WS-CURRENT-STREAM            PIC 9(1)  VALUE ZEROES.

           05  WS-MERGED-FINAL-COUNTER  PIC 9(8)  VALUE ZEROES.
           05  WS-MERGED-LAST-RET       PIC S9(9) VALUE ZEROES.

      * RUNNING TOTALS SINCE THE LAST STREAM TRAILER, PROVED
      * AGAINST THE NEXT ONE.
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

      * TOTALS OF THE PROVED STREAM SEGMENTS - THE RECORDS ACTUALLY
      * COPIED - FOR THE MERGED GENERATION'S OWN TRAILER, AND THEIR
      * ACTL GROUPINGS FOR THE TIE TO THE MERGED TOTALS.
       01  WS-MERGED-PROOF.
           05  WS-MRG-RECORD-COUNT      PIC 9(8)  VALUE ZEROES.
           05  WS-MRG-HASH              PIC 9(12) VALUE ZEROES.
           05  WS-MRG-OK                PIC 9(6)  VALUE ZEROES.
           05  WS-MRG-RETRY             PIC 9(6)  VALUE ZEROES.
           05  WS-MRG-RETRIED           PIC 9(6)  VALUE ZEROES.
           05  WS-MRG-REJECTED          PIC 9(6)  VALUE ZEROES.
           05  WS-MRG-FATAL             PIC 9(6)  VALUE ZEROES.
           05  WS-MRG-DUPLIC            PIC 9(6)  VALUE ZEROES.
           05  WS-MRG-REVERSED          PIC 9(6)  VALUE ZEROES.
           05  WS-MRG-HELD              PIC 9(6)  VALUE ZEROES.
       01  WS-MERGED-TRL-DATE           PIC X(8)  VALUE SPACES.
       01  WS-MERGED-AUDIT-TIE.
           05  WS-MRG-SUCCESS           PIC 9(8)  VALUE ZEROES.
           05  WS-MRG-REJECT            PIC 9(8)  VALUE ZEROES.

      * MERGED PER-BUSINESS-UNIT TOTALS ACROSS ALL STREAMS.
       01  WS-UNIT-MAX                  PIC 9(4)  COMP VALUE 200.
       01  WS-UNIT-TABLE.
               UNTIL WS-AUDIT-EOF.
           PERFORM 3000-MERGE-CTL-STREAMS THRU 3000-EXIT.
           PERFORM 4000-WRITE-MERGED-TOTALS THRU 4000-EXIT.
           PERFORM 5000-SEAL-MERGED-AUDIT THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-READ-FEED-CYCLE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * A MISSING OR EMPTY UPCTLIN, OR A BLANK CYCLE ON IT, IS A
      * SINGLE-CYCLE DAY AND TAKES THE DEFAULT CYCLE '01'.
       1100-READ-FEED-CYCLE.
           OPEN INPUT UPSTREAM-FILE.
           IF WS-UPSTREAM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           READ UPSTREAM-FILE INTO UPCTL-RECORD
               AT END
                   MOVE SPACES TO UPCTL-CYCLE-ID
           END-READ.
           IF UPCTL-CYCLE-ID NOT = SPACES
               MOVE UPCTL-CYCLE-ID TO WS-FEED-CYCLE
           END-IF.
           CLOSE UPSTREAM-FILE.
       1100-EXIT.
           EXIT.

      * THE PER-STREAM AUDIT GENERATIONS ARRIVE CONCATENATED ON
      * AUDITIN, SO THE MERGE IS A STRAIGHT COPY INTO ONE
      * GENERATION THE DOWNSTREAM REPORT STEPS CAN READ.  EACH
      * STREAM'S TRAILER PROVES THE RECORDS COPIED AHEAD OF IT AND
      * IS THEN DROPPED - THE MERGED GENERATION IS SEALED AT THE
      * END WITH A TRAILER OF ITS OWN.
       2000-COPY-ONE-AUDIT-RECORD.
           READ AUDIT-IN-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   PERFORM 7700-CHECK-AUDIT-SEALED THRU 7700-EXIT
               NOT AT END
                   MOVE AUDIT-IN-REC TO AUDIT-RECORD
                   IF AUDIT-TYPE-TRAILER
                       PERFORM 7600-PROVE-AUDIT-TRAILER THRU 7600-EXIT
                       PERFORM 7650-ADD-STREAM-TRAILER THRU 7650-EXIT
                       GO TO 2000-EXIT
                   END-IF
                   PERFORM 7500-TALLY-AUDIT-RECORD THRU 7500-EXIT
                   MOVE WS-FEED-CYCLE TO AUDIT-CYCLE-ID
                   WRITE AUDIT-OUT-REC FROM AUDIT-RECORD
                   ADD 1 TO WS-AUDIT-COPIED
           END-READ.
       2000-EXIT.
           MOVE WS-MERGED-HASH TO ACTL-HASH-TOTAL.
           MOVE WS-MERGED-FINAL-COUNTER TO ACTL-FINAL-COUNTER.
           MOVE WS-MERGED-LAST-RET TO ACTL-LAST-RET-VALUE.
           MOVE WS-FEED-CYCLE TO ACTL-CYCLE-ID.
           WRITE CTL-OUT-REC FROM ACTL-TOTALS-RECORD.
           MOVE ZEROES TO WS-UNIT-SUB.
           PERFORM 4100-WRITE-ONE-UNIT THRU 4100-EXIT
       4100-EXIT.
           EXIT.

      * SEAL THE MERGED GENERATION WITH THE TOTALS OF EVERY PROVED
      * STREAM SEGMENT, THEN TIE THOSE TOTALS TO THE MERGED ACTL
      * RUN-LEVEL RECORD JUST WRITTEN: OK + RETRIED + REVERSED IS
      * THE SUCCESS COUNT, REJECTED + FATAL + DUPLIC THE REJECT
      * COUNT, HELD THE HELD COUNT, AND THE HASH THE HASH.  A
      * DIFFERENCE MEANS A STREAM'S GENERATION AND ITS TOTALS DO
      * NOT DESCRIBE THE SAME RECORDS AND THE DAY IS HELD.
       5000-SEAL-MERGED-AUDIT.
           MOVE SPACES TO AUDIT-TRAILER-RECORD.
           MOVE WS-MERGED-TRL-DATE TO AUDIT-TRL-DATE.
           MOVE 'TR' TO AUDIT-TRL-TYPE.
           MOVE WS-MRG-RECORD-COUNT TO AUDIT-TRL-RECORD-COUNT.
           MOVE WS-MRG-HASH TO AUDIT-TRL-HASH.
           MOVE WS-MRG-OK TO AUDIT-TRL-OK.
           MOVE WS-MRG-RETRY TO AUDIT-TRL-RETRY.
           MOVE WS-MRG-RETRIED TO AUDIT-TRL-RETRIED.
           MOVE WS-MRG-REJECTED TO AUDIT-TRL-REJECTED.
           MOVE WS-MRG-FATAL TO AUDIT-TRL-FATAL.
           MOVE WS-MRG-DUPLIC TO AUDIT-TRL-DUPLIC.
           MOVE WS-MRG-REVERSED TO AUDIT-TRL-REVERSED.
           MOVE WS-MRG-HELD TO AUDIT-TRL-HELD.
           MOVE WS-FEED-CYCLE TO AUDIT-TRL-CYCLE-ID.
           WRITE AUDIT-OUT-REC FROM AUDIT-TRAILER-RECORD.
           ADD WS-MRG-OK WS-MRG-RETRIED WS-MRG-REVERSED
               GIVING WS-MRG-SUCCESS.
           ADD WS-MRG-REJECTED WS-MRG-FATAL WS-MRG-DUPLIC
               GIVING WS-MRG-REJECT.
           IF WS-MRG-SUCCESS NOT = WS-MERGED-SUCCESS
               OR WS-MRG-REJECT NOT = WS-MERGED-REJECT
               OR WS-MRG-HELD NOT = WS-MERGED-HELD
               OR WS-MRG-HASH NOT = WS-MERGED-HASH
               MOVE 'N' TO WS-TIE-SWITCH
               DISPLAY 'Program11 MERGED AUDIT DOES NOT TIE TO THE '
                   'MERGED ACTL TOTALS'
               DISPLAY '  AUDIT SUCCESS ' WS-MRG-SUCCESS
                   ' REJECT ' WS-MRG-REJECT ' HELD ' WS-MRG-HELD
                   ' HASH ' WS-MRG-HASH
               DISPLAY '  ACTL  SUCCESS ' WS-MERGED-SUCCESS
                   ' REJECT ' WS-MERGED-REJECT ' HELD '
                   WS-MERGED-HELD ' HASH ' WS-MERGED-HASH
               DISPLAY '  DAY HELD - CHECK FOR A RESTARTED STREAM '
                   'MISSING ITS PRIOR GENERATION'
           END-IF.
       5000-EXIT.
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
               DISPLAY 'Program11 ABEND: AUDIT TRAILER FOR '
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

      * A PROVED STREAM TRAILER'S TOTALS GO TO THE MERGED TRAILER.
      * EVERY STREAM CARRIES THE SAME BUSINESS DATE.
       7650-ADD-STREAM-TRAILER.
           ADD AUDIT-TRL-RECORD-COUNT TO WS-MRG-RECORD-COUNT.
           ADD AUDIT-TRL-HASH TO WS-MRG-HASH.
           ADD AUDIT-TRL-OK TO WS-MRG-OK.
           ADD AUDIT-TRL-RETRY TO WS-MRG-RETRY.
           ADD AUDIT-TRL-RETRIED TO WS-MRG-RETRIED.
           ADD AUDIT-TRL-REJECTED TO WS-MRG-REJECTED.
           ADD AUDIT-TRL-FATAL TO WS-MRG-FATAL.
           ADD AUDIT-TRL-DUPLIC TO WS-MRG-DUPLIC.
           ADD AUDIT-TRL-REVERSED TO WS-MRG-REVERSED.
           ADD AUDIT-TRL-HELD TO WS-MRG-HELD.
           MOVE AUDIT-TRL-DATE TO WS-MERGED-TRL-DATE.
       7650-EXIT.
           EXIT.

      * AT END OF FILE THE LAST RECORD READ MUST HAVE BEEN A
      * TRAILER.  AN EMPTY AUDITIN HAS NO TRAILER EITHER - EVERY
      * GENERATION Program1 FINISHES IS SEALED, EVEN ONE WITH NO
      * RECORDS.
       7700-CHECK-AUDIT-SEALED.
           IF WS-PRF-RECORD-COUNT > ZEROES
               OR WS-TRAILERS-PROVED = ZEROES
               DISPLAY 'Program11 ABEND: AUDITIN NOT SEALED BY AN'
                   ' AUDIT TRAILER'
               DISPLAY '  TRUNCATED, OR FROM A RUN THAT DID NOT FINISH'
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
       7700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-IN-FILE.
           CLOSE AUDIT-OUT-FILE.
           CLOSE CTL-OUT-FILE.
           DISPLAY 'Program11 MERGE COMPLETE'.
           DISPLAY '  FEED CYCLE           = ' WS-FEED-CYCLE.
           DISPLAY '  AUDIT RECORDS COPIED = ' WS-AUDIT-COPIED.
           DISPLAY '  STREAMS MERGED       = ' WS-STREAMS-MERGED.
           DISPLAY '  MERGED SUCCESS COUNT = ' WS-MERGED-SUCCESS.
           DISPLAY '  MERGED REJECT COUNT  = ' WS-MERGED-REJECT.
           DISPLAY '  STREAM TRAILERS      = ' WS-TRAILERS-PROVED.
           IF WS-AUDIT-TIES
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
