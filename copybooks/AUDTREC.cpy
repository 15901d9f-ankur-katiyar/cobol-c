      *                      DIVERTED TO THE HELD-UNIT OUTPUT        *
      *                      WITHOUT CALLING THE DLL, TO BE          *
      *                      RE-FED ONCE THE UNIT IS RELEASED.       *
      *     2026-10-15 DLM   ADDED AUDIT-CYCLE-ID - THE FEED CYCLE   *
      *                      (SEE UPCTLREC) THE CALL WAS DRIVEN      *
      *                      UNDER, SO A DAY WITH MORE THAN ONE      *
      *                      CYCLE CAN BE REPORTED BY CYCLE.         *
      *                      RECORD LENGTH GROWS FROM 81 TO 83 HERE  *
      *                      AND ON EVERY AUDIT DD.  HISTORY         *
      *                      RECORDS WRITTEN BEFORE CYCLES READ      *
      *                      BACK WITH SPACES THERE AND ARE CYCLE    *
      *                      '01'.                                   *
      *     2026-10-15 DLM   ADDED AUDIT-TRAILER-RECORD.  EVERY      *
      *                      AUDIT GENERATION NOW ENDS WITH ONE      *
      *                      TRAILER (RECORD TYPE 'TR') CARRYING     *
      *                      THE RECORD COUNT, THE counter HASH AND  *
      *                      THE COUNT BY DISPOSITION OF THE         *
      *                      RECORDS BEFORE IT.  EVERY READER OF A   *
      *                      GENERATION OR OF THE HISTORY MASTER     *
      *                      PROVES EACH TRAILER AGAINST THE         *
      *                      RECORDS IT CLOSES AND REFUSES TO GO ON  *
      *                      IF ONE IS MISSING OR DOES NOT MATCH.    *
      *                                                              *
      ****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP         PIC X(26).
           05  AUDIT-RECORD-TYPE       PIC X(2).
               88  AUDIT-TYPE-TRAILER        VALUE 'TR'.
           05  AUDIT-STR               PIC X(20).
           05  AUDIT-COUNTER           PIC 9(8).
           05  AUDIT-RET-VALUE         PIC S9(9) SIGN IS TRAILING
               88  AUDIT-DISP-REVERSED       VALUE 'REVERSED'.
               88  AUDIT-DISP-HELD           VALUE 'HELD'.
           05  AUDIT-ELAPSED-HSEC      PIC 9(7).
           05  AUDIT-CYCLE-ID          PIC X(2).

      * GENERATION TRAILER - THE LAST RECORD OF EVERY AUDIT
      * GENERATION, WRITTEN BY Program1 (OR Program11 FOR A SPLIT
      * RUN) AND CARRIED ONTO THE HISTORY MASTER BY Program12, SO
      * THE MASTER HOLDS ONE TRAILER BEHIND EACH GENERATION IT WAS
      * BUILT FROM.  THE DATE AND CYCLE SIT WHERE THEY SIT ON A
      * DETAIL RECORD, SO A TRAILER SORTS, SPLITS AND FILTERS WITH
      * THE DAY IT CLOSES.  THE HASH IS THE SUM OF AUDIT-COUNTER
      * OVER EVERY RECORD EXCEPT RETRY FIRST LEGS - THE SAME BASIS
      * AS ACTL-HASH-TOTAL - AND THE DISPOSITION COUNTS ROLL UP TO
      * THE ACTL TOTALS: OK + RETRIED + REVERSED IS THE SUCCESS
      * COUNT, REJECTED + FATAL + DUPLIC THE REJECT COUNT, HELD THE
      * HELD COUNT.  SIX DIGITS PER DISPOSITION IS WELL OVER ANY
      * ONE DAY'S VOLUME (Program15 HOLDS A DAY'S SUCCESSES IN A
      * 200000-ENTRY TABLE).
       01  AUDIT-TRAILER-RECORD REDEFINES AUDIT-RECORD.
           05  AUDIT-TRL-DATE          PIC X(8).
           05  AUDIT-TRL-HASH          PIC 9(12).
           05  AUDIT-TRL-OK            PIC 9(6).
           05  AUDIT-TRL-TYPE          PIC X(2).
           05  AUDIT-TRL-RECORD-COUNT  PIC 9(8).
           05  AUDIT-TRL-RETRY         PIC 9(6).
           05  AUDIT-TRL-RETRIED       PIC 9(6).
           05  AUDIT-TRL-REJECTED      PIC 9(6).
           05  AUDIT-TRL-FATAL         PIC 9(6).
           05  AUDIT-TRL-DUPLIC        PIC 9(6).
           05  AUDIT-TRL-REVERSED      PIC 9(6).
           05  AUDIT-TRL-HELD          PIC 9(6).
           05  FILLER                  PIC X(3).
           05  AUDIT-TRL-CYCLE-ID      PIC X(2).
