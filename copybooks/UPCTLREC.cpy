      *                      BUSINESS UNIT (str TAG) SO THE          *
      *                      RECONCILIATION CAN BE DONE UNIT BY      *
      *                      UNIT.                                   *
      *     2026-10-15 DLM   ADDED UPCTL-CYCLE-ID - UPSTREAM NOW      *
      *                      SENDS MORE THAN ONE FEED CYCLE PER      *
      *                      BUSINESS DAY AND NAMES THE CYCLE ON     *
      *                      THE RUN-LEVEL RECORD (E.G. '01' FOR     *
      *                      THE MORNING, '02' FOR THE EVENING).     *
      *                      A BLANK CYCLE, AS ON A FEED FROM        *
      *                      BEFORE CYCLES, IS READ AS CYCLE '01'.   *
      *                      THE CYCLE IS CARRIED ONTO THE RUN       *
      *                      REGISTER, AUDIT, ACTL AND GL RECORDS.   *
      *                                                              *
      ****************************************************************
       01  UPCTL-RECORD.
           05  UPCTL-RECORD-COUNT      PIC 9(8).
           05  UPCTL-HASH-TOTAL        PIC 9(12).
           05  UPCTL-CYCLE-ID          PIC X(2).

       01  UPCTL-UNIT-RECORD.
           05  UPCTL-UNIT-STR          PIC X(20).
