      *                      BUSINESS UNIT (str TAG) SO THE          *
      *                      RECONCILIATION CAN NAME THE OFFENDING   *
      *                      UNIT INSTEAD OF JUST FLAGGING THE RUN.  *
      *     2026-10-15 DLM   ADDED ACTL-CYCLE-ID TO THE RUN-LEVEL    *
      *                      RECORD - THE FEED CYCLE THE TOTALS      *
      *                      BELONG TO (SEE UPCTLREC).  THE          *
      *                      RECONCILIATION, GL EXTRACT AND DAY-     *
      *                      CLOSE CHECK IT AGAINST THEIR OWN        *
      *                      CYCLE.  THE RECORD STILL FITS THE 56-   *
      *                      BYTE CTLOUT.                            *
      *                                                              *
      ****************************************************************
       01  ACTL-TOTALS-RECORD.
           05  ACTL-FINAL-COUNTER      PIC 9(8).
           05  ACTL-LAST-RET-VALUE     PIC S9(9) SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           05  ACTL-CYCLE-ID           PIC X(2).

       01  ACTL-UNIT-RECORD.
           05  ACTL-UNIT-STR           PIC X(20).
