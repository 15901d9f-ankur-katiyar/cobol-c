      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-08-22 DLM   ORIGINAL COPYBOOK.                      *
      *     2026-10-15 DLM   ADDED THREE ENTRY TYPES FOR THE DAY-    *
      *                      CLOSE SIGN-OFF: ED (PRE-FLIGHT EDIT     *
      *                      OUTCOME FROM Program4, PASSED/FAILED    *
      *                      IN RREG-RECON-RESULT), AK (VENDOR ACK   *
      *                      MATCH FROM Program15, MATCHED/UNMATCHD) *
      *                      AND DC (DAY CLOSE FROM Program23,       *
      *                      RELEASED/HELD IN RREG-END-STATUS).      *
      *     2026-10-15 DLM   ADDED RREG-CYCLE-ID - THE FEED CYCLE    *
      *                      THE ENTRY BELONGS TO (SEE UPCTLREC).    *
      *                      THE RERUN CHECK NOW MATCHES THE CYCLE   *
      *                      AS WELL AS THE FEED IDENTITY, AND THE   *
      *                      DAY-CLOSE SIGNS OFF EACH CYCLE ON ITS   *
      *                      OWN.  BLANK ON ENTRIES WRITTEN BEFORE   *
      *                      CYCLES, AND ON A SPLIT-RUN STREAM'S     *
      *                      ST/EN ENTRIES (THE STREAMS SEE NO       *
      *                      UPCTLIN).  RECORD LENGTH 88 TO 90.      *
      *                                                              *
      ****************************************************************
       01  RREG-RECORD.
               88  RREG-TYPE-START         VALUE 'ST'.
               88  RREG-TYPE-END           VALUE 'EN'.
               88  RREG-TYPE-RECON         VALUE 'RC'.
               88  RREG-TYPE-EDIT          VALUE 'ED'.
               88  RREG-TYPE-ACK           VALUE 'AK'.
               88  RREG-TYPE-DAY-CLOSE     VALUE 'DC'.
           05  RREG-RUN-DATE           PIC 9(8).
           05  RREG-TIMESTAMP          PIC X(26).
           05  RREG-FEED-COUNT         PIC 9(8).
           05  RREG-REJECT-COUNT       PIC 9(8).
           05  RREG-END-STATUS         PIC X(8).
           05  RREG-RECON-RESULT       PIC X(8).
           05  RREG-CYCLE-ID           PIC X(2).
