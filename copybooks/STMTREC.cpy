      ****************************************************************
      *                                                              *
      *   STMTREC.CPY                                                *
      *                                                              *
      *   BUSINESS-UNIT STATEMENT EXTRACT RECORDS.  WRITTEN BY THE   *
      *   STATEMENT PROGRAM (Program25) ALONGSIDE THE PRINTED        *
      *   STATEMENTS, FOR THE UNITS THAT LOAD THEIR DAY INSTEAD OF   *
      *   READING IT.  EVERY RECORD STARTS WITH THE SAME 30 BYTES -  *
      *   RECORD TYPE, THE UNIT'S str TAG, AND THE BUSINESS DATE -   *
      *   SO A UNIT CAN SELECT ITS OWN RECORDS WITHOUT KNOWING THE   *
      *   REST OF THE LAYOUT.  PER UNIT, IN THIS ORDER:              *
      *     SH  ONE HEADER - CALLS BY DISPOSITION, counter HASH,     *
      *         NUMBER OF SD AND SO RECORDS THAT FOLLOW, AND         *
      *         WHETHER THE STATEMENT TIED TO THE ACTL CONTROL       *
      *         TOTALS.                                              *
      *     SD  ONE PER REJECTED, FATAL, DUPLICATE, HELD OR          *
      *         REVERSED counter, WITH THE REASON.                   *
      *     SO  ONE PER OUTSTANDING HELD REJECT, WITH ITS AGE IN     *
      *         BUSINESS DAYS.                                       *
      *   RECORD LENGTH 120.                                         *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-15 DLM   ORIGINAL COPYBOOK.                      *
      *                                                              *
      ****************************************************************
       01  STM-HEADER-RECORD.
           05  STM-RECORD-TYPE         PIC X(2).
               88  STM-TYPE-HEADER         VALUE 'SH'.
               88  STM-TYPE-DETAIL         VALUE 'SD'.
               88  STM-TYPE-OUTSTANDING    VALUE 'SO'.
           05  STM-UNIT-STR            PIC X(20).
           05  STM-BUSINESS-DATE       PIC 9(8).
           05  STM-OK-COUNT            PIC 9(8).
           05  STM-RETRY-COUNT         PIC 9(8).
           05  STM-RETRIED-COUNT       PIC 9(8).
           05  STM-REJECTED-COUNT      PIC 9(8).
           05  STM-FATAL-COUNT         PIC 9(8).
           05  STM-DUPLICATE-COUNT     PIC 9(8).
           05  STM-REVERSED-COUNT      PIC 9(8).
           05  STM-HELD-COUNT          PIC 9(8).
           05  STM-COUNTER-HASH        PIC 9(12).
           05  STM-DETAIL-COUNT        PIC 9(6).
           05  STM-OUTSTANDING-COUNT   PIC 9(6).
           05  STM-TIE-SWITCH          PIC X(1).
               88  STM-TIES-TO-ACTL        VALUE 'Y'.
           05  FILLER                  PIC X(1).

       01  STM-DETAIL-RECORD.
           05  STM-DTL-TYPE            PIC X(2).
           05  STM-DTL-UNIT-STR        PIC X(20).
           05  STM-DTL-BUSINESS-DATE   PIC 9(8).
           05  STM-DTL-TRAN-TYPE       PIC X(2).
           05  STM-DTL-COUNTER         PIC 9(8).
           05  STM-DTL-DISPOSITION     PIC X(8).
           05  STM-DTL-RET-VALUE       PIC S9(9) SIGN IS TRAILING
                                       SEPARATE CHARACTER.
           05  STM-DTL-TIMESTAMP       PIC X(26).
           05  STM-DTL-REASON          PIC X(30).
           05  FILLER                  PIC X(6).

       01  STM-OUTSTANDING-RECORD.
           05  STM-OUT-TYPE            PIC X(2).
           05  STM-OUT-UNIT-STR        PIC X(20).
           05  STM-OUT-BUSINESS-DATE   PIC 9(8).
           05  STM-OUT-TRAN-TYPE       PIC X(2).
           05  STM-OUT-COUNTER         PIC 9(8).
           05  STM-OUT-FIRST-SEEN      PIC 9(8).
           05  STM-OUT-REVIEW-COUNT    PIC 9(4).
           05  STM-OUT-AGE-DAYS        PIC 9(5).
           05  FILLER                  PIC X(63).
