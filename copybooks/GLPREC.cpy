      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-09-02 DLM   ORIGINAL COPYBOOK.                      *
      *     2026-10-05 DLM   ADDED GLP-COST-CENTER - EACH DETAIL     *
      *                      NOW CARRIES THE UNIT'S GL COST CENTER   *
      *                      FROM THE BUSINESS-UNIT MASTER (SEE      *
      *                      BUMREC.CPY).  RECORD LENGTH GROWS       *
      *                      FROM 50 TO 60; THE TRAILER FILLER       *
      *                      GROWS TO MATCH.                         *
      *     2026-10-15 DLM   ADDED GLP-CYCLE-ID AND GLP-TRL-CYCLE-ID *
      *                      - THE FEED CYCLE THE EXTRACT POSTS.     *
      *                      WITH TWO CYCLES A DAY FINANCE LOADS     *
      *                      TWO EXTRACTS FOR ONE POST DATE, AND     *
      *                      THE CYCLE TELLS THEM APART.  RECORD     *
      *                      LENGTH GROWS FROM 60 TO 62.             *
      *                                                              *
      ****************************************************************
       01  GLP-DETAIL-RECORD.
           05  GLP-POST-DATE           PIC 9(8).
           05  GLP-SUCCESS-COUNT       PIC 9(8).
           05  GLP-COUNTER-HASH        PIC 9(12).
           05  GLP-COST-CENTER         PIC X(10).
           05  GLP-CYCLE-ID            PIC X(2).

       01  GLP-TRAILER-RECORD.
           05  GLP-TRL-TYPE            PIC X(2).
           05  GLP-TRL-SUCCESS-TOTAL   PIC 9(8).
           05  GLP-TRL-HASH-TOTAL      PIC 9(12).
           05  GLP-TRL-ACTL-SUCCESS    PIC 9(8).
           05  GLP-TRL-CYCLE-ID        PIC X(2).
           05  FILLER                  PIC X(14).
