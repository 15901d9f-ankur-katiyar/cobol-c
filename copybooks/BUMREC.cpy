      ****************************************************************
      *                                                              *
      *   BUMREC.CPY                                                 *
      *                                                              *
      *   BUSINESS-UNIT MASTER RECORD.  ONE ENTRY PER VALID str TAG  *
      *   A BUSINESS UNIT MAY SEND ON THE FEED, WITH ITS NAME, THE   *
      *   GENERAL LEDGER COST CENTER ITS POSTINGS GO TO, WHETHER IT  *
      *   IS ACTIVE, AND THE DATES IT IS EFFECTIVE BETWEEN.  THE     *
      *   MASTER IS A KEYED (VSAM-STYLE INDEXED) FILE, RECORD KEY    *
      *   BUM-UNIT-STR, MAINTAINED IN PLACE FROM ADD / CHANGE /      *
      *   DEACTIVATE CARDS BY THE MAINTENANCE PROGRAM (Program21).   *
      *   THE PRE-FLIGHT EDIT (Program4) FAILS A FEED CARRYING ANY   *
      *   TAG THAT IS NOT ON THE MASTER, IS INACTIVE, OR IS NOT      *
      *   EFFECTIVE ON THE BUSINESS DATE, AND THE GL EXTRACT         *
      *   (Program18) TAKES EACH UNIT'S COST CENTER FROM HERE -     *
      *   A TAG TYPED WRONG UPSTREAM USED TO SAIL STRAIGHT THROUGH   *
      *   TO THE LEDGER AS A UNIT OF ITS OWN.  A UNIT IS NEVER       *
      *   DELETED, ONLY DEACTIVATED, SO OLD POSTINGS CAN ALWAYS BE   *
      *   TRACED BACK TO THE UNIT THAT MADE THEM.  THIS COPYBOOK IS  *
      *   COPIED UNDER THE FD SO THE KEY IS PART OF THE RECORD.      *
      *                                                              *
      *   AN EFFECTIVE-TO DATE OF 99999999 MEANS OPEN-ENDED.         *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-05 DLM   ORIGINAL COPYBOOK.                      *
      *                                                              *
      ****************************************************************
       01  BUM-RECORD.
           05  BUM-UNIT-STR            PIC X(20).
           05  BUM-UNIT-NAME           PIC X(30).
           05  BUM-COST-CENTER         PIC X(10).
           05  BUM-STATUS              PIC X(1).
               88  BUM-ACTIVE              VALUE 'A'.
               88  BUM-INACTIVE            VALUE 'I'.
           05  BUM-EFFECTIVE-FROM      PIC 9(8).
           05  BUM-EFFECTIVE-TO        PIC 9(8).
           05  BUM-LAST-MAINT-DATE     PIC 9(8).
           05  BUM-LAST-MAINT-OPER     PIC X(8).
