      ****************************************************************
      *                                                              *
      *   BUMCREC.CPY                                                *
      *                                                              *
      *   BUSINESS-UNIT MASTER MAINTENANCE CARD FOR Program21.  ONE  *
      *   CARD PER CHANGE, APPLIED IN THE ORDER KEYED.               *
      *                                                              *
      *   ACTIONS:                                                   *
      *     A - ADD A NEW UNIT.  NAME AND COST CENTER ARE REQUIRED;  *
      *         A BLANK EFFECTIVE-FROM DEFAULTS TO THE BUSINESS      *
      *         DATE AND A BLANK EFFECTIVE-TO TO 99999999 (OPEN).    *
      *         AN A CARD FOR A UNIT ALREADY ON THE MASTER BUT       *
      *         INACTIVE REACTIVATES IT WITH THE CARD'S VALUES.      *
      *     C - CHANGE AN EXISTING UNIT: ANY NON-BLANK FIELD ON THE  *
      *         CARD OVERLAYS THE MASTER'S VALUE.  STATUS IS NOT     *
      *         CHANGED.                                             *
      *     D - DEACTIVATE AN ACTIVE UNIT.  THE EFFECTIVE-TO DATE    *
      *         IS TAKEN FROM THE CARD, OR THE BUSINESS DATE WHEN    *
      *         BLANK, AND MAY NOT BE LATER THAN THE BUSINESS DATE - *
      *         THE UNIT IS INACTIVE FROM THE NEXT RUN.  TO STOP A   *
      *         UNIT ON A FUTURE DATE, KEY A C CARD WITH THAT        *
      *         EFFECTIVE-TO INSTEAD.  THE UNIT STAYS ON THE MASTER. *
      *                                                              *
      *   EVERY CARD CARRIES THE OPERATOR ID THAT KEYED IT - A CARD  *
      *   WITHOUT ONE IS REJECTED, SAME RULE AS THE REPAIR CARDS.    *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-05 DLM   ORIGINAL COPYBOOK.                      *
      *     2026-10-15 DLM   A D CARD'S EFFECTIVE-TO MAY NO LONGER   *
      *                      BE LATER THAN THE BUSINESS DATE.        *
      *                                                              *
      ****************************************************************
       01  BUMC-RECORD.
           05  BUMC-ACTION             PIC X(1).
               88  BUMC-ADD                VALUE 'A'.
               88  BUMC-CHANGE             VALUE 'C'.
               88  BUMC-DEACTIVATE         VALUE 'D'.
           05  BUMC-UNIT-STR           PIC X(20).
           05  BUMC-UNIT-NAME          PIC X(30).
           05  BUMC-COST-CENTER        PIC X(10).
           05  BUMC-EFFECTIVE-FROM     PIC X(8).
           05  BUMC-EFFECTIVE-TO       PIC X(8).
           05  BUMC-OPERATOR-ID        PIC X(8).
