      ****************************************************************
      *                                                              *
      *   BDATREC.CPY                                                *
      *                                                              *
      *   BUSINESS-DATE CONTROL FILE RECORD.  THE FILE IS THE ONE    *
      *   PLACE THE SYSTEM LEARNS WHAT BUSINESS DAY IT IS PROCESSING *
      *   - EVERY DATE-SENSITIVE PROGRAM READS IT INSTEAD OF THE     *
      *   SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A FEED   *
      *   RERUN THE NEXT MORNING IS STILL STAMPED, AGED AND POSTED   *
      *   UNDER THE DAY IT BELONGS TO.                               *
      *                                                              *
      *   THE FIRST RECORD IS ALWAYS THE CONTROL (CD) RECORD: THE    *
      *   CURRENT PROCESSING DATE, THE DATE IT WAS ROLLED FROM, AND  *
      *   WHETHER SATURDAYS AND SUNDAYS ARE PROCESSING DAYS.  EVERY  *
      *   RECORD AFTER IT IS A NON-PROCESSING (NP) DAY ON THE        *
      *   HOLIDAY CALENDAR.  A WEEKEND DAY IS NON-PROCESSING         *
      *   WITHOUT AN NP RECORD UNLESS THE WEEKEND SWITCH IS 'Y'.     *
      *   PAST NP RECORDS ARE KEPT - BUSINESS-DAY AGING LOOKS BACK   *
      *   ACROSS THEM.                                               *
      *                                                              *
      *   THE FILE IS A GENERATION DATA GROUP.  THE ROLL-DATE JOB    *
      *   (Program22) READS THE CURRENT GENERATION AND WRITES THE    *
      *   NEXT, ADVANCED TO THE NEXT PROCESSING DAY, ONCE THE DAY    *
      *   HAS CLOSED.                                                *
      *                                                              *
      *   MODIFICATION HISTORY                                      *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-10-08 DLM   ORIGINAL COPYBOOK.                      *
      *                                                              *
      ****************************************************************
       01  BDAT-RECORD.
           05  BDAT-RECORD-TYPE        PIC X(2).
               88  BDAT-TYPE-CONTROL       VALUE 'CD'.
               88  BDAT-TYPE-NONPROC       VALUE 'NP'.
           05  BDAT-DATE               PIC 9(8).
           05  BDAT-WEEKEND-SWITCH     PIC X(1).
               88  BDAT-WEEKENDS-PROCESS   VALUE 'Y'.
           05  BDAT-PRIOR-DATE         PIC 9(8).
           05  BDAT-DESCRIPTION        PIC X(21).
