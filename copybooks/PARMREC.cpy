      *                      SUCCESSFUL CALL.  BLANK FALLS BACK TO   *
      *                      THE COMPILED DEFAULT, SAME AS THE       *
      *                      MAIN ENTRY POINT.                       *
      *     2026-10-08 DLM   ADDED PARM-SIMULATE - 'Y' RUNS Program1 *
      *                      IN SIMULATION MODE: EVERY RECORD TAKES  *
      *                      THE FULL EDIT, HOLD, DUPLICATE AND      *
      *                      REVERSAL PATH BUT NO CALL IS MADE, NO   *
      *                      OUTPUT GENERATION, CHECKPOINT OR        *
      *                      REGISTER ENTRY IS WRITTEN, AND A        *
      *                      PROJECTED-DISPOSITION REPORT IS         *
      *                      PRINTED ON SIMRPT INSTEAD.  CARD        *
      *                      LENGTH GROWS FROM 60 TO 61.             *
      *     2026-10-15 DLM   ADDED PARM-OPERATOR-ID AND              *
      *                      PARM-REASON-CODE.  A CARD THAT SETS     *
      *                      EITHER ENTRY POINT, THE REJECT-RATE     *
      *                      BREAKER OR THE RERUN OVERRIDE MUST      *
      *                      NAME THE OPERATOR WHO KEYED IT AND WHY, *
      *                      OR Program1 REFUSES IT.  A str TAG      *
      *                      ALONE NEEDS NEITHER.  CARD LENGTH       *
      *                      GROWS FROM 61 TO 73.                    *
      *                                                              *
      ****************************************************************
       01  PARM-RECORD.
           05  PARM-REJECT-MIN-CNT     PIC X(5).
           05  PARM-RERUN-OVERRIDE     PIC X(1).
           05  PARM-BACKOUT-ENTRY      PIC X(16).
           05  PARM-SIMULATE           PIC X(1).
               88  PARM-SIMULATION-RUN     VALUE 'Y'.
           05  PARM-OPERATOR-ID        PIC X(8).
           05  PARM-REASON-CODE        PIC X(4).
