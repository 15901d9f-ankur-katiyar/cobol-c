      *   STEP WITH RC 8.                                            *
      *                                                              *
      *   AN EN ENTRY IS PAIRED WITH THE OLDEST OPEN ST ENTRY        *
      *   CARRYING THE SAME FEED IDENTITY (COUNT, HASH AND FEED      *
      *   CYCLE).  SPLIT STREAMS CARRY AN ALL-ZERO IDENTITY (NO      *
      *   UPSTREAM CONTROL OF THEIR OWN), SO THEIR STARTS AND ENDS   *
      *   PAIR FIRST-STARTED-FIRST-ENDED - THE REGISTER CARRIES NO   *
      *   STREAM TAG TO PAIR BY, AND BALANCED STREAMS RUN CLOSE      *
      *   ENOUGH THAT THE PAIRING HOLDS IN PRACTICE.                 *
      *                                                              *
      *     DATE       INIT  DESCRIPTION                             *
      *     ---------- ----  ------------------------------------    *
      *     2026-09-02 DLM   ORIGINAL PROGRAM.                       *
      *     2026-10-15 DLM   PAIR START AND END ENTRIES WITHIN THE   *
      *                      SAME FEED CYCLE.                        *
      *                                                              *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REG-FILE.
       01  RUN-REG-REC                  PIC X(90).

       FD  WIN-PARM-FILE.
       01  WIN-PARM-FILE-REC            PIC X(4).
                                        DEPENDING ON WS-OPEN-COUNT.
               10  WS-OPEN-FEED-COUNT   PIC 9(8).
               10  WS-OPEN-FEED-HASH    PIC 9(12).
               10  WS-OPEN-CYCLE-ID     PIC X(2).
               10  WS-OPEN-TIMESTAMP    PIC X(17).
               10  WS-OPEN-SECONDS      PIC 9(12) COMP.

           MOVE RREG-FEED-COUNT
               TO WS-OPEN-FEED-COUNT (WS-OPEN-COUNT).
           MOVE RREG-FEED-HASH TO WS-OPEN-FEED-HASH (WS-OPEN-COUNT).
           MOVE RREG-CYCLE-ID TO WS-OPEN-CYCLE-ID (WS-OPEN-COUNT).
           MOVE RREG-TIMESTAMP (1:17)
               TO WS-OPEN-TIMESTAMP (WS-OPEN-COUNT).
           MOVE RREG-TIMESTAMP TO WS-TS-WORK.
           ADD 1 TO WS-SUB.
           IF WS-OPEN-FEED-COUNT (WS-SUB) = RREG-FEED-COUNT
               AND WS-OPEN-FEED-HASH (WS-SUB) = RREG-FEED-HASH
               AND WS-OPEN-CYCLE-ID (WS-SUB) = RREG-CYCLE-ID
               SET WS-START-FOUND TO TRUE
               MOVE WS-SUB TO WS-MATCH-SUB
           END-IF.
