         77 WS-DEADLINE-SECS PIC 9(6) VALUE 21600.

      *> Per-step statistics across the kept history
         77 WS-MAX-STEPS PIC 9(2) VALUE 30.
         01 WS-STEP-TABLE.
           05 WS-ST-ENTRY OCCURS 30 TIMES.
             10 WS-ST-NAME PIC X(20).
             10 WS-ST-RUNS PIC 9(4).
             10 WS-ST-FIRST-SECS PIC 9(6).
