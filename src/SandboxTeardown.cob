
      *> One entry per swept file: its base name and where its one
      *> or two username columns sit in the record.
         77 WS-FILE-TOTAL PIC 9(2) VALUE 21.
         01 WS-FILE-LIST.
           05 WS-FL-ENTRY OCCURS 21 TIMES.
             10 WS-FL-BASE PIC X(20).
             10 WS-FL-U1-POS PIC 9(3).
             10 WS-FL-U2-POS PIC 9(3).
           MOVE 0 TO WS-FL-U2-POS(15)
           MOVE "JOBS" TO WS-FL-BASE(16)
           MOVE 233 TO WS-FL-U1-POS(16)
           MOVE 0 TO WS-FL-U2-POS(16)
           MOVE "PROJECTS" TO WS-FL-BASE(17)
           MOVE 1 TO WS-FL-U1-POS(17)
           MOVE 0 TO WS-FL-U2-POS(17)
           MOVE "CERTS" TO WS-FL-BASE(18)
           MOVE 1 TO WS-FL-U1-POS(18)
           MOVE 0 TO WS-FL-U2-POS(18)
           MOVE "PROFHIST" TO WS-FL-BASE(19)
           MOVE 15 TO WS-FL-U1-POS(19)
           MOVE 0 TO WS-FL-U2-POS(19)
           MOVE "MAILDELIVERY" TO WS-FL-BASE(20)
           MOVE 9 TO WS-FL-U1-POS(20)
           MOVE 0 TO WS-FL-U2-POS(20)
           MOVE "ATSSENT" TO WS-FL-BASE(21)
           MOVE 27 TO WS-FL-U1-POS(21)
           MOVE 0 TO WS-FL-U2-POS(21).

       SWEEP-ONE-FILE.
           MOVE SPACES TO WS-DATA-IN-NAME
