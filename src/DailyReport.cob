               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-FILE-STATUS.

           SELECT OPTIONAL INTRODUCTIONS-FILE
               ASSIGN TO "INTRODUCTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRO-STATUS.

           SELECT OPTIONAL APPLICATIONS-FILE
               ASSIGN TO "APPLICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
             05 REQUESTER-USERNAME PIC X(12).
             05 RECIPIENT-USERNAME PIC X(12).
             05 REQUEST-STATUS PIC X.
             05 REQUEST-DECISION-DATE PIC X(8).
             05 REQUEST-SENT-DATE PIC X(8).
             05 REQUEST-REMINDED PIC X.
             05 REQUEST-ORIGIN PIC X.

       FD INTRODUCTIONS-FILE.
           01 INTRO-RECORD.
             05 IN-REQUESTER PIC X(12).
             05 IN-BROKER PIC X(12).
             05 IN-TARGET PIC X(12).
             05 IN-STATUS PIC X(1).
             05 IN-ASKED-DATE PIC X(8).
             05 IN-ACTION-DATE PIC X(8).
             05 IN-ASK-NOTE PIC X(60).
             05 IN-FWD-NOTE PIC X(60).

       FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
         77 WS-CONN-ACCEPTED-COUNT PIC 9(6) VALUE 0.
         77 WS-CONN-REJECTED-COUNT PIC 9(6) VALUE 0.
         77 WS-CONN-PENDING-COUNT PIC 9(6) VALUE 0.
         77 WS-INTRO-STATUS PIC XX.
         77 WS-INTRO-ASKED-COUNT PIC 9(6) VALUE 0.
         77 WS-INTRO-FWD-COUNT PIC 9(6) VALUE 0.
         77 WS-INTRO-ACCEPTED-COUNT PIC 9(6) VALUE 0.
         77 WS-INTRO-CONNECTED-COUNT PIC 9(6) VALUE 0.
         77 WS-APPLICATION-COUNT PIC 9(6) VALUE 0.
         77 WS-MESSAGE-COUNT PIC 9(6) VALUE 0.
         77 WS-LOGINFAIL-COUNT PIC 9(6) VALUE 0.
           PERFORM COUNT-USERS
           PERFORM COUNT-PROFILES
           PERFORM COUNT-CONNECTIONS
           PERFORM COUNT-INTRODUCTIONS
           PERFORM COUNT-APPLICATIONS
           PERFORM COUNT-MESSAGES
           PERFORM COUNT-LOGINFAILS
           MOVE 0 TO WS-CONN-ACCEPTED-COUNT
           MOVE 0 TO WS-CONN-REJECTED-COUNT
           MOVE 0 TO WS-CONN-PENDING-COUNT
           MOVE 0 TO WS-INTRO-CONNECTED-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-FILE-STATUS = "00"
                     CONTINUE
                   ELSE
                   ADD 1 TO WS-CONN-SENT-COUNT
      *> A request raised by an accepted introduction that was then
      *> confirmed is an introduction turned into a connection.
                   IF REQUEST-ORIGIN = "I" AND REQUEST-STATUS = "A"
                     ADD 1 TO WS-INTRO-CONNECTED-COUNT
                   END-IF
                   EVALUATE REQUEST-STATUS
                     WHEN "A"
                       ADD 1 TO WS-CONN-ACCEPTED-COUNT
                     WHEN "D"
                     WHEN "E"
                       ADD 1 TO WS-CONN-REJECTED-COUNT
                     WHEN OTHER
                       ADD 1 TO WS-CONN-PENDING-COUNT
             CLOSE CONNECTIONS-FILE
           END-IF.

       COUNT-INTRODUCTIONS.
           MOVE 0 TO WS-INTRO-ASKED-COUNT
           MOVE 0 TO WS-INTRO-FWD-COUNT
           MOVE 0 TO WS-INTRO-ACCEPTED-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT INTRODUCTIONS-FILE
           IF WS-INTRO-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ INTRODUCTIONS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   MOVE IN-REQUESTER TO WS-SBX-CHECK-USER
                   PERFORM CHECK-SANDBOX-USER
                   IF WS-IS-SANDBOX NOT = "Y"
                     ADD 1 TO WS-INTRO-ASKED-COUNT
                     IF IN-STATUS = "F" OR IN-STATUS = "A"
                       OR IN-STATUS = "R"
                       ADD 1 TO WS-INTRO-FWD-COUNT
                     END-IF
                     IF IN-STATUS = "A"
                       ADD 1 TO WS-INTRO-ACCEPTED-COUNT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INTRODUCTIONS-FILE
           ELSE
             IF WS-INTRO-STATUS = "05"
               CLOSE INTRODUCTIONS-FILE
             END-IF
           END-IF.

       COUNT-APPLICATIONS.
           MOVE 0 TO WS-APPLICATION-COUNT
           MOVE "N" TO WS-EOF
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INTRO-ASKED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Introductions requested:     " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INTRO-FWD-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  ...forwarded:               " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INTRO-ACCEPTED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  ...accepted by target:      " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-INTRO-CONNECTED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  ...now connected:           " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-APPLICATION-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Job applications submitted:  " DELIMITED BY SIZE
