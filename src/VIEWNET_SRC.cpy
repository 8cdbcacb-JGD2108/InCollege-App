       BUILD-MY-CONNECTIONS-TABLE.
          *> Loads every established connection of WS-USERNAME (me)
          *> into WS-MY-CONN-TABLE, for use by COUNT-MUTUAL-CONNECTIONS
          *> and BUILD-RECOMMEND-MATCH-LIST. The nightly graph answers
          *> unless my connections changed since it was built.
          MOVE "N" TO WS-NG-FROM-GRAPH
          PERFORM LOAD-NETGRAPH-FOR-USER
          IF WS-NG-READY = "Y"
            MOVE SPACES TO WS-NG-CHECK-OTHER
            MOVE "N" TO WS-NG-CHECK-FRIENDS
            PERFORM CHECK-NETGRAPH-CHANGES
            IF WS-NG-STALE = "N"
              MOVE "Y" TO WS-NG-FROM-GRAPH
              EXIT PARAGRAPH
            END-IF
          END-IF
          PERFORM SCAN-MY-CONNECTIONS.

       SCAN-MY-CONNECTIONS.
          *> Live scan of ESTABLISHED.DAT for my connections.
          MOVE 0 TO WS-MY-CONN-COUNT
          MOVE "N" TO WS-EST-EOF

          MOVE 0 TO WS-MUTUAL-COUNT
          PERFORM BUILD-MY-CONNECTIONS-TABLE

          IF WS-NG-FROM-GRAPH = "Y"
            MOVE WS-SEARCH-RESULT-USERNAME TO WS-NG-CHECK-OTHER
            MOVE "N" TO WS-NG-CHECK-FRIENDS
            PERFORM CHECK-NETGRAPH-CHANGES
            IF WS-NG-STALE = "N"
              PERFORM FIND-GRAPH-MUTUAL-COUNT
              IF WS-NG-HIT = "Y"
                EXIT PARAGRAPH
              END-IF
            END-IF
          END-IF

          IF WS-MY-CONN-COUNT = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "ESTABLISHED" TO WS-SAFE-BASE-NAME
          MOVE WS-EST-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE

          IF WS-SAFE-OK = "Y"
            MOVE WS-USERNAME TO WS-NG-CHANGE-USER1
            MOVE WS-DISC-OTHER TO WS-NG-CHANGE-USER2
            MOVE "R" TO WS-NG-CHANGE-ACTION
            PERFORM LOG-NETWORK-CHANGE
          END-IF.

       REMOVE-ACCEPTED-REQUEST.
      *> Also drop the accepted CONNECTIONS.DAT record so the pair
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Enter a number to send a connection request, I plus a"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "number to ask for an introduction (e.g. I2), or 0:"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN > 1 AND WS-IN-LEN <= 4
            AND (WS-TRIMMED-IN(1:1) = "I" OR WS-TRIMMED-IN(1:1) = "i")
            AND WS-TRIMMED-IN(2:WS-IN-LEN - 1) IS NUMERIC
            COMPUTE WS-SD-PICK =
              FUNCTION NUMVAL(WS-TRIMMED-IN(2:WS-IN-LEN - 1))
            IF WS-SD-PICK = 0 OR WS-SD-PICK > WS-SD-COUNT
              MOVE "Invalid selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
            PERFORM ASK-FOR-INTRODUCTION
            EXIT PARAGRAPH
          END-IF
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE

       BUILD-SECOND-DEGREE-LIST.
          MOVE 0 TO WS-SD-COUNT

      *> The graph's second-degree rows hold while neither I nor any
      *> of my connections has connected or disconnected since the
      *> build; blocks and pending requests are still checked live.
          IF WS-NG-FROM-GRAPH = "Y"
            MOVE SPACES TO WS-NG-CHECK-OTHER
            MOVE "Y" TO WS-NG-CHECK-FRIENDS
            PERFORM CHECK-NETGRAPH-CHANGES
            IF WS-NG-STALE = "N"
              PERFORM VARYING WS-NG-SD-IDX FROM 1 BY 1
                UNTIL WS-NG-SD-IDX > WS-NG-SD-COUNT
                MOVE WS-NG-SD-USER(WS-NG-SD-IDX) TO WS-SD-CANDIDATE
                PERFORM CHECK-SD-EXCLUSIONS
                IF WS-SD-EXCLUDE = "N"
                  AND WS-SD-COUNT < WS-MAX-SECOND-DEGREE
                  ADD 1 TO WS-SD-COUNT
                  MOVE WS-SD-CANDIDATE TO WS-SD-USERNAME(WS-SD-COUNT)
                  MOVE WS-NG-SD-VIA(WS-NG-SD-IDX) TO
                    WS-SD-VIA(WS-SD-COUNT)
                END-IF
              END-PERFORM
              EXIT PARAGRAPH
            END-IF
          END-IF

          MOVE "N" TO WS-EST-EOF

          OPEN INPUT ESTABLISHED-FILE
            MOVE WS-SD-VIA-NAME TO WS-SD-VIA(WS-SD-COUNT)
          END-IF.

       LOAD-NETGRAPH-FOR-USER.
      *> Reads my rows from NETGRAPH.DAT: direct connections (with
      *> the count each shares with me) into WS-MY-CONN-TABLE and
      *> second-degree contacts into WS-NG-SD-TABLE. The file is in
      *> username order, so the read stops once past my rows. Only a
      *> graph whose header matches the completed build in
      *> NETGRAPH.CTL is used.
          MOVE "N" TO WS-NG-READY
          MOVE 0 TO WS-MY-CONN-COUNT
          MOVE 0 TO WS-NG-SD-COUNT
          MOVE SPACES TO WS-NG-BUILT

          OPEN INPUT NETGRAPHCTL-FILE
          IF WS-NETGRAPHCTL-STATUS = "00"
            READ NETGRAPHCTL-FILE
              NOT AT END
                MOVE NCT-BUILT TO WS-NG-BUILT
            END-READ
            CLOSE NETGRAPHCTL-FILE
          ELSE
            IF WS-NETGRAPHCTL-STATUS = "05"
              CLOSE NETGRAPHCTL-FILE
            END-IF
          END-IF
          IF WS-NG-BUILT = SPACES
            EXIT PARAGRAPH
          END-IF

          OPEN INPUT NETGRAPH-FILE
          IF WS-NETGRAPH-STATUS NOT = "00"
            IF WS-NETGRAPH-STATUS = "05"
              CLOSE NETGRAPH-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-NG-EOF
          READ NETGRAPH-FILE
            AT END
              MOVE "Y" TO WS-NG-EOF
          END-READ
          IF WS-NG-EOF = "Y"
            OR NGH-MARK NOT = "*NETGRAPH*"
            OR NGH-BUILT NOT = WS-NG-BUILT
            CLOSE NETGRAPH-FILE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-USERNAME TO WS-NG-KEY
          PERFORM UNTIL WS-NG-EOF = "Y"
            READ NETGRAPH-FILE
              AT END
                MOVE "Y" TO WS-NG-EOF
              NOT AT END
                IF NG-USER > WS-NG-KEY
                  MOVE "Y" TO WS-NG-EOF
                ELSE
                  IF NG-USER = WS-NG-KEY
                    IF NG-KIND = "F"
                      AND WS-MY-CONN-COUNT < WS-MAX-MY-CONNECTIONS
                      ADD 1 TO WS-MY-CONN-COUNT
                      MOVE NG-OTHER TO
                        WS-MY-CONN-ENTRY(WS-MY-CONN-COUNT)
                      MOVE NG-MUTUAL TO WS-NG-FM(WS-MY-CONN-COUNT)
                    END-IF
                    IF NG-KIND = "S"
                      AND WS-NG-SD-COUNT < WS-NG-MAX-SD
                      ADD 1 TO WS-NG-SD-COUNT
                      MOVE NG-OTHER TO WS-NG-SD-USER(WS-NG-SD-COUNT)
                      MOVE NG-MUTUAL TO
                        WS-NG-SD-MUTUAL(WS-NG-SD-COUNT)
                      MOVE NG-VIA TO WS-NG-SD-VIA(WS-NG-SD-COUNT)
                    END-IF
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE NETGRAPH-FILE
          MOVE "Y" TO WS-NG-READY.

       CHECK-NETGRAPH-CHANGES.
      *> WS-NG-STALE = Y when a connection made or removed since the
      *> build touches me, WS-NG-CHECK-OTHER, or (when
      *> WS-NG-CHECK-FRIENDS = Y) any of my connections.
          MOVE "N" TO WS-NG-STALE
          MOVE "N" TO WS-NG-EOF

          OPEN INPUT NETCHANGES-FILE
          IF WS-NETCHANGES-STATUS NOT = "00"
            IF WS-NETCHANGES-STATUS = "05"
              CLOSE NETCHANGES-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-NG-EOF = "Y" OR WS-NG-STALE = "Y"
            READ NETCHANGES-FILE
              AT END
                MOVE "Y" TO WS-NG-EOF
              NOT AT END
                IF NC-TIMESTAMP >= WS-NG-BUILT
                  IF NC-USER1 = WS-USERNAME OR NC-USER2 = WS-USERNAME
                    MOVE "Y" TO WS-NG-STALE
                  END-IF
                  IF WS-NG-CHECK-OTHER NOT = SPACES
                    AND (NC-USER1 = WS-NG-CHECK-OTHER
                      OR NC-USER2 = WS-NG-CHECK-OTHER)
                    MOVE "Y" TO WS-NG-STALE
                  END-IF
                  IF WS-NG-CHECK-FRIENDS = "Y"
                    PERFORM VARYING WS-MY-CONN-IDX FROM 1 BY 1
                      UNTIL WS-MY-CONN-IDX > WS-MY-CONN-COUNT
                      IF WS-MY-CONN-ENTRY(WS-MY-CONN-IDX) = NC-USER1
                        OR WS-MY-CONN-ENTRY(WS-MY-CONN-IDX) = NC-USER2
                        MOVE "Y" TO WS-NG-STALE
                      END-IF
                    END-PERFORM
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE NETCHANGES-FILE.

       FIND-GRAPH-MUTUAL-COUNT.
      *> Mutual count with WS-SEARCH-RESULT-USERNAME from my graph
      *> rows. Someone on neither list shares no connections with
      *> me, unless my second-degree list was cut off at its limit.
          MOVE "N" TO WS-NG-HIT
          PERFORM VARYING WS-MY-CONN-IDX FROM 1 BY 1
            UNTIL WS-MY-CONN-IDX > WS-MY-CONN-COUNT
              OR WS-NG-HIT = "Y"
            IF WS-MY-CONN-ENTRY(WS-MY-CONN-IDX) =
              WS-SEARCH-RESULT-USERNAME
              MOVE WS-NG-FM(WS-MY-CONN-IDX) TO WS-MUTUAL-COUNT
              MOVE "Y" TO WS-NG-HIT
            END-IF
          END-PERFORM
          PERFORM VARYING WS-NG-SD-IDX FROM 1 BY 1
            UNTIL WS-NG-SD-IDX > WS-NG-SD-COUNT
              OR WS-NG-HIT = "Y"
            IF WS-NG-SD-USER(WS-NG-SD-IDX) =
              WS-SEARCH-RESULT-USERNAME
              MOVE WS-NG-SD-MUTUAL(WS-NG-SD-IDX) TO WS-MUTUAL-COUNT
              MOVE "Y" TO WS-NG-HIT
            END-IF
          END-PERFORM
          IF WS-NG-HIT = "N" AND WS-NG-SD-COUNT < WS-NG-MAX-SD
            MOVE 0 TO WS-MUTUAL-COUNT
            MOVE "Y" TO WS-NG-HIT
          END-IF.

       LOG-NETWORK-CHANGE.
      *> Notes a connection made or removed since the nightly graph
      *> so the views involved read live until the next build.
          OPEN EXTEND NETCHANGES-FILE
          IF WS-NETCHANGES-STATUS = "35"
            OPEN OUTPUT NETCHANGES-FILE
            IF WS-NETCHANGES-STATUS = "00"
              CLOSE NETCHANGES-FILE
            END-IF
            OPEN EXTEND NETCHANGES-FILE
          END-IF
          IF WS-NETCHANGES-STATUS NOT = "00"
            AND WS-NETCHANGES-STATUS NOT = "05"
            EXIT PARAGRAPH
          END-IF
          MOVE WS-NG-CHANGE-USER1 TO NC-USER1
          MOVE WS-NG-CHANGE-USER2 TO NC-USER2
          MOVE WS-NG-CHANGE-ACTION TO NC-ACTION
          MOVE FUNCTION CURRENT-DATE(1:14) TO NC-TIMESTAMP
          WRITE NETCHANGE-RECORD
          CLOSE NETCHANGES-FILE.

       CHECK-SD-EXCLUSIONS.
      *> Blocked pairs (either direction) and pairs with a pending
      *> request between them stay out of the list.
            END-IF
          END-IF.

       ASK-FOR-INTRODUCTION.
      *> Asks the mutual connection shown beside a second-degree
      *> person to introduce me. The request waits in
      *> INTRODUCTIONS.DAT until that connection forwards it to the
      *> target with a note or declines it.
          MOVE WS-SD-USERNAME(WS-SD-PICK) TO WS-INTRO-TARGET
          MOVE WS-SD-VIA(WS-SD-PICK) TO WS-INTRO-BROKER

      *> Someone who keeps out of People You May Know is not offered
      *> to strangers through their connections either.
          MOVE WS-INTRO-TARGET TO WS-PREF-LOOKUP-USER
          PERFORM LOAD-USER-PREFS
          IF WS-PREF-NO-RECOMMEND = "Y"
            MOVE "This person is not accepting introductions."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-USERNAME TO WS-INTRO-USER-A
          MOVE WS-INTRO-BROKER TO WS-INTRO-USER-B
          PERFORM CHECK-INTRO-PAIR-BLOCKED
          IF WS-INTRO-BLOCKED = "N"
            MOVE WS-INTRO-TARGET TO WS-INTRO-USER-B
            PERFORM CHECK-INTRO-PAIR-BLOCKED
          END-IF
          IF WS-INTRO-BLOCKED = "Y"
            MOVE "That introduction cannot be requested." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM CHECK-OPEN-INTRO
          IF WS-INTRO-OPEN = "Y"
            MOVE
              "An introduction to this person is already in progress."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Add a note for " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INTRO-BROKER) DELIMITED BY SIZE
                 " (max 60 chars, Enter to skip):" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          PERFORM TAKE-INTRO-NOTE
          IF WS-SCREEN-FLAGGED = "Y"
            EXIT PARAGRAPH
          END-IF

          OPEN EXTEND INTRODUCTIONS-FILE
          IF WS-INTRO-STATUS = "35"
            OPEN OUTPUT INTRODUCTIONS-FILE
            IF WS-INTRO-STATUS = "00"
              CLOSE INTRODUCTIONS-FILE
            END-IF
            OPEN EXTEND INTRODUCTIONS-FILE
          END-IF
          IF WS-INTRO-STATUS NOT = "00"
            AND WS-INTRO-STATUS NOT = "05"
            MOVE "Unable to record the request right now."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-USERNAME TO IN-REQUESTER
          MOVE WS-INTRO-BROKER TO IN-BROKER
          MOVE WS-INTRO-TARGET TO IN-TARGET
          MOVE "P" TO IN-STATUS
          MOVE FUNCTION CURRENT-DATE(1:8) TO IN-ASKED-DATE
          MOVE SPACES TO IN-ACTION-DATE
          MOVE WS-INTRO-NOTE TO IN-ASK-NOTE
          MOVE SPACES TO IN-FWD-NOTE
          WRITE INTRO-RECORD
          CLOSE INTRODUCTIONS-FILE

          MOVE WS-INTRO-BROKER TO WS-NOTIF-USER
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " asked for an introduction to " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INTRO-TARGET) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          PERFORM ADD-NOTIFICATION

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Introduction request sent to " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INTRO-BROKER) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       TAKE-INTRO-NOTE.
      *> The optional note travels on to another member, so it goes
      *> through the same content screen as a message.
          MOVE "N" TO WS-SCREEN-FLAGGED
          MOVE SPACES TO WS-INTRO-NOTE
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTRO-NOTE
          IF WS-INTRO-NOTE = SPACES
            EXIT PARAGRAPH
          END-IF
          MOVE WS-INTRO-NOTE TO WS-SCREEN-TEXT
          PERFORM SCREEN-CONTENT-TEXT
          IF WS-SCREEN-FLAGGED = "Y"
            MOVE "Your note could not be sent; please rephrase it."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       CHECK-INTRO-PAIR-BLOCKED.
      *> A block in either direction between WS-INTRO-USER-A and
      *> WS-INTRO-USER-B stops an introduction at any hop.
          MOVE "N" TO WS-INTRO-BLOCKED
          MOVE "N" TO WS-BLOCKS-EOF

          OPEN INPUT BLOCKS-FILE
          IF WS-BLOCKS-STATUS NOT = "00"
            IF WS-BLOCKS-STATUS = "05"
              CLOSE BLOCKS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-BLOCKS-EOF = "Y" OR WS-INTRO-BLOCKED = "Y"
            READ BLOCKS-FILE
              AT END
                MOVE "Y" TO WS-BLOCKS-EOF
              NOT AT END
                IF (FUNCTION TRIM(BLOCKER-USERNAME) =
                      FUNCTION TRIM(WS-INTRO-USER-A)
                    AND FUNCTION TRIM(BLOCKED-USERNAME) =
                      FUNCTION TRIM(WS-INTRO-USER-B))
                   OR (FUNCTION TRIM(BLOCKER-USERNAME) =
                      FUNCTION TRIM(WS-INTRO-USER-B)
                    AND FUNCTION TRIM(BLOCKED-USERNAME) =
                      FUNCTION TRIM(WS-INTRO-USER-A))
                  MOVE "Y" TO WS-INTRO-BLOCKED
                END-IF
            END-READ
          END-PERFORM

          CLOSE BLOCKS-FILE.

       CHECK-OPEN-INTRO.
          MOVE "N" TO WS-INTRO-OPEN
          MOVE "N" TO WS-INTRO-EOF

          OPEN INPUT INTRODUCTIONS-FILE
          IF WS-INTRO-STATUS NOT = "00"
            IF WS-INTRO-STATUS = "05"
              CLOSE INTRODUCTIONS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-INTRO-EOF = "Y"
            READ INTRODUCTIONS-FILE
              AT END
                MOVE "Y" TO WS-INTRO-EOF
              NOT AT END
                IF (IN-STATUS = "P" OR IN-STATUS = "F")
                  AND FUNCTION TRIM(IN-REQUESTER) =
                    FUNCTION TRIM(WS-USERNAME)
                  AND FUNCTION TRIM(IN-TARGET) =
                    FUNCTION TRIM(WS-INTRO-TARGET)
                  MOVE "Y" TO WS-INTRO-OPEN
                  MOVE "Y" TO WS-INTRO-EOF
                END-IF
            END-READ
          END-PERFORM

          CLOSE INTRODUCTIONS-FILE
          MOVE "N" TO WS-INTRO-EOF.

       HANDLE-INTRODUCTIONS.
      *> Introductions waiting on me: ones I was asked to pass along
      *> as the mutual connection, and ones passed along to me. The
      *> whole file streams through INTRODUCTIONS.NEW so every answer
      *> commits crash-safe.
          MOVE "--- Introductions ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE 0 TO WS-INTRO-KEPT
          MOVE 0 TO WS-INTRO-SHOWN
          MOVE "N" TO WS-INTRO-EOF

          OPEN INPUT INTRODUCTIONS-FILE
          IF WS-INTRO-STATUS NOT = "00"
            IF WS-INTRO-STATUS = "05"
              CLOSE INTRODUCTIONS-FILE
            END-IF
            MOVE "You have no introductions waiting." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "INTRODUCTIONS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            CLOSE INTRODUCTIONS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-INTRO-EOF = "Y"
            READ INTRODUCTIONS-FILE
              AT END
                MOVE "Y" TO WS-INTRO-EOF
              NOT AT END
                IF WS-EOF NOT = "Y"
                  IF IN-STATUS = "P"
                    AND FUNCTION TRIM(IN-BROKER) =
                      FUNCTION TRIM(WS-USERNAME)
                    PERFORM ANSWER-INTRO-AS-BROKER
                  ELSE
                    IF IN-STATUS = "F"
                      AND FUNCTION TRIM(IN-TARGET) =
                        FUNCTION TRIM(WS-USERNAME)
                      PERFORM ANSWER-INTRO-AS-TARGET
                    END-IF
                  END-IF
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE INTRO-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-INTRO-KEPT
            END-READ
          END-PERFORM

          CLOSE INTRODUCTIONS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "INTRODUCTIONS" TO WS-SAFE-BASE-NAME
          MOVE WS-INTRO-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE

          IF WS-INTRO-SHOWN = 0
            MOVE "You have no introductions waiting." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       ANSWER-INTRO-AS-BROKER.
          ADD 1 TO WS-INTRO-SHOWN
          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(IN-REQUESTER) DELIMITED BY SIZE
                 " asks you to introduce them to " DELIMITED BY SIZE
                 FUNCTION TRIM(IN-TARGET) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          IF IN-ASK-NOTE NOT = SPACES
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  Note: " DELIMITED BY SIZE
                   FUNCTION TRIM(IN-ASK-NOTE) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF
          MOVE "(F)orward, (D)ecline, or (S)kip for now?"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE INPUT-RECORD(1:1) TO WS-INTRO-ANSWER
          INSPECT WS-INTRO-ANSWER CONVERTING "fds" TO "FDS"
          EVALUATE WS-INTRO-ANSWER
            WHEN "F"
              PERFORM FORWARD-ONE-INTRO
            WHEN "D"
              MOVE "D" TO IN-STATUS
              MOVE FUNCTION CURRENT-DATE(1:8) TO IN-ACTION-DATE
              MOVE IN-REQUESTER TO WS-NOTIF-USER
              MOVE SPACES TO WS-NOTIF-TEXT
              STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                     " did not pass on your introduction request"
                       DELIMITED BY SIZE
                INTO WS-NOTIF-TEXT
              END-STRING
              PERFORM ADD-NOTIFICATION
              MOVE "Introduction declined." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            WHEN OTHER
              CONTINUE
          END-EVALUATE.

       FORWARD-ONE-INTRO.
      *> Blocks and the target's privacy choice are checked again at
      *> this hop; either may have changed since the request was made.
          MOVE IN-TARGET TO WS-PREF-LOOKUP-USER
          PERFORM LOAD-USER-PREFS
          MOVE "N" TO WS-INTRO-BLOCKED
          IF WS-PREF-NO-RECOMMEND = "Y"
            MOVE "Y" TO WS-INTRO-BLOCKED
          END-IF
          IF WS-INTRO-BLOCKED = "N"
            MOVE IN-REQUESTER TO WS-INTRO-USER-A
            MOVE WS-USERNAME TO WS-INTRO-USER-B
            PERFORM CHECK-INTRO-PAIR-BLOCKED
          END-IF
          IF WS-INTRO-BLOCKED = "N"
            MOVE IN-TARGET TO WS-INTRO-USER-B
            PERFORM CHECK-INTRO-PAIR-BLOCKED
          END-IF
          IF WS-INTRO-BLOCKED = "N"
            MOVE WS-USERNAME TO WS-INTRO-USER-A
            PERFORM CHECK-INTRO-PAIR-BLOCKED
          END-IF
          IF WS-INTRO-BLOCKED = "Y"
            PERFORM CLOSE-BLOCKED-INTRO
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Add a note for " DELIMITED BY SIZE
                 FUNCTION TRIM(IN-TARGET) DELIMITED BY SIZE
                 " (max 60 chars, Enter to skip):" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          PERFORM TAKE-INTRO-NOTE
          IF WS-SCREEN-FLAGGED = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "F" TO IN-STATUS
          MOVE FUNCTION CURRENT-DATE(1:8) TO IN-ACTION-DATE
          MOVE WS-INTRO-NOTE TO IN-FWD-NOTE

          MOVE IN-TARGET TO WS-NOTIF-USER
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " wants to introduce you to " DELIMITED BY SIZE
                 FUNCTION TRIM(IN-REQUESTER) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          PERFORM ADD-NOTIFICATION

          MOVE IN-REQUESTER TO WS-NOTIF-USER
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " passed your introduction to " DELIMITED BY SIZE
                 FUNCTION TRIM(IN-TARGET) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          PERFORM ADD-NOTIFICATION

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Introduction forwarded to " DELIMITED BY SIZE
                 FUNCTION TRIM(IN-TARGET) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       CLOSE-BLOCKED-INTRO.
      *> The requester is told only that it could not be made, so no
      *> block is revealed to anyone.
          MOVE "X" TO IN-STATUS
          MOVE FUNCTION CURRENT-DATE(1:8) TO IN-ACTION-DATE
          MOVE IN-REQUESTER TO WS-NOTIF-USER
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "Your introduction to " DELIMITED BY SIZE
                 FUNCTION TRIM(IN-TARGET) DELIMITED BY SIZE
                 " could not be made" DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          PERFORM ADD-NOTIFICATION
          MOVE "This introduction can no longer be made; it is closed."
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       ANSWER-INTRO-AS-TARGET.
          ADD 1 TO WS-INTRO-SHOWN
          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(IN-BROKER) DELIMITED BY SIZE
                 " would like to introduce you to " DELIMITED BY SIZE
                 FUNCTION TRIM(IN-REQUESTER) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          IF IN-ASK-NOTE NOT = SPACES
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  From " DELIMITED BY SIZE
                   FUNCTION TRIM(IN-REQUESTER) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(IN-ASK-NOTE) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF
          IF IN-FWD-NOTE NOT = SPACES
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  From " DELIMITED BY SIZE
                   FUNCTION TRIM(IN-BROKER) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(IN-FWD-NOTE) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF
          MOVE "(A)ccept, (D)ecline, or (S)kip for now?"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE INPUT-RECORD(1:1) TO WS-INTRO-ANSWER
          INSPECT WS-INTRO-ANSWER CONVERTING "ads" TO "ADS"
          EVALUATE WS-INTRO-ANSWER
            WHEN "A"
              PERFORM ACCEPT-ONE-INTRO
            WHEN "D"
              MOVE "R" TO IN-STATUS
              MOVE FUNCTION CURRENT-DATE(1:8) TO IN-ACTION-DATE
              MOVE IN-REQUESTER TO WS-NOTIF-USER
              MOVE SPACES TO WS-NOTIF-TEXT
              STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                     " declined the introduction" DELIMITED BY SIZE
                INTO WS-NOTIF-TEXT
              END-STRING
              PERFORM ADD-NOTIFICATION
              MOVE "Introduction declined." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            WHEN OTHER
              CONTINUE
          END-EVALUATE.

       ACCEPT-ONE-INTRO.
      *> Accepting raises a connection request from me to the person
      *> introduced, marked as introduced, for them to confirm.
          MOVE IN-REQUESTER TO WS-INTRO-USER-A
          MOVE WS-USERNAME TO WS-INTRO-USER-B
          PERFORM CHECK-INTRO-PAIR-BLOCKED
          IF WS-INTRO-BLOCKED = "Y"
            PERFORM CLOSE-BLOCKED-INTRO
            EXIT PARAGRAPH
          END-IF

          MOVE "I" TO WS-STATUS
          MOVE SPACES TO WS-CONN-REQUEST-MESSAGE
          CALL "SENDREQUEST" USING WS-USERNAME WS-INTRO-USER-A
            WS-STATUS WS-CONN-REQUEST-MESSAGE
          MOVE WS-CONN-REQUEST-MESSAGE TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          IF WS-STATUS NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "A" TO IN-STATUS
          MOVE FUNCTION CURRENT-DATE(1:8) TO IN-ACTION-DATE
          MOVE IN-REQUESTER TO WS-NOTIF-USER
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " accepted the introduction; check your requests"
                   DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          PERFORM ADD-NOTIFICATION.

       REQUEST-ENDORSEMENT-FROM.
      *> Asks the connection picked from the network listing to
      *> endorse one of my own experience, education, project or
      *> certification entries. The
      *> request sits in ENDOREQS.DAT until they answer it or it
      *> expires.
          MOVE WS-NET-LIST-USER(WS-NET-PICK) TO WS-CONNECTED-OTHER
                               WS-VIEW-EXP-COUNT WS-VIEW-EDU-COUNT
                               WS-PROFILE-FOUND WS-MESSAGE

          MOVE WS-USERNAME TO WS-VIEW-EXTRAS-USER
          PERFORM LOAD-VIEW-EXTRAS

          IF WS-PROFILE-FOUND NOT = "Y"
            OR (WS-VIEW-EXP-COUNT = 0 AND WS-VIEW-EDU-COUNT = 0
              AND WS-VIEW-PRJ-COUNT = 0 AND WS-VIEW-CRT-COUNT = 0)
            MOVE "You have no profile entries to be endorsed yet."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM
          PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
            UNTIL WS-VIEW-INDEX > WS-VIEW-PRJ-COUNT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  P" DELIMITED BY SIZE
                   WS-VIEW-INDEX DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VIEW-PRJ-NAME(WS-VIEW-INDEX))
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM
          PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
            UNTIL WS-VIEW-INDEX > WS-VIEW-CRT-COUNT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  C" DELIMITED BY SIZE
                   WS-VIEW-INDEX DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VIEW-CRT-NAME(WS-VIEW-INDEX))
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Entry to request an endorsement for (e.g. E1, D2, P1 or"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "C1):" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
            EXIT PARAGRAPH
          END-IF
          MOVE WS-TRIMMED-IN(1:1) TO WS-ENDORSE-ENTRY-TYPE
          INSPECT WS-ENDORSE-ENTRY-TYPE CONVERTING "edpc" TO "EDPC"
          IF WS-TRIMMED-IN(2:WS-IN-LEN - 1) NOT NUMERIC
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          COMPUTE WS-ENDORSE-ENTRY-NUM =
            FUNCTION NUMVAL(WS-TRIMMED-IN(2:WS-IN-LEN - 1))

          EVALUATE WS-ENDORSE-ENTRY-TYPE
            WHEN "E"
              MOVE WS-VIEW-EXP-COUNT TO WS-ENDORSE-MAX-NUM
            WHEN "D"
              MOVE WS-VIEW-EDU-COUNT TO WS-ENDORSE-MAX-NUM
            WHEN "P"
              MOVE WS-VIEW-PRJ-COUNT TO WS-ENDORSE-MAX-NUM
            WHEN "C"
              MOVE WS-VIEW-CRT-COUNT TO WS-ENDORSE-MAX-NUM
            WHEN OTHER
              MOVE 0 TO WS-ENDORSE-MAX-NUM
          END-EVALUATE
          IF WS-ENDORSE-ENTRY-NUM = 0
            OR WS-ENDORSE-ENTRY-NUM > WS-ENDORSE-MAX-NUM
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM CHECK-DUPLICATE-ENDOREQ
              TO WS-ER-ENTRY-LABEL
            EXIT PARAGRAPH
          END-IF
          IF WS-PROFILE-FOUND = "Y"
            AND (ER-ENTRY-TYPE = "P" OR ER-ENTRY-TYPE = "C")
            MOVE WS-ER-REQ-USER TO WS-VIEW-EXTRAS-USER
            PERFORM LOAD-VIEW-EXTRAS
            IF ER-ENTRY-TYPE = "P" AND ER-ENTRY-INDEX > 0
              AND ER-ENTRY-INDEX <= WS-VIEW-PRJ-COUNT
              MOVE FUNCTION TRIM(
                WS-VIEW-PRJ-NAME(ER-ENTRY-INDEX))
                TO WS-ER-ENTRY-LABEL
              EXIT PARAGRAPH
            END-IF
            IF ER-ENTRY-TYPE = "C" AND ER-ENTRY-INDEX > 0
              AND ER-ENTRY-INDEX <= WS-VIEW-CRT-COUNT
              MOVE FUNCTION TRIM(
                WS-VIEW-CRT-NAME(ER-ENTRY-INDEX))
                TO WS-ER-ENTRY-LABEL
              EXIT PARAGRAPH
            END-IF
          END-IF
          MOVE "(entry no longer on their profile)" TO
            WS-ER-ENTRY-LABEL.

