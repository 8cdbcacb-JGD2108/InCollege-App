          CLOSE GROUPS-FILE.

       GET-MY-GROUP-ROLE.
      *> Sets WS-MY-GROUP-ROLE (O, M, P or space) for the group in
      *> WS-GR-ENTRY(WS-GR-PICK), and counts the roster and the
      *> waiting join requests as a side effect for the displays.
          MOVE " " TO WS-MY-GROUP-ROLE
          MOVE 0 TO WS-GM-MEMBER-COUNT
          MOVE 0 TO WS-GM-REQ-COUNT
          MOVE "N" TO WS-GROUPS-EOF

          OPEN INPUT GROUPMEMBERS-FILE
              NOT AT END
                IF FUNCTION TRIM(GM-GROUP-ID) =
                  FUNCTION TRIM(WS-GR-ID(WS-GR-PICK))
                  IF GM-ROLE = "P"
                    ADD 1 TO WS-GM-REQ-COUNT
                  ELSE
                    ADD 1 TO WS-GM-MEMBER-COUNT
                  END-IF
                  IF FUNCTION TRIM(GM-USERNAME) =
                    FUNCTION TRIM(WS-USERNAME)
                    MOVE GM-ROLE TO WS-MY-GROUP-ROLE
            UNTIL WS-GR-IDX > WS-GR-COUNT
            MOVE WS-GR-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            IF WS-GR-CLOSED(WS-GR-IDX) = "Y"
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GR-NAME(WS-GR-IDX)) DELIMITED
                       BY SIZE
                     " (closed) - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GR-DESC(WS-GR-IDX)) DELIMITED
                       BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
            ELSE
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GR-NAME(WS-GR-IDX)) DELIMITED
                       BY SIZE
                     " - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GR-DESC(WS-GR-IDX)) DELIMITED
                       BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
            END-IF
            PERFORM PRINT-LINE
          END-PERFORM
          MOVE "(Closed groups take a join request that an officer"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE " approves or declines.)" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          MOVE "Enter a group number to join it, or 0 to go back:"
            TO OUTPUT-RECORD
          END-IF

          PERFORM GET-MY-GROUP-ROLE
          IF WS-MY-GROUP-ROLE = "P"
            MOVE "Your join request is still waiting on an officer."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-MY-GROUP-ROLE NOT = " "
            MOVE "You already belong to that group." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

      *> A closed group only records the request; the officers
      *> decide it from MANAGE-ONE-GROUP.
          IF WS-GR-CLOSED(WS-GR-PICK) = "Y"
            MOVE "P" TO WS-MY-GROUP-ROLE
            PERFORM APPEND-GROUP-MEMBER
            MOVE "Join request sent; an officer will review it." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE WS-GR-OWNER(WS-GR-PICK) TO WS-NOTIF-USER
            MOVE SPACES TO WS-NOTIF-TEXT
            STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " asked to join " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GR-NAME(WS-GR-PICK)) DELIMITED BY
                     SIZE
              INTO WS-NOTIF-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
            EXIT PARAGRAPH
          END-IF

          MOVE "M" TO WS-MY-GROUP-ROLE
          PERFORM APPEND-GROUP-MEMBER

            EXIT PARAGRAPH
          END-IF

          PERFORM DERIVE-ACADEMIC-YEAR
          MOVE WS-GR-ID(WS-GR-PICK) TO GM-GROUP-ID
          MOVE WS-USERNAME TO GM-USERNAME
          MOVE WS-MY-GROUP-ROLE TO GM-ROLE
          MOVE FUNCTION CURRENT-DATE(1:8) TO GM-REQ-DATE
          MOVE WS-ACAD-YEAR TO GM-RENEWED-YEAR
          MOVE SPACES TO GM-RENEW-ASKED
          WRITE GROUPMEMBER-RECORD
          CLOSE GROUPMEMBERS-FILE.

          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NEW-GR-DESC

          MOVE "Closed group, where officers approve each join? (Y/N):"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          IF INPUT-RECORD(1:1) = "Y" OR INPUT-RECORD(1:1) = "y"
            MOVE "Y" TO WS-NEW-GR-CLOSED
          ELSE
            MOVE "N" TO WS-NEW-GR-CLOSED
          END-IF

          PERFORM LOAD-GROUPS

          OPEN EXTEND GROUPS-FILE
          MOVE WS-NEW-GR-NAME TO GR-NAME
          MOVE WS-NEW-GR-DESC TO GR-DESC
          MOVE WS-USERNAME TO GR-OWNER
          MOVE WS-NEW-GR-CLOSED TO GR-CLOSED
          WRITE GROUP-RECORD
          CLOSE GROUPS-FILE

            MOVE WS-NEW-GR-NAME TO WS-GR-NAME(WS-GR-COUNT)
            MOVE WS-NEW-GR-DESC TO WS-GR-DESC(WS-GR-COUNT)
            MOVE WS-USERNAME TO WS-GR-OWNER(WS-GR-COUNT)
            MOVE WS-NEW-GR-CLOSED TO WS-GR-CLOSED(WS-GR-COUNT)
            MOVE WS-GR-COUNT TO WS-GR-PICK
            MOVE "O" TO WS-MY-GROUP-ROLE
            PERFORM APPEND-GROUP-MEMBER

       HANDLE-MY-GROUPS.
          PERFORM LOAD-GROUPS
          PERFORM CONFIRM-GROUP-RENEWALS

          MOVE "--- My Groups ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
              ADD 1 TO WS-EV-MSG-COUNT
              MOVE WS-GR-IDX TO WS-JOB-NUMBER-TEXT
              MOVE SPACES TO OUTPUT-RECORD
              EVALUATE WS-MY-GROUP-ROLE
                WHEN "O"
                  STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED
                           BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-GR-NAME(WS-GR-IDX))
                           DELIMITED BY SIZE
                         " (officer, " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-GM-MEMBER-COUNT) DELIMITED
                           BY SIZE
                         " member(s))" DELIMITED BY SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
                WHEN "P"
                  STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED
                           BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-GR-NAME(WS-GR-IDX))
                           DELIMITED BY SIZE
                         " (join request pending)" DELIMITED BY SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
                WHEN OTHER
                  STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED
                           BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-GR-NAME(WS-GR-IDX))
                           DELIMITED BY SIZE
                         " (member)" DELIMITED BY SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
              END-EVALUATE
              PERFORM PRINT-LINE
              IF WS-MY-GROUP-ROLE = "O" AND WS-GM-REQ-COUNT > 0
                MOVE SPACES TO OUTPUT-RECORD
                STRING "     " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GM-REQ-COUNT) DELIMITED BY
                         SIZE
                       " join request(s) waiting" DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
                PERFORM PRINT-LINE
              END-IF
            END-IF
          END-PERFORM

            EXIT PARAGRAPH
          END-IF

          IF WS-MY-GROUP-ROLE = "P"
            MOVE "Your join request is still waiting on an officer."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "Withdraw the request? (Y/N):" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PARAGRAPH
            END-IF
            IF INPUT-RECORD(1:1) = "Y" OR INPUT-RECORD(1:1) = "y"
              PERFORM LEAVE-GROUP
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM MANAGE-ONE-GROUP.

       MANAGE-ONE-GROUP.
            PERFORM PRINT-LINE
            MOVE "5. Promote a member to officer" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            IF WS-GR-CLOSED(WS-GR-PICK) = "Y" OR WS-GM-REQ-COUNT > 0
              MOVE SPACES TO OUTPUT-RECORD
              STRING "6. Review join requests (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GM-REQ-COUNT) DELIMITED BY SIZE
                     " waiting)" DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-IF
          END-IF
          MOVE "7. Discussion board" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "0. Back" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

                MOVE "Officers only." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            WHEN "6"
              IF WS-MY-GROUP-ROLE = "O"
                PERFORM REVIEW-JOIN-REQUESTS
              ELSE
                MOVE "Officers only." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            WHEN "7"
              PERFORM GROUP-BOARD
            WHEN OTHER
              CONTINUE
          END-EVALUATE.
                MOVE "Y" TO WS-GROUPS-EOF
              NOT AT END
                IF FUNCTION TRIM(GM-GROUP-ID) =
                     FUNCTION TRIM(WS-GR-ID(WS-GR-PICK))
                   AND GM-ROLE NOT = "P"
                  MOVE SPACES TO OUTPUT-RECORD
                  IF GM-ROLE = "O"
                    STRING "  " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GR-ID(WS-GR-PICK))
                   AND FUNCTION TRIM(GM-USERNAME) NOT =
                     FUNCTION TRIM(WS-USERNAME)
                   AND GM-ROLE NOT = "P"
                  MOVE GM-USERNAME TO WS-MSG-RECIPIENT
                  PERFORM SEND-BROADCAST-MESSAGE
                  IF WS-BROADCAST-SENT = "Y"
                     FUNCTION TRIM(WS-GR-ID(WS-GR-PICK))
                   AND FUNCTION TRIM(GM-USERNAME) =
                     FUNCTION TRIM(WS-DISC-OTHER)
                   AND GM-ROLE NOT = "P"
                  MOVE "O" TO GM-ROLE
                  MOVE "Y" TO WS-FOUND
                END-IF

          MOVE "Member promoted to officer." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       DERIVE-ACADEMIC-YEAR.
      *> The academic year opens on the start date of the fall term
      *> in the academic calendar; without one it opens September 1.
      *> Before that date the year that started last fall is still
      *> running.
          PERFORM FIND-ACADEMIC-YEAR-START
          IF WS-CAL-FA-START NOT = SPACES
            MOVE WS-CAL-FA-START(1:4) TO WS-ACAD-YEAR-NUM
          ELSE
            MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ACAD-YEAR-NUM
            IF FUNCTION CURRENT-DATE(5:4) < "0901"
              SUBTRACT 1 FROM WS-ACAD-YEAR-NUM
            END-IF
          END-IF
          MOVE WS-ACAD-YEAR-NUM TO WS-ACAD-YEAR
          COMPUTE WS-ACAD-NEXT-YEAR = WS-ACAD-YEAR-NUM + 1.

       REVIEW-JOIN-REQUESTS.
      *> Collect the group's waiting requests, take the officer's
      *> decision on each, then apply them in one roster rewrite.
          MOVE 0 TO WS-JR-COUNT
          MOVE "N" TO WS-GROUPS-EOF

          OPEN INPUT GROUPMEMBERS-FILE
          IF WS-GROUPMEMBERS-STATUS NOT = "00"
            IF WS-GROUPMEMBERS-STATUS = "05"
              CLOSE GROUPMEMBERS-FILE
            END-IF
            MOVE "No join requests are waiting." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-GROUPS-EOF = "Y"
            READ GROUPMEMBERS-FILE
              AT END
                MOVE "Y" TO WS-GROUPS-EOF
              NOT AT END
                IF FUNCTION TRIM(GM-GROUP-ID) =
                     FUNCTION TRIM(WS-GR-ID(WS-GR-PICK))
                   AND GM-ROLE = "P"
                   AND WS-JR-COUNT < 20
                  ADD 1 TO WS-JR-COUNT
                  MOVE GM-USERNAME TO WS-JR-USERNAME(WS-JR-COUNT)
                  MOVE GM-REQ-DATE TO WS-JR-REQ-DATE(WS-JR-COUNT)
                  MOVE "S" TO WS-JR-DECISION(WS-JR-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE GROUPMEMBERS-FILE

          IF WS-JR-COUNT = 0
            MOVE "No join requests are waiting." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-RNW-KEPT
          PERFORM VARYING WS-JR-IDX FROM 1 BY 1
            UNTIL WS-JR-IDX > WS-JR-COUNT OR WS-EOF = "Y"
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JR-USERNAME(WS-JR-IDX))
                     DELIMITED BY SIZE
                   " asked to join on " DELIMITED BY SIZE
                   WS-JR-REQ-DATE(WS-JR-IDX) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE "Enter A to approve, D to decline, or S to skip:" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF NOT = "Y"
              EVALUATE INPUT-RECORD(1:1)
                WHEN "A"
                WHEN "a"
                  MOVE "A" TO WS-JR-DECISION(WS-JR-IDX)
                  ADD 1 TO WS-RNW-KEPT
                WHEN "D"
                WHEN "d"
                  MOVE "D" TO WS-JR-DECISION(WS-JR-IDX)
                  ADD 1 TO WS-RNW-KEPT
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
            END-IF
          END-PERFORM

          IF WS-RNW-KEPT = 0
            MOVE "No join requests were decided." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

      *> Approved rows become members for the current academic
      *> year; declined rows are dropped from the roster.
          PERFORM DERIVE-ACADEMIC-YEAR
          MOVE 0 TO WS-GM-STREAM-KEPT
          MOVE "N" TO WS-GROUPS-EOF

          OPEN INPUT GROUPMEMBERS-FILE
          IF WS-GROUPMEMBERS-STATUS NOT = "00"
            IF WS-GROUPMEMBERS-STATUS = "05"
              CLOSE GROUPMEMBERS-FILE
            END-IF
            MOVE "Unable to update the membership." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "GROUPMEMBERS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            MOVE "Unable to update the membership." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            CLOSE GROUPMEMBERS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-GROUPS-EOF = "Y"
            READ GROUPMEMBERS-FILE
              AT END
                MOVE "Y" TO WS-GROUPS-EOF
              NOT AT END
                MOVE "S" TO WS-GM-DECISION
                IF FUNCTION TRIM(GM-GROUP-ID) =
                     FUNCTION TRIM(WS-GR-ID(WS-GR-PICK))
                   AND GM-ROLE = "P"
                  PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                    UNTIL WS-JR-IDX > WS-JR-COUNT
                    IF FUNCTION TRIM(WS-JR-USERNAME(WS-JR-IDX)) =
                      FUNCTION TRIM(GM-USERNAME)
                      MOVE WS-JR-DECISION(WS-JR-IDX) TO
                        WS-GM-DECISION
                    END-IF
                  END-PERFORM
                END-IF
                IF WS-GM-DECISION NOT = "D"
                  IF WS-GM-DECISION = "A"
                    MOVE "M" TO GM-ROLE
                    MOVE FUNCTION CURRENT-DATE(1:8) TO GM-REQ-DATE
                    MOVE WS-ACAD-YEAR TO GM-RENEWED-YEAR
                    MOVE SPACES TO GM-RENEW-ASKED
                  END-IF
                  MOVE SPACES TO GENERIC-OUT-RECORD
                  MOVE GROUPMEMBER-RECORD TO GENERIC-OUT-RECORD
                  WRITE GENERIC-OUT-RECORD
                  ADD 1 TO WS-GM-STREAM-KEPT
                END-IF
            END-READ
          END-PERFORM

          CLOSE GROUPMEMBERS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "GROUPMEMBERS" TO WS-SAFE-BASE-NAME
          MOVE WS-GM-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-JR-IDX FROM 1 BY 1
            UNTIL WS-JR-IDX > WS-JR-COUNT
            IF WS-JR-DECISION(WS-JR-IDX) NOT = "S"
              MOVE WS-JR-USERNAME(WS-JR-IDX) TO WS-NOTIF-USER
              MOVE SPACES TO WS-NOTIF-TEXT
              IF WS-JR-DECISION(WS-JR-IDX) = "A"
                STRING "You were approved to join " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GR-NAME(WS-GR-PICK))
                         DELIMITED BY SIZE
                  INTO WS-NOTIF-TEXT
                END-STRING
              ELSE
                STRING "Your request to join " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GR-NAME(WS-GR-PICK))
                         DELIMITED BY SIZE
                       " was declined" DELIMITED BY SIZE
                  INTO WS-NOTIF-TEXT
                END-STRING
              END-IF
              PERFORM ADD-NOTIFICATION
            END-IF
          END-PERFORM

          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-RNW-KEPT) DELIMITED BY SIZE
                 " join request(s) decided." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       CONFIRM-GROUP-RENEWALS.
      *> Rosters renew each academic year: a membership last
      *> confirmed for an earlier year is asked to re-confirm here,
      *> and GROUPRENEWAL drops it once the renewal window closes.
      *> Blank years predate renewal tracking and are not asked.
          PERFORM DERIVE-ACADEMIC-YEAR
          MOVE 0 TO WS-RNW-COUNT
          MOVE "N" TO WS-GROUPS-EOF

          OPEN INPUT GROUPMEMBERS-FILE
          IF WS-GROUPMEMBERS-STATUS NOT = "00"
            IF WS-GROUPMEMBERS-STATUS = "05"
              CLOSE GROUPMEMBERS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-GROUPS-EOF = "Y"
            READ GROUPMEMBERS-FILE
              AT END
                MOVE "Y" TO WS-GROUPS-EOF
              NOT AT END
                IF FUNCTION TRIM(GM-USERNAME) =
                     FUNCTION TRIM(WS-USERNAME)
                   AND GM-ROLE NOT = "P"
                   AND GM-RENEWED-YEAR NOT = SPACES
                   AND GM-RENEWED-YEAR < WS-ACAD-YEAR
                   AND WS-RNW-COUNT < 20
                  ADD 1 TO WS-RNW-COUNT
                  MOVE GM-GROUP-ID TO WS-RNW-GROUP-ID(WS-RNW-COUNT)
                  MOVE " " TO WS-RNW-ANSWER(WS-RNW-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE GROUPMEMBERS-FILE

          IF WS-RNW-COUNT = 0
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Groups are renewing their rosters for " DELIMITED
                   BY SIZE
                 WS-ACAD-YEAR DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-ACAD-NEXT-YEAR DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          MOVE "Memberships not re-confirmed are dropped when the"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "renewal window closes." TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          MOVE 0 TO WS-RNW-KEPT
          PERFORM VARYING WS-RNW-IDX FROM 1 BY 1
            UNTIL WS-RNW-IDX > WS-RNW-COUNT OR WS-EOF = "Y"
            MOVE SPACES TO WS-NEW-GR-NAME
            PERFORM VARYING WS-GR-IDX FROM 1 BY 1
              UNTIL WS-GR-IDX > WS-GR-COUNT
              IF FUNCTION TRIM(WS-GR-ID(WS-GR-IDX)) =
                FUNCTION TRIM(WS-RNW-GROUP-ID(WS-RNW-IDX))
                MOVE WS-GR-NAME(WS-GR-IDX) TO WS-NEW-GR-NAME
              END-IF
            END-PERFORM
            IF WS-NEW-GR-NAME = SPACES
              MOVE WS-RNW-GROUP-ID(WS-RNW-IDX) TO WS-NEW-GR-NAME
            END-IF
            MOVE SPACES TO OUTPUT-RECORD
            STRING "Stay a member of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NEW-GR-NAME) DELIMITED BY SIZE
                   "? (Y/N, or S to decide later):" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF NOT = "Y"
              EVALUATE INPUT-RECORD(1:1)
                WHEN "Y"
                WHEN "y"
                  MOVE "Y" TO WS-RNW-ANSWER(WS-RNW-IDX)
                  ADD 1 TO WS-RNW-KEPT
                WHEN "N"
                WHEN "n"
                  MOVE "N" TO WS-RNW-ANSWER(WS-RNW-IDX)
                  ADD 1 TO WS-RNW-KEPT
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
            END-IF
          END-PERFORM

          IF WS-RNW-KEPT = 0
            EXIT PARAGRAPH
          END-IF

      *> Y restamps my row with the current year; N drops it.
          MOVE 0 TO WS-GM-STREAM-KEPT
          MOVE "N" TO WS-GROUPS-EOF

          OPEN INPUT GROUPMEMBERS-FILE
          IF WS-GROUPMEMBERS-STATUS NOT = "00"
            IF WS-GROUPMEMBERS-STATUS = "05"
              CLOSE GROUPMEMBERS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          MOVE "GROUPMEMBERS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            MOVE "Unable to update the membership." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            CLOSE GROUPMEMBERS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-GROUPS-EOF = "Y"
            READ GROUPMEMBERS-FILE
              AT END
                MOVE "Y" TO WS-GROUPS-EOF
              NOT AT END
                MOVE " " TO WS-GM-DECISION
                IF FUNCTION TRIM(GM-USERNAME) =
                     FUNCTION TRIM(WS-USERNAME)
                   AND GM-ROLE NOT = "P"
                  PERFORM VARYING WS-RNW-IDX FROM 1 BY 1
                    UNTIL WS-RNW-IDX > WS-RNW-COUNT
                    IF FUNCTION TRIM(WS-RNW-GROUP-ID(WS-RNW-IDX)) =
                      FUNCTION TRIM(GM-GROUP-ID)
                      MOVE WS-RNW-ANSWER(WS-RNW-IDX) TO
                        WS-GM-DECISION
                    END-IF
                  END-PERFORM
                END-IF
                IF WS-GM-DECISION NOT = "N"
                  IF WS-GM-DECISION = "Y"
                    MOVE WS-ACAD-YEAR TO GM-RENEWED-YEAR
                  END-IF
                  MOVE SPACES TO GENERIC-OUT-RECORD
                  MOVE GROUPMEMBER-RECORD TO GENERIC-OUT-RECORD
                  WRITE GENERIC-OUT-RECORD
                  ADD 1 TO WS-GM-STREAM-KEPT
                END-IF
            END-READ
          END-PERFORM

          CLOSE GROUPMEMBERS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "GROUPMEMBERS" TO WS-SAFE-BASE-NAME
          MOVE WS-GM-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "Your group memberships have been updated." TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE.

       GROUP-BOARD.
      *> The group's shared board: members start topics and reply
      *> in one place instead of broadcasting to every inbox.
      *> Pinned topics list first, then newest activity first,
      *> PAGE-SIZE at a time.
          MOVE "N" TO WS-GP-BOARD-DONE
          PERFORM UNTIL WS-GP-BOARD-DONE = "Y" OR WS-EOF = "Y"
            PERFORM LOAD-GROUP-TOPICS
            PERFORM SORT-GROUP-TOPICS

            MOVE SPACES TO OUTPUT-RECORD
            STRING "--- " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GR-NAME(WS-GR-PICK)) DELIMITED BY
                     SIZE
                   " Discussion Board ---" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE

            IF WS-GT-COUNT = 0
              MOVE "  No topics yet; start the first one." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF

            MOVE "N" TO WS-STOP-PAGING
            PERFORM VARYING WS-GT-IDX FROM 1 BY 1
              UNTIL WS-GT-IDX > WS-GT-COUNT OR WS-STOP-PAGING = "Y"
              MOVE WS-GT-IDX TO WS-JOB-NUMBER-TEXT
              MOVE SPACES TO WS-GP-DATE-TEXT
              STRING WS-GT-LAST-ACTIVITY(WS-GT-IDX)(1:4)
                       DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-GT-LAST-ACTIVITY(WS-GT-IDX)(5:2)
                       DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-GT-LAST-ACTIVITY(WS-GT-IDX)(7:2)
                       DELIMITED BY SIZE
                INTO WS-GP-DATE-TEXT
              END-STRING
              MOVE SPACES TO OUTPUT-RECORD
              IF WS-GT-PINNED(WS-GT-IDX) = "Y"
                STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                         SIZE
                       ". [Pinned] " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GT-TITLE(WS-GT-IDX))
                         DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
              ELSE
                STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                         SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GT-TITLE(WS-GT-IDX))
                         DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
              END-IF
              PERFORM PRINT-LINE
              MOVE SPACES TO OUTPUT-RECORD
              STRING "      by " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GT-AUTHOR(WS-GT-IDX)) DELIMITED
                       BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GT-REPLIES(WS-GT-IDX)) DELIMITED
                       BY SIZE
                     " repl(ies), last activity " DELIMITED BY SIZE
                     WS-GP-DATE-TEXT DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE

              IF FUNCTION MOD(WS-GT-IDX, WS-PAGE-SIZE) = 0
                AND WS-GT-IDX < WS-GT-COUNT
                PERFORM PAGINATION-PROMPT
              END-IF
            END-PERFORM

            MOVE "Enter a topic number to read it, N to start a topic,"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "or 0 to go back:" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PERFORM
            END-IF

            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            EVALUATE TRUE
              WHEN WS-TRIMMED-IN(1:1) = "N"
                OR WS-TRIMMED-IN(1:1) = "n"
                PERFORM POST-GROUP-TOPIC
              WHEN WS-TRIMMED-IN = SPACES
                OR WS-TRIMMED-IN = "0"
                MOVE "Y" TO WS-GP-BOARD-DONE
              WHEN WS-IN-LEN > 4
                MOVE "Invalid selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              WHEN WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
                MOVE "Invalid selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              WHEN OTHER
                COMPUTE WS-GT-PICK =
                  FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
                IF WS-GT-PICK = 0 OR WS-GT-PICK > WS-GT-COUNT
                  MOVE "Invalid selection." TO OUTPUT-RECORD
                  PERFORM PRINT-LINE
                ELSE
                  PERFORM VIEW-GROUP-TOPIC
                END-IF
            END-EVALUATE
          END-PERFORM.

       LOAD-GROUP-TOPICS.
      *> One pass: live topics of this group go to the table, and
      *> each live reply bumps its topic's count and activity time.
      *> Replies are always appended after their topic, so the
      *> topic is already in the table when its replies arrive.
          MOVE 0 TO WS-GT-COUNT
          MOVE 0 TO WS-GP-ROW-COUNT
          MOVE "N" TO WS-GROUPPOSTS-EOF

          OPEN INPUT GROUPPOSTS-FILE
          IF WS-GROUPPOSTS-STATUS NOT = "00"
            IF WS-GROUPPOSTS-STATUS = "05"
              CLOSE GROUPPOSTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-GROUPPOSTS-EOF = "Y"
            READ GROUPPOSTS-FILE
              AT END
                MOVE "Y" TO WS-GROUPPOSTS-EOF
              NOT AT END
                ADD 1 TO WS-GP-ROW-COUNT
                IF GP-GROUP-ID = WS-GR-ID(WS-GR-PICK)
                  AND GP-STATUS NOT = "R"
                  IF GP-PARENT-ID = SPACES
                    IF WS-GT-COUNT < WS-MAX-TOPICS
                      ADD 1 TO WS-GT-COUNT
                      MOVE GP-POST-ID TO WS-GT-ID(WS-GT-COUNT)
                      MOVE GP-AUTHOR TO WS-GT-AUTHOR(WS-GT-COUNT)
                      MOVE GP-TIMESTAMP TO
                        WS-GT-TIMESTAMP(WS-GT-COUNT)
                      MOVE GP-TIMESTAMP TO
                        WS-GT-LAST-ACTIVITY(WS-GT-COUNT)
                      MOVE GP-TITLE TO WS-GT-TITLE(WS-GT-COUNT)
                      MOVE 0 TO WS-GT-REPLIES(WS-GT-COUNT)
                      IF GP-PINNED = "Y"
                        MOVE "Y" TO WS-GT-PINNED(WS-GT-COUNT)
                      ELSE
                        MOVE "N" TO WS-GT-PINNED(WS-GT-COUNT)
                      END-IF
                    END-IF
                  ELSE
                    PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                      UNTIL WS-GT-IDX > WS-GT-COUNT
                      IF WS-GT-ID(WS-GT-IDX) = GP-PARENT-ID
                        ADD 1 TO WS-GT-REPLIES(WS-GT-IDX)
                        IF GP-TIMESTAMP >
                          WS-GT-LAST-ACTIVITY(WS-GT-IDX)
                          MOVE GP-TIMESTAMP TO
                            WS-GT-LAST-ACTIVITY(WS-GT-IDX)
                        END-IF
                      END-IF
                    END-PERFORM
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE GROUPPOSTS-FILE.

       SORT-GROUP-TOPICS.
      *> Exchange sort: pinned (Y) ahead of unpinned (N), then the
      *> most recent activity first.
          PERFORM VARYING WS-GT-IDX FROM 1 BY 1
            UNTIL WS-GT-IDX >= WS-GT-COUNT
            PERFORM VARYING WS-GT-IDX2 FROM 1 BY 1
              UNTIL WS-GT-IDX2 >= WS-GT-COUNT
              IF WS-GT-PINNED(WS-GT-IDX2) <
                   WS-GT-PINNED(WS-GT-IDX2 + 1)
                OR (WS-GT-PINNED(WS-GT-IDX2) =
                      WS-GT-PINNED(WS-GT-IDX2 + 1)
                    AND WS-GT-LAST-ACTIVITY(WS-GT-IDX2) <
                      WS-GT-LAST-ACTIVITY(WS-GT-IDX2 + 1))
                MOVE WS-GT-ENTRY(WS-GT-IDX2) TO WS-GT-SWAP-ENTRY
                MOVE WS-GT-ENTRY(WS-GT-IDX2 + 1) TO
                  WS-GT-ENTRY(WS-GT-IDX2)
                MOVE WS-GT-SWAP-ENTRY TO
                  WS-GT-ENTRY(WS-GT-IDX2 + 1)
              END-IF
            END-PERFORM
          END-PERFORM.

       VIEW-GROUP-TOPIC.
      *> The topic in WS-GT-PICK and its live replies, oldest
      *> first so the thread reads in order.
          MOVE SPACES TO WS-GP-TOPIC-TEXT
          MOVE 0 TO WS-GRP-REPLY-COUNT
          MOVE "N" TO WS-GROUPPOSTS-EOF

          OPEN INPUT GROUPPOSTS-FILE
          IF WS-GROUPPOSTS-STATUS NOT = "00"
            IF WS-GROUPPOSTS-STATUS = "05"
              CLOSE GROUPPOSTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-GROUPPOSTS-EOF = "Y"
            READ GROUPPOSTS-FILE
              AT END
                MOVE "Y" TO WS-GROUPPOSTS-EOF
              NOT AT END
                IF GP-POST-ID = WS-GT-ID(WS-GT-PICK)
                  MOVE GP-TEXT TO WS-GP-TOPIC-TEXT
                END-IF
                IF GP-PARENT-ID = WS-GT-ID(WS-GT-PICK)
                  AND GP-STATUS NOT = "R"
                  AND WS-GRP-REPLY-COUNT < 100
                  ADD 1 TO WS-GRP-REPLY-COUNT
                  MOVE GP-POST-ID TO
                    WS-GRP-REPLY-ID(WS-GRP-REPLY-COUNT)
                  MOVE GP-AUTHOR TO
                    WS-GRP-REPLY-AUTHOR(WS-GRP-REPLY-COUNT)
                  MOVE GP-TIMESTAMP TO
                    WS-GRP-REPLY-TIMESTAMP(WS-GRP-REPLY-COUNT)
                  MOVE GP-TEXT TO
                    WS-GRP-REPLY-TEXT(WS-GRP-REPLY-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE GROUPPOSTS-FILE

          MOVE SPACES TO OUTPUT-RECORD
          STRING "=== " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GT-TITLE(WS-GT-PICK)) DELIMITED BY
                   SIZE
                 " ===" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          MOVE SPACES TO OUTPUT-RECORD
          STRING "Posted by " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GT-AUTHOR(WS-GT-PICK)) DELIMITED BY
                   SIZE
                 " on " DELIMITED BY SIZE
                 WS-GT-TIMESTAMP(WS-GT-PICK)(1:8) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          PERFORM PRINT-GROUP-POST-TEXT

          IF WS-GRP-REPLY-COUNT = 0
            MOVE "  No replies yet." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF

          MOVE "N" TO WS-STOP-PAGING
          PERFORM VARYING WS-GRP-REPLY-IDX FROM 1 BY 1
            UNTIL WS-GRP-REPLY-IDX > WS-GRP-REPLY-COUNT
              OR WS-STOP-PAGING = "Y"
            MOVE WS-GRP-REPLY-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  Reply " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-REPLY-AUTHOR(WS-GRP-REPLY-IDX))
                     DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   WS-GRP-REPLY-TIMESTAMP(WS-GRP-REPLY-IDX)(1:8)
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE WS-GRP-REPLY-TEXT(WS-GRP-REPLY-IDX) TO
              WS-GP-TOPIC-TEXT
            PERFORM PRINT-GROUP-POST-TEXT
            IF FUNCTION MOD(WS-GRP-REPLY-IDX, WS-PAGE-SIZE) = 0
              AND WS-GRP-REPLY-IDX < WS-GRP-REPLY-COUNT
              PERFORM PAGINATION-PROMPT
            END-IF
          END-PERFORM

          MOVE "Enter R to reply, or 0 to go back." TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          IF WS-MY-GROUP-ROLE = "O"
            MOVE "Officers: P to pin or unpin, X to remove the topic,"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "or D and a reply number (D2) to remove that reply."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          EVALUATE WS-TRIMMED-IN(1:1)
            WHEN "R"
            WHEN "r"
              MOVE WS-GT-ID(WS-GT-PICK) TO WS-GP-NEW-PARENT
              PERFORM POST-GROUP-REPLY
            WHEN "P"
            WHEN "p"
              IF WS-MY-GROUP-ROLE = "O"
                MOVE "P" TO WS-GP-ACTION
                MOVE WS-GT-ID(WS-GT-PICK) TO WS-GP-ACTION-ID
                PERFORM APPLY-GROUP-POST-ACTION
              ELSE
                MOVE "Officers only." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            WHEN "X"
            WHEN "x"
              IF WS-MY-GROUP-ROLE = "O"
                MOVE "R" TO WS-GP-ACTION
                MOVE WS-GT-ID(WS-GT-PICK) TO WS-GP-ACTION-ID
                PERFORM APPLY-GROUP-POST-ACTION
              ELSE
                MOVE "Officers only." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            WHEN "D"
            WHEN "d"
              IF WS-MY-GROUP-ROLE NOT = "O"
                MOVE "Officers only." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRIMMED-IN(2:)))
                TO WS-IN-LEN
              IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
                MOVE "Invalid reply number." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
              END-IF
              IF FUNCTION TRIM(WS-TRIMMED-IN(2:)) NOT NUMERIC
                MOVE "Invalid reply number." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-GRP-REPLY-IDX =
                FUNCTION NUMVAL(FUNCTION TRIM(WS-TRIMMED-IN(2:)))
              IF WS-GRP-REPLY-IDX = 0
                OR WS-GRP-REPLY-IDX > WS-GRP-REPLY-COUNT
                MOVE "Invalid reply number." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
                EXIT PARAGRAPH
              END-IF
              MOVE "R" TO WS-GP-ACTION
              MOVE WS-GRP-REPLY-ID(WS-GRP-REPLY-IDX) TO
                WS-GP-ACTION-ID
              PERFORM APPLY-GROUP-POST-ACTION
            WHEN OTHER
              CONTINUE
          END-EVALUATE.

       PRINT-GROUP-POST-TEXT.
      *> Prints the 200-character body in WS-GP-TOPIC-TEXT as up to
      *> three indented screen lines.
          MOVE SPACES TO OUTPUT-RECORD
          STRING "    " DELIMITED BY SIZE
                 WS-GP-TOPIC-TEXT(1:70) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          IF WS-GP-TOPIC-TEXT(71:70) NOT = SPACES
            MOVE SPACES TO OUTPUT-RECORD
            STRING "    " DELIMITED BY SIZE
                   WS-GP-TOPIC-TEXT(71:70) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF
          IF WS-GP-TOPIC-TEXT(141:60) NOT = SPACES
            MOVE SPACES TO OUTPUT-RECORD
            STRING "    " DELIMITED BY SIZE
                   WS-GP-TOPIC-TEXT(141:60) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF.

       READ-GROUP-POST-BODY.
      *> First line required, then up to two more, blank to finish;
      *> the body is built in WS-GP-NEW-TEXT (200 characters).
          MOVE SPACES TO WS-GP-NEW-TEXT
          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y" OR WS-EOF = "Y"
            MOVE "Your post (Required):" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PARAGRAPH
            END-IF
            IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
              MOVE "A post cannot be blank." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GP-NEW-TEXT
              MOVE "Y" TO WS-VALID-INPUT
            END-IF
          END-PERFORM

          MOVE "Enter up to 2 more lines, blank line to finish:" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM 2 TIMES
            IF WS-EOF NOT = "Y"
              AND WS-VALID-INPUT = "Y"
              PERFORM READ-AND-LOG
              IF WS-EOF = "Y"
                OR FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
                MOVE "N" TO WS-VALID-INPUT
              ELSE
                IF FUNCTION LENGTH(FUNCTION TRIM(WS-GP-NEW-TEXT))
                   + 1 + FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                   <= 200
                  STRING FUNCTION TRIM(WS-GP-NEW-TEXT)
                           DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(INPUT-RECORD) DELIMITED BY
                           SIZE
                    INTO WS-GP-NEW-TEXT
                  END-STRING
                END-IF
              END-IF
            END-IF
          END-PERFORM
          MOVE "Y" TO WS-VALID-INPUT.

       POST-GROUP-TOPIC.
          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "Topic title (Required, up to 40 characters):" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN = 0 OR WS-IN-LEN > 40
              MOVE "The title must be 1 to 40 characters." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GP-NEW-TITLE
              MOVE "Y" TO WS-VALID-INPUT
            END-IF
          END-PERFORM

          PERFORM READ-GROUP-POST-BODY
          IF WS-EOF = "Y" AND WS-GP-NEW-TEXT = SPACES
            EXIT PARAGRAPH
          END-IF

      *> Title and body are screened together; a held topic keeps
      *> the title in the first 40 characters of the held text so
      *> SCREENREVIEW can post it intact on approval.
          MOVE SPACES TO WS-SCREEN-TEXT
          MOVE WS-GP-NEW-TITLE TO WS-SCREEN-TEXT(1:40)
          MOVE WS-GP-NEW-TEXT TO WS-SCREEN-TEXT(41:200)
          PERFORM SCREEN-CONTENT-TEXT
          IF WS-SCREEN-FLAGGED = "Y"
            MOVE "G" TO WS-QU-TYPE
            MOVE WS-GR-ID(WS-GR-PICK) TO WS-QU-TARGET
            MOVE "T" TO WS-QU-EXTRA
            PERFORM WRITE-QUARANTINE-RECORD
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO WS-GP-NEW-PARENT
          PERFORM APPEND-GROUP-POST
          IF WS-GROUPPOSTS-STATUS = "00"
            MOVE "Topic posted." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       POST-GROUP-REPLY.
      *> Caller sets WS-GP-NEW-PARENT to the topic's post id.
          PERFORM READ-GROUP-POST-BODY
          IF WS-EOF = "Y" AND WS-GP-NEW-TEXT = SPACES
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO WS-GP-NEW-TITLE
          MOVE SPACES TO WS-SCREEN-TEXT
          MOVE WS-GP-NEW-TEXT TO WS-SCREEN-TEXT(41:200)
          PERFORM SCREEN-CONTENT-TEXT
          IF WS-SCREEN-FLAGGED = "Y"
      *> A held reply carries its topic id where a topic's title
      *> would go.
            MOVE WS-GP-NEW-PARENT TO WS-SCREEN-TEXT(1:40)
            MOVE "G" TO WS-QU-TYPE
            MOVE WS-GR-ID(WS-GR-PICK) TO WS-QU-TARGET
            MOVE "R" TO WS-QU-EXTRA
            PERFORM WRITE-QUARANTINE-RECORD
            EXIT PARAGRAPH
          END-IF

          PERFORM APPEND-GROUP-POST
          IF WS-GROUPPOSTS-STATUS NOT = "00"
            EXIT PARAGRAPH
          END-IF
          MOVE "Reply posted." TO OUTPUT-RECORD
          PERFORM PRINT-LINE

      *> The topic's author hears about replies from others.
          IF WS-GT-AUTHOR(WS-GT-PICK) NOT = WS-USERNAME
            MOVE WS-GT-AUTHOR(WS-GT-PICK) TO WS-NOTIF-USER
            MOVE SPACES TO WS-NOTIF-TEXT
            STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " replied to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GT-TITLE(WS-GT-PICK)) DELIMITED BY
                     SIZE
              INTO WS-NOTIF-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
          END-IF.

       APPEND-GROUP-POST.
      *> Writes WS-GP-NEW-TITLE/TEXT as a post of the group in
      *> WS-GR-PICK under WS-GP-NEW-PARENT (spaces for a topic).
          MOVE 0 TO WS-GP-ROW-COUNT
          MOVE "N" TO WS-GROUPPOSTS-EOF
          OPEN INPUT GROUPPOSTS-FILE
          IF WS-GROUPPOSTS-STATUS = "00"
            PERFORM UNTIL WS-GROUPPOSTS-EOF = "Y"
              READ GROUPPOSTS-FILE
                AT END
                  MOVE "Y" TO WS-GROUPPOSTS-EOF
                NOT AT END
                  ADD 1 TO WS-GP-ROW-COUNT
              END-READ
            END-PERFORM
            CLOSE GROUPPOSTS-FILE
          ELSE
            IF WS-GROUPPOSTS-STATUS = "05"
              CLOSE GROUPPOSTS-FILE
            END-IF
          END-IF
          COMPUTE WS-GP-NEXT-NUM = WS-GP-ROW-COUNT + 1

          OPEN EXTEND GROUPPOSTS-FILE
          IF WS-GROUPPOSTS-STATUS = "35"
            OPEN OUTPUT GROUPPOSTS-FILE
            IF WS-GROUPPOSTS-STATUS = "00"
              CLOSE GROUPPOSTS-FILE
            END-IF
            OPEN EXTEND GROUPPOSTS-FILE
          END-IF

          IF WS-GROUPPOSTS-STATUS NOT = "00"
            AND WS-GROUPPOSTS-STATUS NOT = "05"
            MOVE "Unable to save the post." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO GROUPPOST-RECORD
          STRING "GP" DELIMITED BY SIZE
                 WS-GP-NEXT-NUM DELIMITED BY SIZE
            INTO GP-POST-ID
          END-STRING
          MOVE WS-GR-ID(WS-GR-PICK) TO GP-GROUP-ID
          MOVE WS-GP-NEW-PARENT TO GP-PARENT-ID
          MOVE WS-USERNAME TO GP-AUTHOR
          MOVE FUNCTION CURRENT-DATE(1:14) TO GP-TIMESTAMP
          MOVE "N" TO GP-PINNED
          MOVE SPACE TO GP-STATUS
          MOVE WS-GP-NEW-TITLE TO GP-TITLE
          MOVE WS-GP-NEW-TEXT TO GP-TEXT
          WRITE GROUPPOST-RECORD
          CLOSE GROUPPOSTS-FILE
          MOVE "00" TO WS-GROUPPOSTS-STATUS.

       APPLY-GROUP-POST-ACTION.
      *> Officer moderation: stream GROUPPOSTS.DAT through the work
      *> file flipping the pin (P) or marking the post removed (R)
      *> on the row WS-GP-ACTION-ID.
          MOVE 0 TO WS-GP-STREAM-KEPT
          MOVE "N" TO WS-GROUPPOSTS-EOF
          MOVE "N" TO WS-FOUND
          MOVE SPACES TO WS-DISC-OTHER

          OPEN INPUT GROUPPOSTS-FILE
          IF WS-GROUPPOSTS-STATUS NOT = "00"
            IF WS-GROUPPOSTS-STATUS = "05"
              CLOSE GROUPPOSTS-FILE
            END-IF
            MOVE "Unable to update the board." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "GROUPPOSTS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            MOVE "Unable to update the board." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            CLOSE GROUPPOSTS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-GROUPPOSTS-EOF = "Y"
            READ GROUPPOSTS-FILE
              AT END
                MOVE "Y" TO WS-GROUPPOSTS-EOF
              NOT AT END
                IF GP-POST-ID = WS-GP-ACTION-ID
                  AND GP-GROUP-ID = WS-GR-ID(WS-GR-PICK)
                  MOVE "Y" TO WS-FOUND
                  MOVE GP-AUTHOR TO WS-DISC-OTHER
                  IF WS-GP-ACTION = "P"
                    IF GP-PINNED = "Y"
                      MOVE "N" TO GP-PINNED
                    ELSE
                      MOVE "Y" TO GP-PINNED
                    END-IF
                    MOVE GP-PINNED TO WS-GP-ACTION
                  ELSE
                    MOVE "R" TO GP-STATUS
                  END-IF
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE GROUPPOST-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-GP-STREAM-KEPT
            END-READ
          END-PERFORM

          CLOSE GROUPPOSTS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "GROUPPOSTS" TO WS-SAFE-BASE-NAME
          IF WS-FOUND NOT = "Y"
            MOVE "That post is no longer on the board." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM BUILD-SAFE-NAMES
            PERFORM CLEAR-WORK-FILE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-GP-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          EVALUATE WS-GP-ACTION
            WHEN "Y"
              MOVE "Topic pinned to the top of the board." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
            WHEN "N"
              MOVE "Topic unpinned." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            WHEN OTHER
              MOVE "Post removed from the board." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              IF WS-DISC-OTHER NOT = WS-USERNAME
                MOVE WS-DISC-OTHER TO WS-NOTIF-USER
                MOVE SPACES TO WS-NOTIF-TEXT
                STRING "An officer removed your post in " DELIMITED
                         BY SIZE
                       FUNCTION TRIM(WS-GR-NAME(WS-GR-PICK))
                         DELIMITED BY SIZE
                  INTO WS-NOTIF-TEXT
                END-STRING
                PERFORM ADD-NOTIFICATION
              END-IF
          END-EVALUATE.
