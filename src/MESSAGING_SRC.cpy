              PERFORM PRINT-LINE
              MOVE "6. Search my messages" TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "7. Group conversations" TO OUTPUT-RECORD
              PERFORM PRINT-LINE

              PERFORM READ-AND-LOG
              IF WS-EOF = "Y"
                    PERFORM OPEN-SHARED-JOB
                 WHEN "6"
                    PERFORM SEARCH-MY-MESSAGES
                 WHEN "7"
                    PERFORM HANDLE-GROUP-CONVERSATIONS
                 WHEN "4"
                    MOVE "Returning to post-login menu." TO
                      OUTPUT-RECORD
                 COMPUTE WS-MSG-PICK =
                   FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
                 IF WS-MSG-PICK > 0 AND WS-MSG-PICK <= WS-INBOX-COUNT
                    PERFORM CHECK-MESSAGE-ON-HOLD
                    IF WS-HOLD-STATE = "H"
                       MOVE "This message cannot be deleted right now."
                         TO OUTPUT-RECORD
                       PERFORM PRINT-LINE
                    ELSE
                       MOVE "Y" TO
                         WS-MSG-ALL-DELETED(WS-INBOX-POS(WS-MSG-PICK))
                       MOVE "Message deleted." TO OUTPUT-RECORD
                       PERFORM PRINT-LINE
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM SAVE-ALL-MESSAGES.

      *> A message stays when either party is on legal hold; the
      *> refusal is logged against the held account.
       CHECK-MESSAGE-ON-HOLD.
           MOVE WS-MSG-ALL-SENDER(WS-INBOX-POS(WS-MSG-PICK))
             TO WS-HOLD-CHECK-USER
           PERFORM GET-LEGAL-HOLD-STATE
           IF WS-HOLD-STATE NOT = "H"
              MOVE WS-MSG-ALL-RECIPIENT(WS-INBOX-POS(WS-MSG-PICK))
                TO WS-HOLD-CHECK-USER
              PERFORM GET-LEGAL-HOLD-STATE
           END-IF
           IF WS-HOLD-STATE NOT = "H"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HOLD-LOG-DETAIL
           STRING "message delete refused: " DELIMITED BY SIZE
                  FUNCTION TRIM(
                    WS-MSG-ALL-SENDER(WS-INBOX-POS(WS-MSG-PICK)))
                    DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MSG-ALL-TIMESTAMP(WS-INBOX-POS(WS-MSG-PICK))
                    DELIMITED BY SIZE
             INTO WS-HOLD-LOG-DETAIL
           END-STRING
           PERFORM LOG-LEGAL-HOLD-ITEM.

       LOAD-ALL-MESSAGES.
           MOVE 0 TO WS-MSG-ALL-COUNT
           MOVE "N" TO WS-MESSAGES-EOF
           MOVE 0 TO WS-UNREAD-COUNT
           MOVE "N" TO WS-MESSAGES-EOF

      *> Unread group conversation messages count toward the same
      *> total.
           PERFORM LOAD-MY-GROUP-CONVOS
           MOVE WS-GCV-UNREAD-TOTAL TO WS-UNREAD-COUNT

           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
             EXIT PARAGRAPH

           CLOSE STRIKEAPPEALS-FILE
           MOVE "N" TO WS-MSGSUSPEND-EOF.

       HANDLE-GROUP-CONVERSATIONS.
      *> Conversations with several of the user's connections at
      *> once: everyone sees one shared thread and keeps their own
      *> read flag on each message.
           MOVE "N" TO WS-GCV-DONE
           PERFORM UNTIL WS-GCV-DONE = "Y" OR WS-EOF = "Y"
              PERFORM LOAD-MY-GROUP-CONVOS
              PERFORM SORT-GROUP-CONVOS-BY-TS

              MOVE "--- Group Conversations (latest first) ---" TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              IF WS-GCV-COUNT = 0
                 MOVE "You are not in any group conversations yet." TO
                   OUTPUT-RECORD
                 PERFORM PRINT-LINE
              END-IF

              PERFORM VARYING WS-GCV-IDX FROM 1 BY 1
                UNTIL WS-GCV-IDX > WS-GCV-COUNT
                 MOVE 0 TO WS-GCV-SLOT2
                 PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
                   UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
                    IF WS-GCV-MEMBER(WS-GCV-IDX, WS-GCV-SLOT)
                       NOT = SPACES
                       ADD 1 TO WS-GCV-SLOT2
                    END-IF
                 END-PERFORM
                 MOVE WS-GCV-IDX TO WS-JOB-NUMBER-TEXT
                 MOVE SPACES TO OUTPUT-RECORD
                 STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                          SIZE
                        ". " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GCV-TITLE(WS-GCV-IDX))
                          DELIMITED BY SIZE
                        "  (" DELIMITED BY SIZE
                        WS-GCV-SLOT2 DELIMITED BY SIZE
                        " people, " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GCV-UNREAD(WS-GCV-IDX))
                          DELIMITED BY SIZE
                        " unread)" DELIMITED BY SIZE
                   INTO OUTPUT-RECORD
                 END-STRING
                 PERFORM PRINT-LINE
              END-PERFORM

              MOVE "Enter a number to open a conversation," TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "N to start a new one, or 0 to go back:" TO
                OUTPUT-RECORD
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
                    PERFORM START-GROUP-CONVERSATION
                 WHEN WS-TRIMMED-IN = SPACES
                   OR WS-TRIMMED-IN = "0"
                    MOVE "Y" TO WS-GCV-DONE
                 WHEN WS-IN-LEN > 3
                    MOVE "Invalid selection." TO OUTPUT-RECORD
                    PERFORM PRINT-LINE
                 WHEN WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
                    MOVE "Invalid selection." TO OUTPUT-RECORD
                    PERFORM PRINT-LINE
                 WHEN OTHER
                    COMPUTE WS-GCV-PICK =
                      FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
                    IF WS-GCV-PICK = 0 OR WS-GCV-PICK > WS-GCV-COUNT
                       MOVE "Invalid selection." TO OUTPUT-RECORD
                       PERFORM PRINT-LINE
                    ELSE
                       PERFORM OPEN-GROUP-CONVERSATION
                    END-IF
              END-EVALUATE
           END-PERFORM.

       LOAD-MY-GROUP-CONVOS.
      *> Conversations the user belongs to, with message and unread
      *> counts from CONVOMSGS.DAT; also counts header rows so a new
      *> conversation can be numbered.
           MOVE 0 TO WS-GCV-COUNT
           MOVE 0 TO WS-GCV-ROW-COUNT
           MOVE 0 TO WS-GCV-UNREAD-TOTAL
           MOVE "N" TO WS-CONVHDR-EOF

           OPEN INPUT CONVERSATIONS-FILE
           IF WS-CONVHDR-STATUS NOT = "00"
              IF WS-CONVHDR-STATUS = "05"
                 CLOSE CONVERSATIONS-FILE
              END-IF
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONVHDR-EOF = "Y"
              READ CONVERSATIONS-FILE
                 AT END
                    MOVE "Y" TO WS-CONVHDR-EOF
                 NOT AT END
                    ADD 1 TO WS-GCV-ROW-COUNT
                    MOVE 0 TO WS-GCV-SLOT2
                    PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
                      UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
                       IF CV-MEMBER(WS-GCV-SLOT) = WS-USERNAME
                          MOVE WS-GCV-SLOT TO WS-GCV-SLOT2
                       END-IF
                    END-PERFORM
                    IF WS-GCV-SLOT2 > 0
                       AND WS-GCV-COUNT < WS-GCV-MAX
                       ADD 1 TO WS-GCV-COUNT
                       MOVE CV-ID TO WS-GCV-ID(WS-GCV-COUNT)
                       MOVE CV-TITLE TO WS-GCV-TITLE(WS-GCV-COUNT)
                       MOVE WS-GCV-SLOT2 TO
                         WS-GCV-MY-SLOT(WS-GCV-COUNT)
                       PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
                         UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
                          MOVE CV-MEMBER(WS-GCV-SLOT) TO
                            WS-GCV-MEMBER(WS-GCV-COUNT, WS-GCV-SLOT)
                       END-PERFORM
                       MOVE CV-CREATED TO
                         WS-GCV-LATEST-TS(WS-GCV-COUNT)
                       MOVE 0 TO WS-GCV-MSG-COUNT(WS-GCV-COUNT)
                       MOVE 0 TO WS-GCV-UNREAD(WS-GCV-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CONVERSATIONS-FILE

           IF WS-GCV-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CONVMSG-EOF
           OPEN INPUT CONVOMSGS-FILE
           IF WS-CONVMSG-STATUS NOT = "00"
              IF WS-CONVMSG-STATUS = "05"
                 CLOSE CONVOMSGS-FILE
              END-IF
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONVMSG-EOF = "Y"
              READ CONVOMSGS-FILE
                 AT END
                    MOVE "Y" TO WS-CONVMSG-EOF
                 NOT AT END
                    PERFORM VARYING WS-GCV-IDX FROM 1 BY 1
                      UNTIL WS-GCV-IDX > WS-GCV-COUNT
                       IF WS-GCV-ID(WS-GCV-IDX) = CM-CONVO-ID
                          AND CM-READ-FLAG(WS-GCV-MY-SLOT(WS-GCV-IDX))
                            NOT = "X"
                          ADD 1 TO WS-GCV-MSG-COUNT(WS-GCV-IDX)
                          IF CM-TIMESTAMP >
                             WS-GCV-LATEST-TS(WS-GCV-IDX)
                             MOVE CM-TIMESTAMP TO
                               WS-GCV-LATEST-TS(WS-GCV-IDX)
                          END-IF
                          IF CM-READ-FLAG(WS-GCV-MY-SLOT(WS-GCV-IDX))
                            = "N"
                             ADD 1 TO WS-GCV-UNREAD(WS-GCV-IDX)
                             ADD 1 TO WS-GCV-UNREAD-TOTAL
                          END-IF
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           CLOSE CONVOMSGS-FILE.

       SORT-GROUP-CONVOS-BY-TS.
      *> Simple exchange sort, newest activity first.
           PERFORM VARYING WS-GCV-IDX FROM 1 BY 1
             UNTIL WS-GCV-IDX > WS-GCV-COUNT
              PERFORM VARYING WS-GCV-IDX2 FROM 1 BY 1
                UNTIL WS-GCV-IDX2 >= WS-GCV-COUNT
                 IF WS-GCV-LATEST-TS(WS-GCV-IDX2) <
                    WS-GCV-LATEST-TS(WS-GCV-IDX2 + 1)
                    MOVE WS-GCV-ENTRY(WS-GCV-IDX2) TO
                      WS-GCV-SWAP-ENTRY
                    MOVE WS-GCV-ENTRY(WS-GCV-IDX2 + 1) TO
                      WS-GCV-ENTRY(WS-GCV-IDX2)
                    MOVE WS-GCV-SWAP-ENTRY TO
                      WS-GCV-ENTRY(WS-GCV-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       START-GROUP-CONVERSATION.
      *> The creator names the conversation and adds connections one
      *> at a time; at least two others make it a group.
           PERFORM CHECK-MESSAGING-SUSPENDED
           IF WS-MSG-SUSPENDED = "Y"
              PERFORM OFFER-STRIKE-APPEAL
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y" OR WS-EOF = "Y"
              MOVE "Conversation name (1 to 30 characters):" TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              PERFORM READ-AND-LOG
              IF WS-EOF = "Y"
                 EXIT PERFORM
              END-IF
              MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                TO WS-IN-LEN
              IF WS-IN-LEN = 0 OR WS-IN-LEN > 30
                 MOVE "The name must be 1 to 30 characters." TO
                   OUTPUT-RECORD
                 PERFORM PRINT-LINE
              ELSE
                 MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GCV-NEW-TITLE
                 MOVE "Y" TO WS-VALID-INPUT
              END-IF
           END-PERFORM
           IF WS-EOF = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-GCV-NEW-MEMBERS
           MOVE WS-USERNAME TO WS-GCV-NEW-MEMBER(1)
           MOVE 1 TO WS-GCV-NEW-COUNT

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y" OR WS-EOF = "Y"
              MOVE "Add a participant (must be a connection)," TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "or press Enter when done:" TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              PERFORM READ-AND-LOG
              IF WS-EOF = "Y"
                 EXIT PERFORM
              END-IF

              MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
              MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                TO WS-IN-LEN
              EVALUATE TRUE
                 WHEN WS-IN-LEN = 0
                    IF WS-GCV-NEW-COUNT < 3
                       MOVE "Add at least two people (for one person,"
                         TO OUTPUT-RECORD
                       PERFORM PRINT-LINE
                       MOVE "use Send a New Message)." TO OUTPUT-RECORD
                       PERFORM PRINT-LINE
                       MOVE "Enter 0 to cancel, or keep adding." TO
                         OUTPUT-RECORD
                       PERFORM PRINT-LINE
                    ELSE
                       MOVE "Y" TO WS-VALID-INPUT
                    END-IF
                 WHEN WS-TRIMMED-IN = "0"
                    MOVE "Conversation not started." TO OUTPUT-RECORD
                    PERFORM PRINT-LINE
                    EXIT PARAGRAPH
                 WHEN WS-IN-LEN > 12
                    MOVE "Username must be 1 to 12 characters." TO
                      OUTPUT-RECORD
                    PERFORM PRINT-LINE
                 WHEN OTHER
                    PERFORM ADD-GROUP-CONVO-MEMBER
                    IF WS-GCV-NEW-COUNT >= WS-GCV-MAX-MEMBERS
                       MOVE "The conversation is full." TO
                         OUTPUT-RECORD
                       PERFORM PRINT-LINE
                       MOVE "Y" TO WS-VALID-INPUT
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF WS-EOF = "Y"
              EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-GROUP-CONVO-HEADER
           IF WS-CONVHDR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF

      *> Open the new conversation for its first message.
           PERFORM LOAD-MY-GROUP-CONVOS
           MOVE 0 TO WS-GCV-PICK
           PERFORM VARYING WS-GCV-IDX FROM 1 BY 1
             UNTIL WS-GCV-IDX > WS-GCV-COUNT
              IF WS-GCV-ID(WS-GCV-IDX) = WS-GCV-NEXT-ID
                 MOVE WS-GCV-IDX TO WS-GCV-PICK
              END-IF
           END-PERFORM
           IF WS-GCV-PICK > 0
              PERFORM POST-GROUP-CONVO-MESSAGE
           END-IF.

       ADD-GROUP-CONVO-MEMBER.
      *> Validates the name in WS-TRIMMED-IN and adds it to the new
      *> conversation's member list.
           MOVE WS-TRIMMED-IN(1:12) TO WS-MSG-RECIPIENT
           IF WS-MSG-RECIPIENT = WS-USERNAME
              MOVE "You are already in the conversation." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-GCV-DUP
           PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
             UNTIL WS-GCV-SLOT > WS-GCV-NEW-COUNT
              IF WS-GCV-NEW-MEMBER(WS-GCV-SLOT) = WS-MSG-RECIPIENT
                 MOVE "Y" TO WS-GCV-DUP
              END-IF
           END-PERFORM
           IF WS-GCV-DUP = "Y"
              MOVE "That person is already added." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM VERIFY-MESSAGE-NETWORK
           IF WS-CAN-MESSAGE NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GCV-NEW-COUNT
           MOVE WS-MSG-RECIPIENT TO WS-GCV-NEW-MEMBER(WS-GCV-NEW-COUNT)
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Added " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-RECIPIENT) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO OUTPUT-RECORD
           END-STRING
           PERFORM PRINT-LINE.

       WRITE-GROUP-CONVO-HEADER.
      *> LOAD-MY-GROUP-CONVOS counts every header row, which numbers
      *> the next conversation id.
           PERFORM LOAD-MY-GROUP-CONVOS
           ADD 1 TO WS-GCV-ROW-COUNT
           MOVE SPACES TO WS-GCV-NEXT-ID
           STRING "CV" DELIMITED BY SIZE
                  WS-GCV-ROW-COUNT DELIMITED BY SIZE
             INTO WS-GCV-NEXT-ID
           END-STRING

           OPEN EXTEND CONVERSATIONS-FILE
           IF WS-CONVHDR-STATUS = "35"
              OPEN OUTPUT CONVERSATIONS-FILE
              IF WS-CONVHDR-STATUS = "00"
                 CLOSE CONVERSATIONS-FILE
              END-IF
              OPEN EXTEND CONVERSATIONS-FILE
           END-IF

           IF WS-CONVHDR-STATUS NOT = "00"
              AND WS-CONVHDR-STATUS NOT = "05"
              MOVE "Unable to start the conversation." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONVERSATION-RECORD
           MOVE WS-GCV-NEXT-ID TO CV-ID
           MOVE WS-USERNAME TO CV-CREATOR
           MOVE WS-GCV-NEW-TITLE TO CV-TITLE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CV-CREATED
           PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
             UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
              MOVE WS-GCV-NEW-MEMBER(WS-GCV-SLOT) TO
                CV-MEMBER(WS-GCV-SLOT)
           END-PERFORM
           WRITE CONVERSATION-RECORD
           CLOSE CONVERSATIONS-FILE
           MOVE "00" TO WS-CONVHDR-STATUS.

       OPEN-GROUP-CONVERSATION.
      *> Shows the thread for WS-GCV-PICK in time order, skipping
      *> messages withheld from this member, marks the rest read and
      *> offers a reply.
           MOVE SPACES TO OUTPUT-RECORD
           STRING "--- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GCV-TITLE(WS-GCV-PICK)) DELIMITED
                    BY SIZE
                  " ---" DELIMITED BY SIZE
             INTO OUTPUT-RECORD
           END-STRING
           PERFORM PRINT-LINE

           MOVE SPACES TO OUTPUT-RECORD
           MOVE "With:" TO OUTPUT-RECORD
           MOVE 6 TO WS-GCV-PTR
           PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
             UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
              IF WS-GCV-MEMBER(WS-GCV-PICK, WS-GCV-SLOT) NOT = SPACES
                 STRING " " DELIMITED BY SIZE
                        FUNCTION TRIM(
                          WS-GCV-MEMBER(WS-GCV-PICK, WS-GCV-SLOT))
                          DELIMITED BY SIZE
                   INTO OUTPUT-RECORD
                   WITH POINTER WS-GCV-PTR
                 END-STRING
              END-IF
           END-PERFORM
           PERFORM PRINT-LINE

           MOVE WS-GCV-MY-SLOT(WS-GCV-PICK) TO WS-GCV-SLOT2
           MOVE "N" TO WS-CONVMSG-EOF
           OPEN INPUT CONVOMSGS-FILE
           IF WS-CONVMSG-STATUS = "00"
              PERFORM UNTIL WS-CONVMSG-EOF = "Y"
                 READ CONVOMSGS-FILE
                    AT END
                       MOVE "Y" TO WS-CONVMSG-EOF
                    NOT AT END
                       IF CM-CONVO-ID = WS-GCV-ID(WS-GCV-PICK)
                          AND CM-READ-FLAG(WS-GCV-SLOT2) NOT = "X"
                          MOVE SPACES TO OUTPUT-RECORD
                          STRING "[" DELIMITED BY SIZE
                                 CM-TIMESTAMP(1:8) DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 CM-TIMESTAMP(9:6) DELIMITED BY SIZE
                                 "] " DELIMITED BY SIZE
                                 FUNCTION TRIM(CM-SENDER) DELIMITED
                                   BY SIZE
                                 ":" DELIMITED BY SIZE
                            INTO OUTPUT-RECORD
                          END-STRING
                          PERFORM PRINT-LINE
                          MOVE SPACES TO OUTPUT-RECORD
                          STRING "   " DELIMITED BY SIZE
                                 FUNCTION TRIM(CM-CONTENT) DELIMITED
                                   BY SIZE
                            INTO OUTPUT-RECORD
                          END-STRING
                          PERFORM PRINT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONVOMSGS-FILE
           ELSE
              IF WS-CONVMSG-STATUS = "05"
                 CLOSE CONVOMSGS-FILE
              END-IF
           END-IF

           MOVE "------------------------------" TO OUTPUT-RECORD
           PERFORM PRINT-LINE

           IF WS-GCV-UNREAD(WS-GCV-PICK) > 0
              PERFORM MARK-GROUP-CONVO-READ
           END-IF

           MOVE "Enter R to reply, or 0 to go back:" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
              EXIT PARAGRAPH
           END-IF

           IF INPUT-RECORD(1:1) = "R" OR INPUT-RECORD(1:1) = "r"
              PERFORM POST-GROUP-CONVO-MESSAGE
           END-IF.

       MARK-GROUP-CONVO-READ.
      *> Streams CONVOMSGS.DAT through the work file, turning this
      *> member's N flags in the open conversation to Y.
           MOVE 0 TO WS-GCV-KEPT
           MOVE "N" TO WS-CONVMSG-EOF
           MOVE WS-GCV-MY-SLOT(WS-GCV-PICK) TO WS-GCV-SLOT2

           OPEN INPUT CONVOMSGS-FILE
           IF WS-CONVMSG-STATUS NOT = "00"
              IF WS-CONVMSG-STATUS = "05"
                 CLOSE CONVOMSGS-FILE
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE "CONVOMSGS.NEW" TO WS-GC-OUT-NAME
           OPEN OUTPUT GENERIC-OUT-FILE
           IF WS-GC-OUT-STATUS NOT = "00"
             AND WS-GC-OUT-STATUS NOT = "05"
              CLOSE CONVOMSGS-FILE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONVMSG-EOF = "Y"
              READ CONVOMSGS-FILE
                 AT END
                    MOVE "Y" TO WS-CONVMSG-EOF
                 NOT AT END
                    IF CM-CONVO-ID = WS-GCV-ID(WS-GCV-PICK)
                       AND CM-READ-FLAG(WS-GCV-SLOT2) = "N"
                       MOVE "Y" TO CM-READ-FLAG(WS-GCV-SLOT2)
                    END-IF
                    MOVE SPACES TO GENERIC-OUT-RECORD
                    MOVE CONVOMSG-RECORD TO GENERIC-OUT-RECORD
                    WRITE GENERIC-OUT-RECORD
                    ADD 1 TO WS-GCV-KEPT
              END-READ
           END-PERFORM

           CLOSE CONVOMSGS-FILE
           CLOSE GENERIC-OUT-FILE

           MOVE "CONVOMSGS" TO WS-SAFE-BASE-NAME
           MOVE WS-GCV-KEPT TO WS-SAFE-EXPECTED
           PERFORM SAFE-COMMIT-WORK-FILE.

       POST-GROUP-CONVO-MESSAGE.
      *> The one-to-one safeguards apply to every member: the
      *> sender's suspension, each recipient's daily limit and the
      *> sender's total, and each recipient's block list. A member
      *> who blocks the sender has the message withheld, without the
      *> sender being told.
           PERFORM CHECK-MESSAGING-SUSPENDED
           IF WS-MSG-SUSPENDED = "Y"
              PERFORM OFFER-STRIKE-APPEAL
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-GCV-FLAGS
           MOVE 0 TO WS-GCV-RECIP-COUNT
           PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
             UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
              EVALUATE TRUE
                 WHEN WS-GCV-MEMBER(WS-GCV-PICK, WS-GCV-SLOT) = SPACES
                    CONTINUE
                 WHEN WS-GCV-SLOT = WS-GCV-MY-SLOT(WS-GCV-PICK)
                    MOVE "Y" TO WS-GCV-FLAG(WS-GCV-SLOT)
                 WHEN OTHER
                    MOVE WS-GCV-MEMBER(WS-GCV-PICK, WS-GCV-SLOT) TO
                      WS-MSG-RECIPIENT
                    PERFORM CHECK-BLOCKED-BY-RECIPIENT
                    IF WS-IS-BLOCKED = "Y"
                       MOVE "X" TO WS-GCV-FLAG(WS-GCV-SLOT)
                    ELSE
                       MOVE "N" TO WS-GCV-FLAG(WS-GCV-SLOT)
                       ADD 1 TO WS-GCV-RECIP-COUNT
                    END-IF
              END-EVALUATE
           END-PERFORM

           PERFORM CHECK-CONVO-RATE-LIMIT
           IF WS-RATE-OK NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y" OR WS-EOF = "Y"
              MOVE "Enter your message (max 200 chars):" TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE

              PERFORM READ-AND-LOG
              IF WS-EOF = "Y"
                 MOVE "No message entered. Returning to menu."
                   TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
                 EXIT PERFORM
              END-IF

              MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                TO WS-IN-LEN
              IF WS-IN-LEN = 0
                 MOVE "Message cannot be blank." TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
              ELSE
                 MOVE INPUT-RECORD TO WS-MSG-TEXT
                 MOVE "Y" TO WS-VALID-INPUT
              END-IF
           END-PERFORM

           IF WS-EOF = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE WS-MSG-TEXT TO WS-SCREEN-TEXT
           PERFORM SCREEN-CONTENT-TEXT
           IF WS-SCREEN-FLAGGED = "Y"
              MOVE "C" TO WS-QU-TYPE
              MOVE WS-GCV-ID(WS-GCV-PICK) TO WS-QU-TARGET
              MOVE SPACES TO WS-QU-EXTRA
              PERFORM WRITE-QUARANTINE-RECORD
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONVOMSG-RECORD
           MOVE WS-GCV-ID(WS-GCV-PICK) TO CM-CONVO-ID
           MOVE WS-USERNAME TO CM-SENDER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CM-TIMESTAMP
           MOVE WS-MSG-TEXT TO CM-CONTENT
           PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
             UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
              MOVE WS-GCV-FLAG(WS-GCV-SLOT) TO
                CM-READ-FLAG(WS-GCV-SLOT)
           END-PERFORM

           OPEN EXTEND CONVOMSGS-FILE
           IF WS-CONVMSG-STATUS = "35"
              OPEN OUTPUT CONVOMSGS-FILE
              IF WS-CONVMSG-STATUS = "00"
                 CLOSE CONVOMSGS-FILE
              END-IF
              OPEN EXTEND CONVOMSGS-FILE
           END-IF

           IF WS-CONVMSG-STATUS NOT = "00"
              AND WS-CONVMSG-STATUS NOT = "05"
              MOVE "Unable to save message." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
           END-IF

           WRITE CONVOMSG-RECORD
           CLOSE CONVOMSGS-FILE

      *> Each delivered copy counts against the daily limits.
           PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
             UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
              IF WS-GCV-FLAG(WS-GCV-SLOT) = "N"
                 MOVE WS-GCV-MEMBER(WS-GCV-PICK, WS-GCV-SLOT) TO
                   WS-MSG-RECIPIENT
                 PERFORM RECORD-MESSAGE-SENT
              END-IF
           END-PERFORM

           MOVE "Message sent to the group." TO OUTPUT-RECORD
           PERFORM PRINT-LINE.

       CHECK-CONVO-RATE-LIMIT.
      *> CHECK-MESSAGE-RATE-LIMIT for a group: every recipient flagged
      *> N in WS-GCV-FLAGS must be under the per-recipient limit, and
      *> the whole send must fit under the sender's daily total.
           MOVE "Y" TO WS-RATE-OK
           MOVE 0 TO WS-RATE-TOTAL-USED
           PERFORM LOAD-MSGLIMIT-TABLE

           PERFORM VARYING WS-ML-IDX FROM 1 BY 1
             UNTIL WS-ML-IDX > WS-ML-COUNT-ROWS
              IF WS-ML-SENDER(WS-ML-IDX) = WS-USERNAME
                 ADD WS-ML-COUNT(WS-ML-IDX) TO WS-RATE-TOTAL-USED
              END-IF
           END-PERFORM

           PERFORM VARYING WS-GCV-SLOT FROM 1 BY 1
             UNTIL WS-GCV-SLOT > WS-GCV-MAX-MEMBERS
               OR WS-RATE-OK NOT = "Y"
              IF WS-GCV-FLAG(WS-GCV-SLOT) = "N"
                 MOVE 0 TO WS-RATE-RECIP-USED
                 PERFORM VARYING WS-ML-IDX FROM 1 BY 1
                   UNTIL WS-ML-IDX > WS-ML-COUNT-ROWS
                    IF WS-ML-SENDER(WS-ML-IDX) = WS-USERNAME
                       AND WS-ML-RECIPIENT(WS-ML-IDX) =
                         WS-GCV-MEMBER(WS-GCV-PICK, WS-GCV-SLOT)
                       ADD WS-ML-COUNT(WS-ML-IDX) TO
                         WS-RATE-RECIP-USED
                    END-IF
                 END-PERFORM
                 IF WS-RATE-RECIP-USED >= WS-RATE-RECIP-LIMIT
                    MOVE "N" TO WS-RATE-OK
                    MOVE SPACES TO OUTPUT-RECORD
                    STRING "You have already messaged " DELIMITED BY
                             SIZE
                           FUNCTION TRIM(
                             WS-GCV-MEMBER(WS-GCV-PICK, WS-GCV-SLOT))
                             DELIMITED BY SIZE
                           " several times today." DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
                    END-STRING
                    PERFORM PRINT-LINE
                    MOVE "Please wait until tomorrow to post here." TO
                      OUTPUT-RECORD
                    PERFORM PRINT-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RATE-OK NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           IF WS-RATE-TOTAL-USED + WS-GCV-RECIP-COUNT >
              WS-RATE-TOTAL-LIMIT
              MOVE "N" TO WS-RATE-OK
              MOVE "You have reached today's message limit." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "Please try again tomorrow." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
           END-IF.
