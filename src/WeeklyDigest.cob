      *> connection requests currently waiting on the user, and
      *> delivers a short personal digest into MESSAGES.DAT so it
      *> shows in the inbox with the unread counter. Users with no
      *> activity get no message. Each digest is recorded in
      *> DELIVERYLEDGER.DAT against the week (its Monday), so a
      *> rerun in the same week only reaches users not yet sent one;
      *> FORCE on the command line resends deliberately.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.

           SELECT OPTIONAL USERS-FILE
               ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILLOG-STATUS.

           SELECT OPTIONAL DELIVERYLEDGER-FILE
               ASSIGN TO "DELIVERYLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PREFERENCES-FILE.
             05 PF-DESIRED-LOC PIC X(30).
             05 PF-NO-EXTRACT PIC X(1).

       FD USERS-FILE.
           01 USER-RECORD.
             05 USERNAME PIC X(12).
             05 RECIPIENT-USERNAME PIC X(12).
             05 REQUEST-STATUS PIC X.
             05 REQUEST-DECISION-DATE PIC X(8).
             05 REQUEST-SENT-DATE PIC X(8).
             05 REQUEST-REMINDED PIC X.
             05 REQUEST-ORIGIN PIC X.

       FD ENDORSEMENTS-FILE.
           01 ENDORSEMENT-RECORD.
             05 ML2-TYPE PIC X(4).
             05 ML2-QUEUED-TS PIC X(14).

      *> One row per message delivered: run period, recipient and
      *> message kind/item. A rerun in the same period skips what is
      *> already here unless FORCE is given on the command line.
       FD DELIVERYLEDGER-FILE.
           01 DELIVERYLEDGER-RECORD.
             05 DL-PERIOD PIC X(8).
             05 DL-RECIPIENT PIC X(12).
             05 DL-KIND PIC X(8).
             05 DL-ITEM PIC X(32).
             05 DL-DELIVERED-TS PIC X(14).
             05 DL-FORCED PIC X(1).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-MAILPREFS-STATUS PIC XX.
         77 WS-MAILQUEUE-STATUS PIC XX.
         77 WS-WEEK-INTEGER PIC S9(9).
         77 WS-WEEK-NUM PIC 9(8).
         77 WS-WEEK-STAMP PIC X(8).
         77 WS-PERIOD-INTEGER PIC S9(9).
         77 WS-PERIOD-NUM PIC 9(8).

         77 WS-CURRENT-USER PIC X(12).
         77 WS-VIEWS-7D PIC 9(4) VALUE 0.
         77 WS-IS-SUPPRESSED PIC X VALUE "N".
         77 WS-SUPPRESSED-ROWS PIC 9(4) VALUE 0.

      *> Row handed to AUDITCHAIN, which numbers it and chains it
      *> to the row before it in AUDIT.DAT
         01 WS-AUDIT-CHAIN.
           05 WS-AC-FUNCTION PIC X(1).
           05 WS-AC-ROW.
             10 WS-AC-TIMESTAMP PIC X(14).
             10 WS-AC-ACTOR PIC X(12).
             10 WS-AC-ACTION PIC X(12).
             10 WS-AC-TARGET PIC X(12).
             10 WS-AC-BEFORE-VALUE PIC X(30).
             10 WS-AC-SECOND-ACTOR PIC X(12).
           05 WS-AC-PREV-DIGEST PIC X(16).
           05 WS-AC-SEQ PIC 9(8).
           05 WS-AC-DIGEST PIC X(16).
           05 WS-AC-STATUS PIC XX.

         77 WS-MSG-TEXT PIC X(200).
         77 WS-N1 PIC ZZZ9.
         77 WS-N2 PIC ZZZ9.
         77 WS-N3 PIC ZZZ9.
         77 WS-N4 PIC ZZZ9.
      *> Delivery ledger for this run period (see DELIVERYLEDGER.DAT)
         77 WS-LEDGER-STATUS PIC XX.
         77 WS-LEDGER-EOF PIC X VALUE "N".
         77 WS-LEDGER-FAILED PIC X VALUE "N".
         77 WS-LEDGER-PERIOD PIC X(8).
         77 WS-LEDGER-KIND PIC X(8) VALUE "DIGEST".
         77 WS-LEDGER-RECIPIENT PIC X(12).
         77 WS-LEDGER-ITEM PIC X(32).
         77 WS-MAX-LEDGER PIC 9(5) VALUE 5000.
         01 WS-LEDGER-TABLE.
           05 WS-LDG-ENTRY OCCURS 5000 TIMES.
             10 WS-LDG-RECIPIENT PIC X(12).
             10 WS-LDG-ITEM PIC X(32).
         77 WS-LDG-COUNT PIC 9(5) VALUE 0.
         77 WS-LDG-IDX PIC 9(5) VALUE 0.
         77 WS-ALREADY-DELIVERED PIC X VALUE "N".
         77 WS-FORCE-RESEND PIC X VALUE "N".
         77 WS-DUP-SKIPPED PIC 9(4) VALUE 0.
         77 WS-COMMAND-LINE PIC X(80).
         77 WS-CMD-TOKEN-1 PIC X(20).
         77 WS-CMD-TOKEN-2 PIC X(20).
         77 WS-CMD-ARG PIC X(20).
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           COMPUTE WS-WEEK-NUM = FUNCTION DATE-OF-INTEGER
             (WS-WEEK-INTEGER)
           MOVE WS-WEEK-NUM TO WS-WEEK-STAMP
      *> Day 1 of the integer calendar is a Monday.
           COMPUTE WS-PERIOD-INTEGER = WS-TODAY-INTEGER
             - FUNCTION MOD(WS-TODAY-INTEGER - 1, 7)
           COMPUTE WS-PERIOD-NUM = FUNCTION DATE-OF-INTEGER
             (WS-PERIOD-INTEGER)
           MOVE WS-PERIOD-NUM TO WS-LEDGER-PERIOD
           PERFORM PARSE-COMMAND-LINE

           PERFORM LOAD-SUPPRESS-LIST
           IF WS-FENCE-OVERFLOW = "Y"
             GOBACK
           END-IF

           PERFORM LOAD-DELIVERY-LEDGER
           IF WS-LEDGER-FAILED = "Y"
             DISPLAY "Delivery ledger unreadable or over its table; "
               "no digests sent (fail closed)."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
             DISPLAY "USERS.DAT not available; no digests sent."

           DISPLAY "Weekly digest complete: " WS-DIGESTS-SENT
             " digest(s) delivered, " WS-SUPPRESSED-ROWS
             " suppressed by preference, " WS-DUP-SKIPPED
             " already sent this week."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "delivered " DELIMITED BY SIZE
                  WS-DIGESTS-SENT DELIMITED BY SIZE
                  " dup-skipped " DELIMITED BY SIZE
                  WS-DUP-SKIPPED DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

           MOVE "N" TO WS-PREFS-EOF.

       WRITE-SUPPRESSION-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "DIGEST" TO WS-AC-ACTOR
           MOVE "SUPPRESS" TO WS-AC-ACTION
           MOVE "WEEKLYDIGEST" TO WS-AC-TARGET
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-SUPPRESSED-ROWS DELIMITED BY SIZE
                  " digest(s) suppressed" DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       BUILD-ONE-DIGEST.
           MOVE WS-CURRENT-USER TO WS-LEDGER-RECIPIENT
           MOVE SPACES TO WS-LEDGER-ITEM
           PERFORM CHECK-DELIVERY-LEDGER
           IF WS-ALREADY-DELIVERED = "Y"
             ADD 1 TO WS-DUP-SKIPPED
             EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-WEEK-VIEWS
           PERFORM COUNT-WEEK-CONNECTIONS
           PERFORM COUNT-WEEK-ENDORSEMENTS
           MOVE "N" TO MSG-READ-FLAG
           MOVE "N" TO MSG-DELETED-FLAG
           WRITE MESSAGE-RECORD
           PERFORM RECORD-DELIVERY
      *> Digest-only and email-too users also get the digest handed
      *> to the campus mail gateway.
           MOVE MSG-RECIPIENT TO WS-MAIL-RECIPIENT
             CLOSE MAILLOG-FILE
           END-IF.

       PARSE-COMMAND-LINE.
      *> FORCE may be given before or after the step's own argument.
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE SPACES TO WS-CMD-TOKEN-1
           MOVE SPACES TO WS-CMD-TOKEN-2
           MOVE SPACES TO WS-CMD-ARG
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) > 0
             UNSTRING FUNCTION TRIM(WS-COMMAND-LINE) DELIMITED BY
               ALL " "
               INTO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2
             END-UNSTRING
             INSPECT WS-CMD-TOKEN-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             INSPECT WS-CMD-TOKEN-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

           IF WS-CMD-TOKEN-1 = "FORCE"
             MOVE "Y" TO WS-FORCE-RESEND
             MOVE WS-CMD-TOKEN-2 TO WS-CMD-ARG
           ELSE
             MOVE WS-CMD-TOKEN-1 TO WS-CMD-ARG
             IF WS-CMD-TOKEN-2 = "FORCE"
               MOVE "Y" TO WS-FORCE-RESEND
             END-IF
           END-IF.
       LOAD-DELIVERY-LEDGER.
      *> Only this period's rows of this step's kind are kept. An
      *> unreadable or overfull ledger fails closed: nothing goes
      *> out rather than risk sending it twice.
           MOVE 0 TO WS-LDG-COUNT
           MOVE "N" TO WS-LEDGER-EOF
           MOVE "N" TO WS-LEDGER-FAILED

           OPEN INPUT DELIVERYLEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
             IF WS-LEDGER-STATUS = "05"
               CLOSE DELIVERYLEDGER-FILE
             ELSE
               MOVE "Y" TO WS-LEDGER-FAILED
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LEDGER-EOF = "Y"
             READ DELIVERYLEDGER-FILE
               AT END
                 MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                 IF DL-PERIOD = WS-LEDGER-PERIOD
                   AND DL-KIND = WS-LEDGER-KIND
                   IF WS-LDG-COUNT < WS-MAX-LEDGER
                     ADD 1 TO WS-LDG-COUNT
                     MOVE DL-RECIPIENT TO
                       WS-LDG-RECIPIENT(WS-LDG-COUNT)
                     MOVE DL-ITEM TO WS-LDG-ITEM(WS-LDG-COUNT)
                   ELSE
                     MOVE "Y" TO WS-LEDGER-FAILED
                     MOVE "Y" TO WS-LEDGER-EOF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE DELIVERYLEDGER-FILE
           MOVE "N" TO WS-LEDGER-EOF.

       CHECK-DELIVERY-LEDGER.
           MOVE "N" TO WS-ALREADY-DELIVERED
           IF WS-FORCE-RESEND = "Y"
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
             UNTIL WS-LDG-IDX > WS-LDG-COUNT
               OR WS-ALREADY-DELIVERED = "Y"
             IF WS-LDG-RECIPIENT(WS-LDG-IDX) = WS-LEDGER-RECIPIENT
               AND WS-LDG-ITEM(WS-LDG-IDX) = WS-LEDGER-ITEM
               MOVE "Y" TO WS-ALREADY-DELIVERED
             END-IF
           END-PERFORM.

       RECORD-DELIVERY.
           OPEN EXTEND DELIVERYLEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
             OPEN OUTPUT DELIVERYLEDGER-FILE
             IF WS-LEDGER-STATUS = "00"
               CLOSE DELIVERYLEDGER-FILE
             END-IF
             OPEN EXTEND DELIVERYLEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
             AND WS-LEDGER-STATUS NOT = "05"
             DISPLAY "Unable to record delivery to "
               FUNCTION TRIM(WS-LEDGER-RECIPIENT)
               " in DELIVERYLEDGER.DAT (status " WS-LEDGER-STATUS
               "); a rerun may send it again."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-LEDGER-PERIOD TO DL-PERIOD
           MOVE WS-LEDGER-RECIPIENT TO DL-RECIPIENT
           MOVE WS-LEDGER-KIND TO DL-KIND
           MOVE WS-LEDGER-ITEM TO DL-ITEM
           MOVE FUNCTION CURRENT-DATE(1:14) TO DL-DELIVERED-TS
           MOVE WS-FORCE-RESEND TO DL-FORCED
           WRITE DELIVERYLEDGER-RECORD
           CLOSE DELIVERYLEDGER-FILE

           IF WS-LDG-COUNT < WS-MAX-LEDGER
             ADD 1 TO WS-LDG-COUNT
             MOVE WS-LEDGER-RECIPIENT TO
               WS-LDG-RECIPIENT(WS-LDG-COUNT)
             MOVE WS-LEDGER-ITEM TO WS-LDG-ITEM(WS-LDG-COUNT)
           END-IF.

       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             CLOSE STEPSUMMARY-FILE
           END-IF.

       END PROGRAM WEEKLYDIGEST.
