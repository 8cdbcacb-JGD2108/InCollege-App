      *> Nightly deadline reminders for bookmarked jobs. Joins
      *> BOOKMARKS.DAT to JOBS.DAT, finds bookmarked postings whose
      *> deadline falls within the next N days (default 7,
      *> overridable on the command line; campus holidays in
      *> ACADCAL.DAT do not count toward N) where the user has not
      *> applied, and sends a reminder message naming the job title,
      *> employer and exact deadline. Each reminder is recorded in
      *> DELIVERYLEDGER.DAT against the run date and posting, so a
      *> same-day rerun does not remind again; FORCE on the command
      *> line resends deliberately.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILLOG-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

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
       FD BOOKMARKS-FILE.
             05 JOB-POSTED-DATE PIC X(8).
             05 JOB-DEADLINE PIC X(8).
             05 JOB-REVIEW-STATUS PIC X(1).
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
             05 ML2-TYPE PIC X(4).
             05 ML2-QUEUED-TS PIC X(14).

       FD ACADCAL-FILE.
           01 ACADCAL-RECORD.
             05 AC-TYPE PIC X(1).
             05 AC-CODE PIC X(6).
             05 AC-START PIC X(8).
             05 AC-END PIC X(8).
             05 AC-NAME PIC X(30).

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
         77 WS-LIMIT-NUM PIC 9(8).
         77 WS-LIMIT-STAMP PIC X(8).

         77 WS-ACADCAL-STATUS PIC XX.
         01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
             10 WS-HOL-START-INT PIC S9(9).
             10 WS-HOL-END-INT PIC S9(9).
         77 WS-HOL-COUNT PIC 9(4) VALUE 0.
         77 WS-HOL-IDX PIC 9(4) VALUE 0.
         77 WS-HOL-LO PIC S9(9).
         77 WS-HOL-HI PIC S9(9).
         77 WS-HOL-DAYS PIC S9(9) VALUE 0.
         77 WS-HOL-DAYS-PREV PIC S9(9) VALUE 0.
         77 WS-HOL-PASS PIC 9(2) VALUE 0.

         77 WS-BM-USER PIC X(12).
         77 WS-BM-JOB PIC X(12).
         77 WS-JOB-FOUND PIC X VALUE "N".
         77 WS-HAS-APPLIED PIC X VALUE "N".
         77 WS-REMINDERS-SENT PIC 9(4) VALUE 0.
         77 WS-MSG-TEXT PIC X(200).
      *> Delivery ledger for this run period (see DELIVERYLEDGER.DAT)
         77 WS-LEDGER-STATUS PIC XX.
         77 WS-LEDGER-EOF PIC X VALUE "N".
         77 WS-LEDGER-FAILED PIC X VALUE "N".
         77 WS-LEDGER-PERIOD PIC X(8).
         77 WS-LEDGER-KIND PIC X(8) VALUE "DEADLINE".
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
           PERFORM PARSE-COMMAND-LINE
           MOVE WS-CMD-ARG TO WS-WINDOW-ARG
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-WINDOW-ARG)) > 0
             AND FUNCTION TRIM(WS-WINDOW-ARG) IS NUMERIC
             COMPUTE WS-WINDOW-DAYS =
             (WS-TODAY-NUM)
           COMPUTE WS-LIMIT-INTEGER =
             WS-TODAY-INTEGER + WS-WINDOW-DAYS
           PERFORM LOAD-HOLIDAYS
           PERFORM EXTEND-LIMIT-FOR-HOLIDAYS
           COMPUTE WS-LIMIT-NUM = FUNCTION DATE-OF-INTEGER
             (WS-LIMIT-INTEGER)
           MOVE WS-LIMIT-NUM TO WS-LIMIT-STAMP

           MOVE WS-TODAY-STAMP TO WS-LEDGER-PERIOD
           PERFORM LOAD-DELIVERY-LEDGER
           IF WS-LEDGER-FAILED = "Y"
             DISPLAY "Delivery ledger unreadable or over its table; "
               "no reminders sent (fail closed)."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT BOOKMARKS-FILE
           IF WS-BOOKMARKS-STATUS NOT = "00"
           CLOSE BOOKMARKS-FILE

           DISPLAY "Bookmark reminders complete: " WS-REMINDERS-SENT
             " reminder(s) sent, " WS-DUP-SKIPPED
             " already sent today."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "delivered " DELIMITED BY SIZE
                  WS-REMINDERS-SENT DELIMITED BY SIZE
                  " dup-skipped " DELIMITED BY SIZE
                  WS-DUP-SKIPPED DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS NOT = "00"
             IF WS-ACADCAL-STATUS = "05"
               CLOSE ACADCAL-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ ACADCAL-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF AC-TYPE = "H" AND WS-HOL-COUNT < 100
                   AND AC-START IS NUMERIC
                   AND AC-END IS NUMERIC
                   ADD 1 TO WS-HOL-COUNT
                   COMPUTE WS-HOL-START-INT(WS-HOL-COUNT) =
                     FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AC-START))
                   COMPUTE WS-HOL-END-INT(WS-HOL-COUNT) =
                     FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AC-END))
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ACADCAL-FILE
           MOVE "N" TO WS-SCAN-EOF.

       EXTEND-LIMIT-FOR-HOLIDAYS.
      *> Holiday days inside the window push its end out day for
      *> day; repeated while the pushed-out end takes in more.
           MOVE 0 TO WS-HOL-DAYS-PREV
           MOVE 0 TO WS-HOL-PASS
           PERFORM UNTIL WS-HOL-PASS >= 20
             ADD 1 TO WS-HOL-PASS
             MOVE 0 TO WS-HOL-DAYS
             PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
               MOVE WS-HOL-START-INT(WS-HOL-IDX) TO WS-HOL-LO
               IF WS-HOL-LO <= WS-TODAY-INTEGER
                 COMPUTE WS-HOL-LO = WS-TODAY-INTEGER + 1
               END-IF
               MOVE WS-HOL-END-INT(WS-HOL-IDX) TO WS-HOL-HI
               IF WS-HOL-HI > WS-LIMIT-INTEGER
                 MOVE WS-LIMIT-INTEGER TO WS-HOL-HI
               END-IF
               IF WS-HOL-HI >= WS-HOL-LO
                 COMPUTE WS-HOL-DAYS =
                   WS-HOL-DAYS + WS-HOL-HI - WS-HOL-LO + 1
               END-IF
             END-PERFORM
             IF WS-HOL-DAYS = WS-HOL-DAYS-PREV
               MOVE 20 TO WS-HOL-PASS
             ELSE
               COMPUTE WS-LIMIT-INTEGER = WS-LIMIT-INTEGER
                 + WS-HOL-DAYS - WS-HOL-DAYS-PREV
               MOVE WS-HOL-DAYS TO WS-HOL-DAYS-PREV
             END-IF
           END-PERFORM.

       CHECK-ONE-BOOKMARK.
           PERFORM LOOKUP-BOOKMARKED-JOB
           IF WS-JOB-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-BM-USER TO WS-LEDGER-RECIPIENT
           MOVE WS-BM-JOB TO WS-LEDGER-ITEM
           PERFORM CHECK-DELIVERY-LEDGER
           IF WS-ALREADY-DELIVERED = "Y"
             ADD 1 TO WS-DUP-SKIPPED
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MSG-TEXT
           STRING "Reminder: your bookmarked job " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-TITLE-HOLD) DELIMITED BY SIZE
           MOVE "N" TO MSG-READ-FLAG
           MOVE "N" TO MSG-DELETED-FLAG
           WRITE MESSAGE-RECORD
           PERFORM RECORD-DELIVERY
      *> Email-too users also get the reminder through the campus
      *> mail gateway (digest-only users wait for the digest).
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

       END PROGRAM BOOKMARKREMINDERS.
