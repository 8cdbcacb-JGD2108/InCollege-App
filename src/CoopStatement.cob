      *> student's approved hours for the term, by placement, with
      *> pending and disputed (frozen) entries called out. The term
      *> (e.g. 2026FA) may be given on the command line; it defaults
      *> to the academic-calendar (ACADCAL.DAT) term today falls in.
      *> Pending entries older than two weeks escalate with a
      *> notification to the posting's employer so reviews do not
      *> stall. Escalations are recorded in DELIVERYLEDGER.DAT against
      *> the run date and entry, so a same-day rerun reprints the
      *> statement without escalating again; FORCE on the command
      *> line resends deliberately.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
       FD COOPHOURS-FILE.
             05 JOB-POSTED-DATE PIC X(8).
             05 JOB-DEADLINE PIC X(8).
             05 JOB-REVIEW-STATUS PIC X(1).
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD NOTIFICATIONS-FILE.
           01 NOTIFICATION-RECORD.
             05 NOTIF-TEXT PIC X(60).
             05 NOTIF-SEEN PIC X(1).

       FD ACADCAL-FILE.
           01 ACADCAL-RECORD.
             05 AC-TYPE PIC X(1).
             05 AC-CODE PIC X(6).
             05 AC-START PIC X(8).
             05 AC-END PIC X(8).
             05 AC-NAME PIC X(30).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

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
         77 WS-COOPHOURS-STATUS PIC XX.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-NOTIF-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-ACADCAL-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-ESC-POSTER PIC X(12).
         77 WS-LOOKUP-JOB PIC X(12).
         77 WS-SCAN-EOF PIC X VALUE "N".
      *> Delivery ledger for this run period (see DELIVERYLEDGER.DAT)
         77 WS-LEDGER-STATUS PIC XX.
         77 WS-LEDGER-EOF PIC X VALUE "N".
         77 WS-LEDGER-FAILED PIC X VALUE "N".
         77 WS-LEDGER-PERIOD PIC X(8).
         77 WS-LEDGER-KIND PIC X(8) VALUE "COOPESC".
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
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-TODAY-STAMP))

           PERFORM PARSE-COMMAND-LINE
           MOVE WS-CMD-ARG TO WS-TERM-ARG
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-TERM-ARG)) = 6
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TERM-ARG))
               TO WS-TERM
             PERFORM DERIVE-CURRENT-TERM
           END-IF

      *> Without a trustworthy ledger the statement is still
      *> written but nothing is escalated.
           MOVE WS-TODAY-STAMP TO WS-LEDGER-PERIOD
           PERFORM LOAD-DELIVERY-LEDGER

           PERFORM ROLL-UP-TERM-ENTRIES

           MOVE SPACES TO WS-REPORT-FILENAME

           DISPLAY "Co-op statement for " WS-TERM " written to "
             FUNCTION TRIM(WS-REPORT-FILENAME) "; "
             WS-ESCALATIONS " stalled review(s) escalated, "
             WS-DUP-SKIPPED " already escalated today."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "delivered " DELIMITED BY SIZE
                  WS-ESCALATIONS DELIMITED BY SIZE
                  " dup-skipped " DELIMITED BY SIZE
                  WS-DUP-SKIPPED DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           IF WS-LEDGER-FAILED = "Y"
             DISPLAY "Delivery ledger unreadable or over its table; "
               "no reviews escalated (fail closed)."
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       DERIVE-CURRENT-TERM.
      *> The calendar term covering today; outside the calendar,
      *> Jan-May = spring, Jun-Aug = summer, Sep-Dec = fall.
           MOVE SPACES TO WS-TERM
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS = "00"
             PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ACADCAL-FILE
                 AT END
                   MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END
                   IF AC-TYPE = "T"
                     AND AC-START <= WS-TODAY-STAMP
                     AND AC-END >= WS-TODAY-STAMP
                     MOVE AC-CODE TO WS-TERM
                     MOVE "Y" TO WS-SCAN-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACADCAL-FILE
           ELSE
             IF WS-ACADCAL-STATUS = "05"
               CLOSE ACADCAL-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           IF WS-TERM NOT = SPACES
             EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MONTH =
             FUNCTION NUMVAL(WS-TODAY-STAMP(5:2))
           IF WS-MONTH >= 9
           END-EVALUATE.

       CHECK-STALLED-REVIEW.
           IF WS-LEDGER-FAILED = "Y"
             EXIT PARAGRAPH
           END-IF
           IF CH-WORK-DATE IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
             EXIT PARAGRAPH
           END-IF

           MOVE WS-ESC-POSTER TO WS-LEDGER-RECIPIENT
           MOVE SPACES TO WS-LEDGER-ITEM
           STRING CH-USERNAME DELIMITED BY SIZE
                  CH-JOB-ID DELIMITED BY SIZE
                  CH-WORK-DATE DELIMITED BY SIZE
             INTO WS-LEDGER-ITEM
           END-STRING
           PERFORM CHECK-DELIVERY-LEDGER
           IF WS-ALREADY-DELIVERED = "Y"
             ADD 1 TO WS-DUP-SKIPPED
             EXIT PARAGRAPH
           END-IF

           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NOTIF-STATUS = "35"
             OPEN OUTPUT NOTIFICATIONS-FILE
           MOVE "N" TO NOTIF-SEEN
           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFICATIONS-FILE
           PERFORM RECORD-DELIVERY
           ADD 1 TO WS-ESCALATIONS.

       LOOKUP-POSTER.
           END-STRING
           WRITE REPORT-LINE.

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

       END PROGRAM COOPSTATEMENT.
