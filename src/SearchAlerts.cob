      *> day, overridable on the command line) and that match the
      *> search's keyword/location filter, then delivers a "new jobs
      *> match your search" message into MESSAGES.DAT so it shows in
      *> the user's inbox with the unread counter. Postings the
      *> searcher cannot apply to under the JOBELIG.DAT rules
      *> (graduation year, major, alumni) are not counted. Each
      *> alert is recorded in DELIVERYLEDGER.DAT against the run date
      *> and search name, so a same-day rerun does not alert again;
      *> FORCE on the command line resends deliberately.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCHMISS-STATUS.

           SELECT OPTIONAL JOBELIG-FILE
               ASSIGN TO "JOBELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBELIG-STATUS.

           SELECT OPTIONAL PROFILES-FILE
               ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL USERS-FILE
               ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT OPTIONAL MESSAGES-FILE
               ASSIGN TO "MESSAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.

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
       FD SEARCHMISS-FILE.
             05 SS-KEYWORD PIC X(30).
             05 SS-LOCATION PIC X(30).
             05 SS-CREATED-DATE PIC X(8).
             05 SS-WORK-MODE PIC X(1).

       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD JOBELIG-FILE.
           01 JOBELIG-RECORD.
             05 JE-JOB-ID PIC X(12).
             05 JE-GRAD-FROM PIC 9(4).
             05 JE-GRAD-TO PIC 9(4).
             05 JE-ALUMNI PIC X(1).
             05 JE-MAJOR PIC X(30) OCCURS 5 TIMES.

       FD PROFILES-FILE.
           01 PROFILE-RECORD.
             05 PROFILE-USERNAME PIC X(12).
             05 PROFILE-FIRST-NAME PIC X(20).
             05 PROFILE-LAST-NAME PIC X(20).
             05 PROFILE-COLLEGE PIC X(30).
             05 PROFILE-MAJOR PIC X(30).
             05 PROFILE-GRAD-YEAR PIC 9(4).
             05 PROFILE-ABOUT-ME PIC X(500).
             05 PROFILE-CAMPUS PIC X(4).

       FD USERS-FILE.
           01 USER-RECORD.
             05 USERNAME PIC X(12).
             05 USER-PASSWORD PIC X(12).
             05 USER-SEC-QUESTION PIC X(60).
             05 USER-SEC-ANSWER PIC X(30).
             05 USER-ACTIVE PIC X(1).
             05 USER-ACCOUNT-TYPE PIC X(1).

       FD MESSAGES-FILE.
           01 MESSAGE-RECORD.
             05 MSG-READ-FLAG PIC X.
             05 MSG-DELETED-FLAG PIC X.

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
         77 WS-SAVEDSEARCH-STATUS PIC XX.
         77 WS-SEARCHMISS-STATUS PIC XX.
             10 WS-SRCH-NAME PIC X(20).
             10 WS-SRCH-KEYWORD PIC X(30).
             10 WS-SRCH-LOCATION PIC X(30).
             10 WS-SRCH-GRAD-YEAR PIC 9(4).
             10 WS-SRCH-MAJOR PIC X(30).
             10 WS-SRCH-ALUMNI PIC X(1).
             10 WS-SRCH-WORK-MODE PIC X(1).
         77 WS-SRCH-COUNT PIC 9(4) VALUE 0.
         77 WS-SRCH-IDX PIC 9(4) VALUE 0.

         77 WS-ALERTS-SENT PIC 9(4) VALUE 0.
         77 WS-JOB-IS-MATCH PIC X VALUE "N".

      *> Posting eligibility rules, keyed by posting id
         77 WS-JOBELIG-STATUS PIC XX.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-USERS-STATUS PIC XX.
         77 WS-MAX-ELIG PIC 9(4) VALUE 1000.
         01 WS-ELIG-TABLE.
           05 WS-ELIG-ENTRY OCCURS 1000 TIMES.
             10 WS-ELIG-JOB-ID PIC X(12).
             10 WS-ELIG-GRAD-FROM PIC 9(4).
             10 WS-ELIG-GRAD-TO PIC 9(4).
             10 WS-ELIG-ALUMNI PIC X(1).
             10 WS-ELIG-MAJOR PIC X(30) OCCURS 5 TIMES.
         77 WS-ELIG-COUNT PIC 9(4) VALUE 0.
         77 WS-ELIG-IDX PIC 9(4) VALUE 0.
         77 WS-ELIG-HIT PIC 9(4) VALUE 0.
         77 WS-EL-IDX PIC 9 VALUE 0.

      *> Case-insensitive substring matcher (same behavior as the
      *> interactive browse filter)
         77 WS-FILTER-HAYSTACK PIC X(100).

         77 WS-MSG-TEXT PIC X(200).
         77 WS-COUNT-TEXT PIC ZZZ9.
      *> Delivery ledger for this run period (see DELIVERYLEDGER.DAT)
         77 WS-LEDGER-STATUS PIC XX.
         77 WS-LEDGER-EOF PIC X VALUE "N".
         77 WS-LEDGER-FAILED PIC X VALUE "N".
         77 WS-LEDGER-PERIOD PIC X(8).
         77 WS-LEDGER-KIND PIC X(8) VALUE "SEARCH".
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
           PERFORM DETERMINE-LOOKBACK-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-TODAY-STAMP TO WS-LEDGER-PERIOD
           PERFORM LOAD-DELIVERY-LEDGER
           IF WS-LEDGER-FAILED = "Y"
             DISPLAY "Delivery ledger unreadable or over its table; "
               "no alerts sent (fail closed)."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-SAVED-SEARCHES

           IF WS-SRCH-COUNT = 0
             GOBACK
           END-IF

           PERFORM LOAD-JOB-ELIGIBILITY
           IF WS-ELIG-COUNT > 0
             PERFORM LOAD-SEARCHER-PROFILES
             PERFORM LOAD-SEARCHER-ACCOUNTS
           END-IF

           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
             UNTIL WS-SRCH-IDX > WS-SRCH-COUNT
             PERFORM COUNT-NEW-MATCHES
             IF WS-NEW-MATCH-COUNT > 0
               MOVE WS-SRCH-USERNAME(WS-SRCH-IDX) TO
                 WS-LEDGER-RECIPIENT
               MOVE WS-SRCH-NAME(WS-SRCH-IDX) TO WS-LEDGER-ITEM
               PERFORM CHECK-DELIVERY-LEDGER
               IF WS-ALREADY-DELIVERED = "Y"
                 ADD 1 TO WS-DUP-SKIPPED
               ELSE
                 PERFORM SEND-ALERT-MESSAGE
                 ADD 1 TO WS-ALERTS-SENT
               END-IF
             ELSE
               PERFORM LOG-ALERT-MISS
             END-IF
           END-PERFORM

           DISPLAY "Search alerts complete: " WS-ALERTS-SENT
             " alert(s) sent for " WS-SRCH-COUNT " saved search(es), "
             WS-DUP-SKIPPED " already sent today."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "delivered " DELIMITED BY SIZE
                  WS-ALERTS-SENT DELIMITED BY SIZE
                  " dup-skipped " DELIMITED BY SIZE
                  WS-DUP-SKIPPED DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       DETERMINE-LOOKBACK-DAYS.
           PERFORM PARSE-COMMAND-LINE
           MOVE WS-CMD-ARG TO WS-LOOKBACK-ARG
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-LOOKBACK-ARG)) > 0
               AND FUNCTION TRIM(WS-LOOKBACK-ARG) IS NUMERIC
               COMPUTE WS-LOOKBACK-DAYS =
                   MOVE SS-NAME TO WS-SRCH-NAME(WS-SRCH-COUNT)
                   MOVE SS-KEYWORD TO WS-SRCH-KEYWORD(WS-SRCH-COUNT)
                   MOVE SS-LOCATION TO WS-SRCH-LOCATION(WS-SRCH-COUNT)
                   MOVE SS-WORK-MODE TO
                     WS-SRCH-WORK-MODE(WS-SRCH-COUNT)
                   MOVE 0 TO WS-SRCH-GRAD-YEAR(WS-SRCH-COUNT)
                   MOVE SPACES TO WS-SRCH-MAJOR(WS-SRCH-COUNT)
                   MOVE "N" TO WS-SRCH-ALUMNI(WS-SRCH-COUNT)
                 END-IF
             END-READ
           END-PERFORM
             END-IF
           END-IF

      *> A posting with no work mode recorded is on-site.
           IF WS-JOB-IS-MATCH = "Y"
             AND WS-SRCH-WORK-MODE(WS-SRCH-IDX) NOT = SPACES
             IF JOB-WORK-MODE = SPACES
               IF WS-SRCH-WORK-MODE(WS-SRCH-IDX) NOT = "O"
                 MOVE "N" TO WS-JOB-IS-MATCH
               END-IF
             ELSE
               IF JOB-WORK-MODE NOT = WS-SRCH-WORK-MODE(WS-SRCH-IDX)
                 MOVE "N" TO WS-JOB-IS-MATCH
               END-IF
             END-IF
           END-IF

           IF WS-JOB-IS-MATCH = "Y"
             PERFORM CHECK-JOB-ELIGIBLE
           END-IF

           IF WS-JOB-IS-MATCH = "Y"
             ADD 1 TO WS-NEW-MATCH-COUNT
           END-IF.

       LOAD-JOB-ELIGIBILITY.
      *> A later row for the same posting replaces the earlier one.
           MOVE 0 TO WS-ELIG-COUNT
           MOVE "N" TO WS-JOBS-EOF
           OPEN INPUT JOBELIG-FILE
           IF WS-JOBELIG-STATUS NOT = "00"
             IF WS-JOBELIG-STATUS = "05"
               CLOSE JOBELIG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JOBS-EOF = "Y"
             READ JOBELIG-FILE
               AT END
                 MOVE "Y" TO WS-JOBS-EOF
               NOT AT END
                 MOVE 0 TO WS-ELIG-HIT
                 PERFORM VARYING WS-ELIG-IDX FROM 1 BY 1
                   UNTIL WS-ELIG-IDX > WS-ELIG-COUNT
                   IF WS-ELIG-JOB-ID(WS-ELIG-IDX) = JE-JOB-ID
                     MOVE WS-ELIG-IDX TO WS-ELIG-HIT
                   END-IF
                 END-PERFORM
                 IF WS-ELIG-HIT = 0 AND WS-ELIG-COUNT < WS-MAX-ELIG
                   ADD 1 TO WS-ELIG-COUNT
                   MOVE WS-ELIG-COUNT TO WS-ELIG-HIT
                 END-IF
                 IF WS-ELIG-HIT > 0
                   MOVE JOBELIG-RECORD TO WS-ELIG-ENTRY(WS-ELIG-HIT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOBELIG-FILE
           MOVE "N" TO WS-JOBS-EOF.

       LOAD-SEARCHER-PROFILES.
           MOVE "N" TO WS-JOBS-EOF
           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
             IF WS-PROFILES-STATUS = "05"
               CLOSE PROFILES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JOBS-EOF = "Y"
             READ PROFILES-FILE
               AT END
                 MOVE "Y" TO WS-JOBS-EOF
               NOT AT END
                 PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                   UNTIL WS-SRCH-IDX > WS-SRCH-COUNT
                   IF WS-SRCH-USERNAME(WS-SRCH-IDX) = PROFILE-USERNAME
                     MOVE PROFILE-MAJOR TO WS-SRCH-MAJOR(WS-SRCH-IDX)
                     IF PROFILE-GRAD-YEAR IS NUMERIC
                       MOVE PROFILE-GRAD-YEAR TO
                         WS-SRCH-GRAD-YEAR(WS-SRCH-IDX)
                     END-IF
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE PROFILES-FILE
           MOVE "N" TO WS-JOBS-EOF.

       LOAD-SEARCHER-ACCOUNTS.
           MOVE "N" TO WS-JOBS-EOF
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
             IF WS-USERS-STATUS = "05"
               CLOSE USERS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JOBS-EOF = "Y"
             READ USERS-FILE
               AT END
                 MOVE "Y" TO WS-JOBS-EOF
               NOT AT END
                 IF USER-ACCOUNT-TYPE = "L"
                   PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > WS-SRCH-COUNT
                     IF WS-SRCH-USERNAME(WS-SRCH-IDX) = USERNAME
                       MOVE "Y" TO WS-SRCH-ALUMNI(WS-SRCH-IDX)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM

           CLOSE USERS-FILE
           MOVE "N" TO WS-JOBS-EOF.

       CHECK-JOB-ELIGIBLE.
      *> Same rules the apply screen enforces for the searcher:
      *> alumni exclusion, graduation-year window, accepted majors.
           MOVE 0 TO WS-ELIG-HIT
           PERFORM VARYING WS-ELIG-IDX FROM 1 BY 1
             UNTIL WS-ELIG-IDX > WS-ELIG-COUNT
             IF WS-ELIG-JOB-ID(WS-ELIG-IDX) = JOB-ID
               MOVE WS-ELIG-IDX TO WS-ELIG-HIT
             END-IF
           END-PERFORM
           IF WS-ELIG-HIT = 0
             EXIT PARAGRAPH
           END-IF

           IF WS-ELIG-ALUMNI(WS-ELIG-HIT) = "N"
             AND WS-SRCH-ALUMNI(WS-SRCH-IDX) = "Y"
             MOVE "N" TO WS-JOB-IS-MATCH
             EXIT PARAGRAPH
           END-IF

           IF WS-ELIG-GRAD-FROM(WS-ELIG-HIT) > 0
             AND (WS-SRCH-GRAD-YEAR(WS-SRCH-IDX) = 0
               OR WS-SRCH-GRAD-YEAR(WS-SRCH-IDX) <
                 WS-ELIG-GRAD-FROM(WS-ELIG-HIT))
             MOVE "N" TO WS-JOB-IS-MATCH
             EXIT PARAGRAPH
           END-IF
           IF WS-ELIG-GRAD-TO(WS-ELIG-HIT) > 0
             AND (WS-SRCH-GRAD-YEAR(WS-SRCH-IDX) = 0
               OR WS-SRCH-GRAD-YEAR(WS-SRCH-IDX) >
                 WS-ELIG-GRAD-TO(WS-ELIG-HIT))
             MOVE "N" TO WS-JOB-IS-MATCH
             EXIT PARAGRAPH
           END-IF

           IF WS-ELIG-MAJOR(WS-ELIG-HIT, 1) = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILTER-FOUND
           IF WS-SRCH-MAJOR(WS-SRCH-IDX) NOT = SPACES
             MOVE SPACES TO WS-FILTER-HAYSTACK
             MOVE WS-SRCH-MAJOR(WS-SRCH-IDX) TO WS-FILTER-HAYSTACK
             PERFORM VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > 5 OR WS-FILTER-FOUND = "Y"
               IF WS-ELIG-MAJOR(WS-ELIG-HIT, WS-EL-IDX) NOT = SPACES
                 MOVE WS-ELIG-MAJOR(WS-ELIG-HIT, WS-EL-IDX) TO
                   WS-FILTER-NEEDLE
                 PERFORM FIND-SUBSTRING-MATCH
               END-IF
             END-PERFORM
           END-IF
           IF WS-FILTER-FOUND NOT = "Y"
             MOVE "N" TO WS-JOB-IS-MATCH
           END-IF.

       FIND-SUBSTRING-MATCH.
           MOVE "N" TO WS-FILTER-FOUND
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-NEEDLE))
           MOVE "N" TO MSG-READ-FLAG
           MOVE "N" TO MSG-DELETED-FLAG
           WRITE MESSAGE-RECORD
           PERFORM RECORD-DELIVERY
           CLOSE MESSAGES-FILE.

       LOG-ALERT-MISS.
           WRITE SEARCHMISS-RECORD
           CLOSE SEARCHMISS-FILE.

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

       END PROGRAM SEARCHALERTS.
