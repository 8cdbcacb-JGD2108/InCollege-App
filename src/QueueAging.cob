       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUEAGING.

      *> One page for the whole administrative backlog. Each work
      *> queue keeps its own file and list command; this pass counts
      *> the open items in all of them by age:
      *>   MODERATION   postings pending review (JOBS.DAT review P)
      *>   SCREENING    held content (QUARANTINE.DAT status P)
      *>   RECRUITERS   recruiter sign-ups (PENDINGRECRUITERS.DAT P)
      *>   APPEALS      strike appeals (STRIKEAPPEALS.DAT status P)
      *>   EDUREVIEW    education claims the registrar roster
      *>                contradicts (every EDUREVIEW.DAT row)
      *>   APPROVALS    dual approvals (ADMINPENDING.DAT status P)
      *>   COOPDISPUTES disputed co-op hours (COOPHOURS.DAT D)
      *> Age is whole days from the item's date (posted, held,
      *> requested, appealed, queued, worked) to today, bucketed as
      *> under 1 day, 1-3, 3-7 and 7 or more. A co-op dispute has no
      *> date of its own, so the work date stands in. For each queue
      *> the oldest item is shown with the administrators who can
      *> act on it: active type A accounts holding the queue's right
      *> in ADMINROLES.DAT (moderation, recruiters, accounts or
      *> employer relations; an administrator with no row holds
      *> every right), never the requester of a dual approval.
      *> A queue whose oldest item is older than its service target
      *> is flagged OVER. Targets are days, from PARAMS.DAT:
      *>   SLA-MODERATION (2)  SLA-SCREENING (2)  SLA-RECRUITERS (3)
      *>   SLA-APPEALS (7)     SLA-EDUREVIEW (14) SLA-APPROVALS (2)
      *>   SLA-COOPDISPUTES (14)
      *> The nightly run writes QUEUE-AGING-<yyyymmdd>.TXT and adds
      *> the day's totals per queue to QUEUEHIST.DAT (a rerun adds
      *> rows again; the day's latest row counts), and the report
      *> compares each queue with the last earlier day and with a
      *> week before, so a growing backlog shows. Runs as a
      *> NIGHTLYBATCH step.
      *>   QUEUEAGING SCREEN   the same figures on the console, live,
      *>                       without the report or history rows
      *>                       (ADMINCONSOLE option 16)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL QUARANTINE-FILE
               ASSIGN TO "QUARANTINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

           SELECT OPTIONAL PENDINGRECRUITERS-FILE
               ASSIGN TO "PENDINGRECRUITERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDREC-STATUS.

           SELECT OPTIONAL STRIKEAPPEALS-FILE
               ASSIGN TO "STRIKEAPPEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEALS-STATUS.

           SELECT OPTIONAL EDUREVIEW-FILE
               ASSIGN TO "EDUREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDUREVIEW-STATUS.

           SELECT OPTIONAL ADMINPENDING-FILE
               ASSIGN TO "ADMINPENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL COOPHOURS-FILE
               ASSIGN TO "COOPHOURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COOPHOURS-STATUS.

           SELECT OPTIONAL USERS-FILE
               ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT OPTIONAL ADMINROLES-FILE
               ASSIGN TO "ADMINROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.

           SELECT OPTIONAL PARAMS-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT OPTIONAL QUEUEHIST-FILE
               ASSIGN TO "QUEUEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUEHIST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-ID PIC X(12).
             05 JOB-TITLE PIC X(30).
             05 JOB-DESCRIPTION PIC X(100).
             05 JOB-EMPLOYER PIC X(30).
             05 JOB-LOCATION PIC X(30).
             05 JOB-SALARY PIC X(30).
             05 JOB-POSTER PIC X(12).
             05 JOB-POSTED-DATE PIC X(8).
             05 JOB-DEADLINE PIC X(8).
             05 JOB-REVIEW-STATUS PIC X(1).
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD QUARANTINE-FILE.
           01 QUARANTINE-RECORD.
             05 QU-TYPE PIC X(1).
             05 QU-AUTHOR PIC X(12).
             05 QU-TARGET PIC X(12).
             05 QU-DATE PIC X(8).
             05 QU-STATUS PIC X(1).
             05 QU-REASON PIC X(30).
             05 QU-EXTRA PIC X(3).
             05 QU-TEXT PIC X(500).

       FD PENDINGRECRUITERS-FILE.
           01 PENDINGRECRUITER-RECORD.
             05 PR-USERNAME PIC X(12).
             05 PR-COMPANY PIC X(30).
             05 PR-CONTACT PIC X(60).
             05 PR-REQUEST-DATE PIC X(8).
             05 PR-REVIEW-STATUS PIC X(1).

       FD STRIKEAPPEALS-FILE.
           01 STRIKEAPPEAL-RECORD.
             05 STA-USERNAME PIC X(12).
             05 STA-DATE PIC X(8).
             05 STA-STATUS PIC X(1).
             05 STA-DECIDED-BY PIC X(12).
             05 STA-TEXT PIC X(60).

       FD EDUREVIEW-FILE.
           01 EDUREVIEW-RECORD.
             05 ER-USERNAME PIC X(12).
             05 ER-INDEX PIC 99.
             05 ER-CLAIMED-UNI PIC X(30).
             05 ER-ROSTER-UNI PIC X(30).
             05 ER-DATE PIC X(8).

       FD ADMINPENDING-FILE.
           01 ADMINPENDING-RECORD.
             05 AP-SEQ PIC 9(4).
             05 AP-ACTION PIC X(12).
             05 AP-TARGET PIC X(12).
             05 AP-EXTRA PIC X(12).
             05 AP-REQUESTED-BY PIC X(12).
             05 AP-DATE PIC X(8).
             05 AP-STATUS PIC X(1).
             05 AP-DECIDED-BY PIC X(12).

       FD COOPHOURS-FILE.
           01 COOPHOUR-RECORD.
             05 CH-USERNAME PIC X(12).
             05 CH-JOB-ID PIC X(12).
             05 CH-WORK-DATE PIC X(8).
             05 CH-HOURS PIC 9(3).
             05 CH-TERM PIC X(6).
             05 CH-STATUS PIC X(1).
             05 CH-NOTE PIC X(30).

       FD USERS-FILE.
           01 USER-RECORD.
             05 USERNAME PIC X(12).
             05 USER-PASSWORD PIC X(12).
             05 USER-SEC-QUESTION PIC X(60).
             05 USER-SEC-ANSWER PIC X(30).
             05 USER-ACTIVE PIC X(1).
             05 USER-ACCOUNT-TYPE PIC X(1).

       FD ADMINROLES-FILE.
           01 ADMINROLE-RECORD.
             05 AR-USERNAME PIC X(12).
             05 AR-MODERATION PIC X(1).
             05 AR-ANNOUNCE PIC X(1).
             05 AR-ACCOUNTS PIC X(1).
             05 AR-RECRUITERS PIC X(1).
             05 AR-REPORTS PIC X(1).
             05 AR-SUPPORT PIC X(1).
             05 AR-EMPREL PIC X(1).

       FD PARAMS-FILE.
           01 PARAM-RECORD.
             05 PRM-NAME PIC X(20).
             05 PRM-VALUE PIC X(10).

      *> One row per queue per nightly run
       FD QUEUEHIST-FILE.
           01 QUEUEHIST-RECORD.
             05 QH-DATE PIC X(8).
             05 QH-QUEUE PIC X(12).
             05 QH-OPEN PIC 9(5).
             05 QH-UNDER-1 PIC 9(5).
             05 QH-1-TO-3 PIC 9(5).
             05 QH-3-TO-7 PIC 9(5).
             05 QH-OVER-7 PIC 9(5).
             05 QH-OLDEST-DAYS PIC 9(4).
      *> Y = oldest item past the queue's service target
             05 QH-OVER-TARGET PIC X(1).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-QUARANTINE-STATUS PIC XX.
         77 WS-PENDREC-STATUS PIC XX.
         77 WS-APPEALS-STATUS PIC XX.
         77 WS-EDUREVIEW-STATUS PIC XX.
         77 WS-PENDING-STATUS PIC XX.
         77 WS-COOPHOURS-STATUS PIC XX.
         77 WS-USERS-STATUS PIC XX.
         77 WS-ROLES-STATUS PIC XX.
         77 WS-PARAMS-STATUS PIC XX.
         77 WS-QUEUEHIST-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-STEP-SUMMARY PIC X(60).
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TODAY-INT PIC 9(8) VALUE 0.
         77 WS-WEEK-AGO-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-COMMAND-LINE PIC X(80).
      *> R = nightly report and history, S = console screen only
         77 WS-MODE PIC X VALUE "R".
         77 WS-PRINT-LINE PIC X(132).
         77 WS-PARAM-NUM PIC 9(10) VALUE 0.

      *> The queues, in report order
         77 WS-QUEUE-TOTAL PIC 9 VALUE 7.
         01 WS-QUEUE-TABLE.
           05 WS-Q-ENTRY OCCURS 7 TIMES.
             10 WS-Q-CODE PIC X(12).
             10 WS-Q-TITLE PIC X(24).
             10 WS-Q-WHERE PIC X(30).
      *> Right needed: M moderation, R recruiters, A accounts,
      *> E employer relations
             10 WS-Q-RIGHT PIC X(1).
             10 WS-Q-TARGET PIC 9(3).
             10 WS-Q-OPEN PIC 9(5).
             10 WS-Q-BUCKET PIC 9(5) OCCURS 4 TIMES.
             10 WS-Q-OLDEST-DAYS PIC 9(4).
             10 WS-Q-OLDEST-DATE PIC X(8).
             10 WS-Q-OLDEST-REF PIC X(40).
             10 WS-Q-OLDEST-BY PIC X(12).
             10 WS-Q-OVER PIC X(1).
             10 WS-Q-PREV-DATE PIC X(8).
             10 WS-Q-PREV-OPEN PIC 9(5).
             10 WS-Q-WEEK-DATE PIC X(8).
             10 WS-Q-WEEK-OPEN PIC 9(5).
         77 WS-Q-IDX PIC 9 VALUE 0.
         77 WS-Q-HIT PIC 9 VALUE 0.
         77 WS-B-IDX PIC 9 VALUE 0.

      *> The item being counted
         77 WS-ITEM-DATE PIC X(8).
         77 WS-ITEM-REF PIC X(40).
         77 WS-ITEM-BY PIC X(12).
         77 WS-ITEM-AGE PIC S9(6) VALUE 0.

      *> Active administrators and their rights
         01 WS-ADMIN-TABLE.
           05 WS-AD-ENTRY OCCURS 100 TIMES.
             10 WS-AD-USERNAME PIC X(12).
             10 WS-AD-MODERATION PIC X(1).
             10 WS-AD-ACCOUNTS PIC X(1).
             10 WS-AD-RECRUITERS PIC X(1).
             10 WS-AD-EMPREL PIC X(1).
             10 WS-AD-ROLE-SEEN PIC X(1).
         77 WS-AD-COUNT PIC 9(3) VALUE 0.
         77 WS-AD-IDX PIC 9(3) VALUE 0.
         77 WS-AD-HAS-RIGHT PIC X VALUE "N".
         77 WS-ACTORS PIC X(80).
         77 WS-ACTOR-COUNT PIC 9(3) VALUE 0.
         77 WS-ACTOR-PTR PIC 9(3) VALUE 1.

         77 WS-TOTAL-OPEN PIC 9(6) VALUE 0.
         77 WS-TOTAL-PREV PIC 9(6) VALUE 0.
         77 WS-TOTAL-WEEK PIC 9(6) VALUE 0.
         77 WS-PREV-ALL-FOUND PIC X VALUE "Y".
         77 WS-WEEK-ALL-FOUND PIC X VALUE "Y".
         77 WS-OVER-COUNT PIC 9 VALUE 0.
         77 WS-CHANGE PIC S9(6) VALUE 0.
         77 WS-CHANGE-TEXT PIC +(5)9.
         77 WS-COUNT-TEXT PIC Z(4)9.
         77 WS-DAYS-TEXT PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-STAMP))
           MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7) TO
             WS-WEEK-AGO-STAMP

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE)) =
             "SCREEN"
             MOVE "S" TO WS-MODE
           END-IF

           PERFORM SET-UP-QUEUES
           PERFORM LOAD-SERVICE-TARGETS
           PERFORM LOAD-ADMINISTRATORS

           PERFORM COUNT-MODERATION-QUEUE
           PERFORM COUNT-SCREENING-QUEUE
           PERFORM COUNT-RECRUITER-QUEUE
           PERFORM COUNT-APPEALS-QUEUE
           PERFORM COUNT-EDUREVIEW-QUEUE
           PERFORM COUNT-APPROVALS-QUEUE
           PERFORM COUNT-COOPDISPUTE-QUEUE

           PERFORM LOAD-QUEUE-HISTORY

           MOVE 0 TO WS-TOTAL-OPEN
           MOVE 0 TO WS-OVER-COUNT
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
             UNTIL WS-Q-IDX > WS-QUEUE-TOTAL
             ADD WS-Q-OPEN(WS-Q-IDX) TO WS-TOTAL-OPEN
             MOVE "N" TO WS-Q-OVER(WS-Q-IDX)
             IF WS-Q-OPEN(WS-Q-IDX) > 0
               AND WS-Q-OLDEST-DAYS(WS-Q-IDX) > WS-Q-TARGET(WS-Q-IDX)
               MOVE "Y" TO WS-Q-OVER(WS-Q-IDX)
               ADD 1 TO WS-OVER-COUNT
             END-IF
           END-PERFORM

           IF WS-MODE = "R"
             MOVE SPACES TO WS-REPORT-FILENAME
             STRING "QUEUE-AGING-" DELIMITED BY SIZE
                    WS-TODAY-STAMP DELIMITED BY SIZE
                    ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
             END-STRING
             OPEN OUTPUT REPORT-FILE
             IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open the work queue aging report."
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           PERFORM PRINT-AGING-REPORT

           IF WS-MODE = "S"
             GOBACK
           END-IF

           CLOSE REPORT-FILE
           PERFORM APPEND-QUEUE-HISTORY

           MOVE WS-TOTAL-OPEN TO WS-COUNT-TEXT
           DISPLAY "Work queue aging written to "
             FUNCTION TRIM(WS-REPORT-FILENAME) ": "
             FUNCTION TRIM(WS-COUNT-TEXT) " open item(s), "
             WS-OVER-COUNT " queue(s) over target."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "open " DELIMITED BY SIZE
                  WS-TOTAL-OPEN DELIMITED BY SIZE
                  " queues " DELIMITED BY SIZE
                  WS-QUEUE-TOTAL DELIMITED BY SIZE
                  " over-target " DELIMITED BY SIZE
                  WS-OVER-COUNT DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY
           GOBACK.

       SET-UP-QUEUES.
           MOVE "MODERATION" TO WS-Q-CODE(1)
           MOVE "Job posting moderation" TO WS-Q-TITLE(1)
           MOVE "ADMINCONSOLE 3" TO WS-Q-WHERE(1)
           MOVE "M" TO WS-Q-RIGHT(1)
           MOVE 2 TO WS-Q-TARGET(1)
           MOVE "SCREENING" TO WS-Q-CODE(2)
           MOVE "Content screening" TO WS-Q-TITLE(2)
           MOVE "ADMINCONSOLE 7" TO WS-Q-WHERE(2)
           MOVE "M" TO WS-Q-RIGHT(2)
           MOVE 2 TO WS-Q-TARGET(2)
           MOVE "RECRUITERS" TO WS-Q-CODE(3)
           MOVE "Recruiter approvals" TO WS-Q-TITLE(3)
           MOVE "ADMINCONSOLE 2" TO WS-Q-WHERE(3)
           MOVE "R" TO WS-Q-RIGHT(3)
           MOVE 3 TO WS-Q-TARGET(3)
           MOVE "APPEALS" TO WS-Q-CODE(4)
           MOVE "Strike appeals" TO WS-Q-TITLE(4)
           MOVE "ADMINCONSOLE 9" TO WS-Q-WHERE(4)
           MOVE "M" TO WS-Q-RIGHT(4)
           MOVE 7 TO WS-Q-TARGET(4)
           MOVE "EDUREVIEW" TO WS-Q-CODE(5)
           MOVE "Education review" TO WS-Q-TITLE(5)
           MOVE "EDUVERIFY QUEUE" TO WS-Q-WHERE(5)
           MOVE "A" TO WS-Q-RIGHT(5)
           MOVE 14 TO WS-Q-TARGET(5)
           MOVE "APPROVALS" TO WS-Q-CODE(6)
           MOVE "Dual approvals" TO WS-Q-TITLE(6)
           MOVE "ADMINCONSOLE 5" TO WS-Q-WHERE(6)
           MOVE "A" TO WS-Q-RIGHT(6)
           MOVE 2 TO WS-Q-TARGET(6)
           MOVE "COOPDISPUTES" TO WS-Q-CODE(7)
           MOVE "Disputed co-op hours" TO WS-Q-TITLE(7)
           MOVE "COOPSTATEMENT" TO WS-Q-WHERE(7)
           MOVE "E" TO WS-Q-RIGHT(7)
           MOVE 14 TO WS-Q-TARGET(7)
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
             UNTIL WS-Q-IDX > WS-QUEUE-TOTAL
             MOVE 0 TO WS-Q-OPEN(WS-Q-IDX)
             PERFORM VARYING WS-B-IDX FROM 1 BY 1 UNTIL WS-B-IDX > 4
               MOVE 0 TO WS-Q-BUCKET(WS-Q-IDX, WS-B-IDX)
             END-PERFORM
             MOVE 0 TO WS-Q-OLDEST-DAYS(WS-Q-IDX)
             MOVE SPACES TO WS-Q-OLDEST-DATE(WS-Q-IDX)
             MOVE SPACES TO WS-Q-OLDEST-REF(WS-Q-IDX)
             MOVE SPACES TO WS-Q-OLDEST-BY(WS-Q-IDX)
             MOVE "N" TO WS-Q-OVER(WS-Q-IDX)
             MOVE SPACES TO WS-Q-PREV-DATE(WS-Q-IDX)
             MOVE 0 TO WS-Q-PREV-OPEN(WS-Q-IDX)
             MOVE SPACES TO WS-Q-WEEK-DATE(WS-Q-IDX)
             MOVE 0 TO WS-Q-WEEK-OPEN(WS-Q-IDX)
           END-PERFORM.

       LOAD-SERVICE-TARGETS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS NOT = "00"
             IF WS-PARAMS-STATUS = "05"
               CLOSE PARAMS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PARAMS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FUNCTION LENGTH(FUNCTION TRIM(PRM-VALUE)) > 0
                   AND FUNCTION TRIM(PRM-VALUE) IS NUMERIC
                   COMPUTE WS-PARAM-NUM =
                     FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                   MOVE 0 TO WS-Q-HIT
                   EVALUATE FUNCTION TRIM(PRM-NAME)
                     WHEN "SLA-MODERATION"
                       MOVE 1 TO WS-Q-HIT
                     WHEN "SLA-SCREENING"
                       MOVE 2 TO WS-Q-HIT
                     WHEN "SLA-RECRUITERS"
                       MOVE 3 TO WS-Q-HIT
                     WHEN "SLA-APPEALS"
                       MOVE 4 TO WS-Q-HIT
                     WHEN "SLA-EDUREVIEW"
                       MOVE 5 TO WS-Q-HIT
                     WHEN "SLA-APPROVALS"
                       MOVE 6 TO WS-Q-HIT
                     WHEN "SLA-COOPDISPUTES"
                       MOVE 7 TO WS-Q-HIT
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                   IF WS-Q-HIT > 0 AND WS-PARAM-NUM < 1000
                     MOVE WS-PARAM-NUM TO WS-Q-TARGET(WS-Q-HIT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PARAMS-FILE
           MOVE "N" TO WS-EOF.

      *> Active type A accounts; the first ADMINROLES.DAT row for an
      *> administrator narrows the rights, as in ADMINCONSOLE.
       LOAD-ADMINISTRATORS.
           MOVE 0 TO WS-AD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
             IF WS-USERS-STATUS = "05"
               CLOSE USERS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ USERS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF USER-ACCOUNT-TYPE = "A" AND USER-ACTIVE = "Y"
                   AND WS-AD-COUNT < 100
                   ADD 1 TO WS-AD-COUNT
                   MOVE USERNAME TO WS-AD-USERNAME(WS-AD-COUNT)
                   MOVE "Y" TO WS-AD-MODERATION(WS-AD-COUNT)
                   MOVE "Y" TO WS-AD-ACCOUNTS(WS-AD-COUNT)
                   MOVE "Y" TO WS-AD-RECRUITERS(WS-AD-COUNT)
                   MOVE "Y" TO WS-AD-EMPREL(WS-AD-COUNT)
                   MOVE "N" TO WS-AD-ROLE-SEEN(WS-AD-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE USERS-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT ADMINROLES-FILE
           IF WS-ROLES-STATUS NOT = "00"
             IF WS-ROLES-STATUS = "05"
               CLOSE ADMINROLES-FILE
             END-IF
             MOVE "N" TO WS-EOF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ADMINROLES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > WS-AD-COUNT
                   IF FUNCTION TRIM(WS-AD-USERNAME(WS-AD-IDX)) =
                     FUNCTION TRIM(AR-USERNAME)
                     AND WS-AD-ROLE-SEEN(WS-AD-IDX) = "N"
                     MOVE "Y" TO WS-AD-ROLE-SEEN(WS-AD-IDX)
                     MOVE AR-MODERATION TO WS-AD-MODERATION(WS-AD-IDX)
                     MOVE AR-ACCOUNTS TO WS-AD-ACCOUNTS(WS-AD-IDX)
                     MOVE AR-RECRUITERS TO WS-AD-RECRUITERS(WS-AD-IDX)
                     IF AR-EMPREL = "Y"
                       MOVE "Y" TO WS-AD-EMPREL(WS-AD-IDX)
                     ELSE
                       MOVE "N" TO WS-AD-EMPREL(WS-AD-IDX)
                     END-IF
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE ADMINROLES-FILE
           MOVE "N" TO WS-EOF.

       COUNT-MODERATION-QUEUE.
           MOVE 1 TO WS-Q-IDX
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF JOB-REVIEW-STATUS = "P"
                   MOVE JOB-POSTED-DATE TO WS-ITEM-DATE
                   MOVE SPACES TO WS-ITEM-REF
                   STRING FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
                     INTO WS-ITEM-REF
                   END-STRING
                   MOVE SPACES TO WS-ITEM-BY
                   PERFORM COUNT-ONE-ITEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       COUNT-SCREENING-QUEUE.
           MOVE 2 TO WS-Q-IDX
           MOVE "N" TO WS-EOF
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS NOT = "00"
             IF WS-QUARANTINE-STATUS = "05"
               CLOSE QUARANTINE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ QUARANTINE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF QU-STATUS = "P"
                   MOVE QU-DATE TO WS-ITEM-DATE
                   MOVE SPACES TO WS-ITEM-REF
                   STRING "held from " DELIMITED BY SIZE
                          FUNCTION TRIM(QU-AUTHOR) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(QU-REASON) DELIMITED BY SIZE
                     INTO WS-ITEM-REF
                   END-STRING
                   MOVE SPACES TO WS-ITEM-BY
                   PERFORM COUNT-ONE-ITEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUARANTINE-FILE.

       COUNT-RECRUITER-QUEUE.
           MOVE 3 TO WS-Q-IDX
           MOVE "N" TO WS-EOF
           OPEN INPUT PENDINGRECRUITERS-FILE
           IF WS-PENDREC-STATUS NOT = "00"
             IF WS-PENDREC-STATUS = "05"
               CLOSE PENDINGRECRUITERS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PENDINGRECRUITERS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF PR-REVIEW-STATUS = "P"
                   MOVE PR-REQUEST-DATE TO WS-ITEM-DATE
                   MOVE SPACES TO WS-ITEM-REF
                   STRING FUNCTION TRIM(PR-USERNAME) DELIMITED BY SIZE
                          " of " DELIMITED BY SIZE
                          FUNCTION TRIM(PR-COMPANY) DELIMITED BY SIZE
                     INTO WS-ITEM-REF
                   END-STRING
                   MOVE SPACES TO WS-ITEM-BY
                   PERFORM COUNT-ONE-ITEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PENDINGRECRUITERS-FILE.

       COUNT-APPEALS-QUEUE.
           MOVE 4 TO WS-Q-IDX
           MOVE "N" TO WS-EOF
           OPEN INPUT STRIKEAPPEALS-FILE
           IF WS-APPEALS-STATUS NOT = "00"
             IF WS-APPEALS-STATUS = "05"
               CLOSE STRIKEAPPEALS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ STRIKEAPPEALS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF STA-STATUS = "P"
                   MOVE STA-DATE TO WS-ITEM-DATE
                   MOVE SPACES TO WS-ITEM-REF
                   STRING "appeal by " DELIMITED BY SIZE
                          FUNCTION TRIM(STA-USERNAME) DELIMITED BY SIZE
                     INTO WS-ITEM-REF
                   END-STRING
                   MOVE SPACES TO WS-ITEM-BY
                   PERFORM COUNT-ONE-ITEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STRIKEAPPEALS-FILE.

       COUNT-EDUREVIEW-QUEUE.
           MOVE 5 TO WS-Q-IDX
           MOVE "N" TO WS-EOF
           OPEN INPUT EDUREVIEW-FILE
           IF WS-EDUREVIEW-STATUS NOT = "00"
             IF WS-EDUREVIEW-STATUS = "05"
               CLOSE EDUREVIEW-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ EDUREVIEW-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE ER-DATE TO WS-ITEM-DATE
                 MOVE SPACES TO WS-ITEM-REF
                 STRING FUNCTION TRIM(ER-USERNAME) DELIMITED BY SIZE
                        " claims " DELIMITED BY SIZE
                        FUNCTION TRIM(ER-CLAIMED-UNI) DELIMITED BY SIZE
                   INTO WS-ITEM-REF
                 END-STRING
                 MOVE SPACES TO WS-ITEM-BY
                 PERFORM COUNT-ONE-ITEM
             END-READ
           END-PERFORM
           CLOSE EDUREVIEW-FILE.

       COUNT-APPROVALS-QUEUE.
           MOVE 6 TO WS-Q-IDX
           MOVE "N" TO WS-EOF
           OPEN INPUT ADMINPENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
             IF WS-PENDING-STATUS = "05"
               CLOSE ADMINPENDING-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ADMINPENDING-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF AP-STATUS = "P"
                   MOVE AP-DATE TO WS-ITEM-DATE
                   MOVE SPACES TO WS-ITEM-REF
                   STRING "#" DELIMITED BY SIZE
                          AP-SEQ DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(AP-ACTION) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(AP-TARGET) DELIMITED BY SIZE
                          " by " DELIMITED BY SIZE
                          FUNCTION TRIM(AP-REQUESTED-BY)
                            DELIMITED BY SIZE
                     INTO WS-ITEM-REF
                   END-STRING
                   MOVE AP-REQUESTED-BY TO WS-ITEM-BY
                   PERFORM COUNT-ONE-ITEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ADMINPENDING-FILE.

       COUNT-COOPDISPUTE-QUEUE.
           MOVE 7 TO WS-Q-IDX
           MOVE "N" TO WS-EOF
           OPEN INPUT COOPHOURS-FILE
           IF WS-COOPHOURS-STATUS NOT = "00"
             IF WS-COOPHOURS-STATUS = "05"
               CLOSE COOPHOURS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ COOPHOURS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF CH-STATUS = "D"
                   MOVE CH-WORK-DATE TO WS-ITEM-DATE
                   MOVE SPACES TO WS-ITEM-REF
                   STRING FUNCTION TRIM(CH-USERNAME) DELIMITED BY SIZE
                          " on " DELIMITED BY SIZE
                          FUNCTION TRIM(CH-JOB-ID) DELIMITED BY SIZE
                     INTO WS-ITEM-REF
                   END-STRING
                   MOVE SPACES TO WS-ITEM-BY
                   PERFORM COUNT-ONE-ITEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COOPHOURS-FILE.

      *> In: WS-Q-IDX, WS-ITEM-DATE/REF/BY. A date that is missing or
      *> not a calendar date counts as today, so the item is still
      *> counted without being mistaken for the oldest.
       COUNT-ONE-ITEM.
           MOVE 0 TO WS-ITEM-AGE
           IF WS-ITEM-DATE IS NUMERIC
             IF FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-ITEM-DATE)) = 0
               COMPUTE WS-ITEM-AGE = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ITEM-DATE))
             END-IF
           END-IF
           IF WS-ITEM-AGE < 0
             MOVE 0 TO WS-ITEM-AGE
           END-IF
           IF WS-ITEM-AGE > 9999
             MOVE 9999 TO WS-ITEM-AGE
           END-IF

           ADD 1 TO WS-Q-OPEN(WS-Q-IDX)
           EVALUATE TRUE
             WHEN WS-ITEM-AGE < 1
               ADD 1 TO WS-Q-BUCKET(WS-Q-IDX, 1)
             WHEN WS-ITEM-AGE < 3
               ADD 1 TO WS-Q-BUCKET(WS-Q-IDX, 2)
             WHEN WS-ITEM-AGE < 7
               ADD 1 TO WS-Q-BUCKET(WS-Q-IDX, 3)
             WHEN OTHER
               ADD 1 TO WS-Q-BUCKET(WS-Q-IDX, 4)
           END-EVALUATE

           IF WS-Q-OPEN(WS-Q-IDX) = 1
             OR WS-ITEM-AGE > WS-Q-OLDEST-DAYS(WS-Q-IDX)
             MOVE WS-ITEM-AGE TO WS-Q-OLDEST-DAYS(WS-Q-IDX)
             MOVE WS-ITEM-DATE TO WS-Q-OLDEST-DATE(WS-Q-IDX)
             MOVE WS-ITEM-REF TO WS-Q-OLDEST-REF(WS-Q-IDX)
             MOVE WS-ITEM-BY TO WS-Q-OLDEST-BY(WS-Q-IDX)
           END-IF.

      *> The latest row for each queue from an earlier day, and the
      *> latest from a week or more back. Rows are appended in date
      *> order, so a later row for the same day replaces an earlier.
       LOAD-QUEUE-HISTORY.
           MOVE "N" TO WS-EOF
           OPEN INPUT QUEUEHIST-FILE
           IF WS-QUEUEHIST-STATUS NOT = "00"
             IF WS-QUEUEHIST-STATUS = "05"
               CLOSE QUEUEHIST-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ QUEUEHIST-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE 0 TO WS-Q-HIT
                 PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUEUE-TOTAL
                   IF WS-Q-CODE(WS-Q-IDX) = QH-QUEUE
                     MOVE WS-Q-IDX TO WS-Q-HIT
                   END-IF
                 END-PERFORM
                 IF WS-Q-HIT > 0 AND QH-DATE < WS-TODAY-STAMP
                   AND QH-OPEN IS NUMERIC
                   IF QH-DATE >= WS-Q-PREV-DATE(WS-Q-HIT)
                     OR WS-Q-PREV-DATE(WS-Q-HIT) = SPACES
                     MOVE QH-DATE TO WS-Q-PREV-DATE(WS-Q-HIT)
                     MOVE QH-OPEN TO WS-Q-PREV-OPEN(WS-Q-HIT)
                   END-IF
                   IF QH-DATE <= WS-WEEK-AGO-STAMP
                     AND (QH-DATE >= WS-Q-WEEK-DATE(WS-Q-HIT)
                       OR WS-Q-WEEK-DATE(WS-Q-HIT) = SPACES)
                     MOVE QH-DATE TO WS-Q-WEEK-DATE(WS-Q-HIT)
                     MOVE QH-OPEN TO WS-Q-WEEK-OPEN(WS-Q-HIT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QUEUEHIST-FILE
           MOVE "N" TO WS-EOF.

       PRINT-AGING-REPORT.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "InCollege Admin Work Queue Aging - " DELIMITED BY
                    SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO WS-PRINT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE "----------------------------------------" TO
             WS-PRINT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "Queue" TO WS-PRINT-LINE(1:5)
           MOVE " Open   <1d  1-3d  3-7d   7d+ Oldest Target"
             TO WS-PRINT-LINE(25:43)
           MOVE "  vs prior day  vs week ago" TO WS-PRINT-LINE(72:27)
           PERFORM EMIT-LINE

           MOVE 0 TO WS-TOTAL-PREV
           MOVE 0 TO WS-TOTAL-WEEK
           MOVE "Y" TO WS-PREV-ALL-FOUND
           MOVE "Y" TO WS-WEEK-ALL-FOUND
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
             UNTIL WS-Q-IDX > WS-QUEUE-TOTAL
             PERFORM PRINT-QUEUE-LINE
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "All queues" TO WS-PRINT-LINE(1:24)
           MOVE WS-TOTAL-OPEN TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO WS-PRINT-LINE(25:5)
           MOVE WS-OVER-COUNT TO WS-PRINT-LINE(60:1)
           MOVE " over target" TO WS-PRINT-LINE(61:12)
           IF WS-PREV-ALL-FOUND = "Y"
             COMPUTE WS-CHANGE = WS-TOTAL-OPEN - WS-TOTAL-PREV
             MOVE WS-CHANGE TO WS-CHANGE-TEXT
             MOVE WS-CHANGE-TEXT TO WS-PRINT-LINE(78:6)
           END-IF
           IF WS-WEEK-ALL-FOUND = "Y"
             COMPUTE WS-CHANGE = WS-TOTAL-OPEN - WS-TOTAL-WEEK
             MOVE WS-CHANGE TO WS-CHANGE-TEXT
             MOVE WS-CHANGE-TEXT TO WS-PRINT-LINE(92:6)
           END-IF
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM EMIT-LINE
           IF WS-PREV-ALL-FOUND = "Y" AND WS-WEEK-ALL-FOUND = "Y"
             IF WS-TOTAL-OPEN > WS-TOTAL-WEEK
               MOVE "Backlog is GROWING against a week ago."
                 TO WS-PRINT-LINE
             ELSE
               IF WS-TOTAL-OPEN < WS-TOTAL-WEEK
                 MOVE "Backlog is shrinking against a week ago."
                   TO WS-PRINT-LINE
               ELSE
                 MOVE "Backlog is level with a week ago."
                   TO WS-PRINT-LINE
               END-IF
             END-IF
           ELSE
             MOVE "Not enough daily history yet for a weekly trend."
               TO WS-PRINT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE "Age is whole days since the item's date."
             TO WS-PRINT-LINE
           PERFORM EMIT-LINE
           MOVE "Targets are days, set in PARAMS.DAT as SLA-<queue>."
             TO WS-PRINT-LINE
           PERFORM EMIT-LINE.

       PRINT-QUEUE-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-Q-TITLE(WS-Q-IDX) TO WS-PRINT-LINE(1:24)
           MOVE WS-Q-OPEN(WS-Q-IDX) TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO WS-PRINT-LINE(25:5)
           MOVE WS-Q-BUCKET(WS-Q-IDX, 1) TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO WS-PRINT-LINE(31:5)
           MOVE WS-Q-BUCKET(WS-Q-IDX, 2) TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO WS-PRINT-LINE(37:5)
           MOVE WS-Q-BUCKET(WS-Q-IDX, 3) TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO WS-PRINT-LINE(43:5)
           MOVE WS-Q-BUCKET(WS-Q-IDX, 4) TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO WS-PRINT-LINE(49:5)
           IF WS-Q-OPEN(WS-Q-IDX) > 0
             MOVE WS-Q-OLDEST-DAYS(WS-Q-IDX) TO WS-DAYS-TEXT
             MOVE WS-DAYS-TEXT TO WS-PRINT-LINE(55:4)
             MOVE "d" TO WS-PRINT-LINE(59:1)
           END-IF
           MOVE WS-Q-TARGET(WS-Q-IDX) TO WS-DAYS-TEXT
           MOVE WS-DAYS-TEXT TO WS-PRINT-LINE(62:4)
           MOVE "d" TO WS-PRINT-LINE(66:1)
           IF WS-Q-OVER(WS-Q-IDX) = "Y"
             MOVE "OVER" TO WS-PRINT-LINE(68:4)
           END-IF
           IF WS-Q-PREV-DATE(WS-Q-IDX) NOT = SPACES
             COMPUTE WS-CHANGE =
               WS-Q-OPEN(WS-Q-IDX) - WS-Q-PREV-OPEN(WS-Q-IDX)
             MOVE WS-CHANGE TO WS-CHANGE-TEXT
             MOVE WS-CHANGE-TEXT TO WS-PRINT-LINE(78:6)
             ADD WS-Q-PREV-OPEN(WS-Q-IDX) TO WS-TOTAL-PREV
           ELSE
             MOVE "n/a" TO WS-PRINT-LINE(81:3)
             MOVE "N" TO WS-PREV-ALL-FOUND
           END-IF
           IF WS-Q-WEEK-DATE(WS-Q-IDX) NOT = SPACES
             COMPUTE WS-CHANGE =
               WS-Q-OPEN(WS-Q-IDX) - WS-Q-WEEK-OPEN(WS-Q-IDX)
             MOVE WS-CHANGE TO WS-CHANGE-TEXT
             MOVE WS-CHANGE-TEXT TO WS-PRINT-LINE(92:6)
             ADD WS-Q-WEEK-OPEN(WS-Q-IDX) TO WS-TOTAL-WEEK
           ELSE
             MOVE "n/a" TO WS-PRINT-LINE(95:3)
             MOVE "N" TO WS-WEEK-ALL-FOUND
           END-IF
           PERFORM EMIT-LINE

           IF WS-Q-OPEN(WS-Q-IDX) = 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    Oldest: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Q-OLDEST-REF(WS-Q-IDX))
                    DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-Q-OLDEST-DATE(WS-Q-IDX) DELIMITED BY SIZE
                  ")  worked in " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Q-WHERE(WS-Q-IDX)) DELIMITED BY SIZE
             INTO WS-PRINT-LINE
           END-STRING
           PERFORM EMIT-LINE
           PERFORM LIST-QUEUE-ACTORS
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-ACTOR-COUNT = 0
             MOVE "    Can act: NO ADMINISTRATOR HOLDS THIS RIGHT"
               TO WS-PRINT-LINE
           ELSE
             STRING "    Can act: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ACTORS) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
             END-STRING
           END-IF
           PERFORM EMIT-LINE.

      *> Administrators holding the queue's right; the requester of
      *> the oldest dual approval cannot confirm it.
       LIST-QUEUE-ACTORS.
           MOVE SPACES TO WS-ACTORS
           MOVE 0 TO WS-ACTOR-COUNT
           MOVE 1 TO WS-ACTOR-PTR
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
             UNTIL WS-AD-IDX > WS-AD-COUNT
             MOVE "N" TO WS-AD-HAS-RIGHT
             EVALUATE WS-Q-RIGHT(WS-Q-IDX)
               WHEN "M"
                 MOVE WS-AD-MODERATION(WS-AD-IDX) TO WS-AD-HAS-RIGHT
               WHEN "R"
                 MOVE WS-AD-RECRUITERS(WS-AD-IDX) TO WS-AD-HAS-RIGHT
               WHEN "A"
                 MOVE WS-AD-ACCOUNTS(WS-AD-IDX) TO WS-AD-HAS-RIGHT
               WHEN "E"
                 MOVE WS-AD-EMPREL(WS-AD-IDX) TO WS-AD-HAS-RIGHT
             END-EVALUATE
             IF WS-AD-HAS-RIGHT = "Y"
               AND WS-AD-USERNAME(WS-AD-IDX) NOT =
                 WS-Q-OLDEST-BY(WS-Q-IDX)
               ADD 1 TO WS-ACTOR-COUNT
               IF WS-ACTOR-PTR < 66
                 IF WS-ACTOR-COUNT > 1
                   STRING ", " DELIMITED BY SIZE
                     INTO WS-ACTORS WITH POINTER WS-ACTOR-PTR
                   END-STRING
                 END-IF
                 STRING FUNCTION TRIM(WS-AD-USERNAME(WS-AD-IDX))
                          DELIMITED BY SIZE
                   INTO WS-ACTORS WITH POINTER WS-ACTOR-PTR
                 END-STRING
               ELSE
                 IF WS-ACTORS(77:4) = SPACES
                   MOVE ", ..." TO WS-ACTORS(76:5)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       EMIT-LINE.
           IF WS-MODE = "S"
             DISPLAY FUNCTION TRIM(WS-PRINT-LINE TRAILING)
           ELSE
             MOVE WS-PRINT-LINE TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       APPEND-QUEUE-HISTORY.
           OPEN EXTEND QUEUEHIST-FILE
           IF WS-QUEUEHIST-STATUS = "35"
             OPEN OUTPUT QUEUEHIST-FILE
             IF WS-QUEUEHIST-STATUS = "00"
               CLOSE QUEUEHIST-FILE
             END-IF
             OPEN EXTEND QUEUEHIST-FILE
           END-IF
           IF WS-QUEUEHIST-STATUS NOT = "00"
             AND WS-QUEUEHIST-STATUS NOT = "05"
             DISPLAY "Unable to add today's totals to QUEUEHIST.DAT."
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
             UNTIL WS-Q-IDX > WS-QUEUE-TOTAL
             MOVE WS-TODAY-STAMP TO QH-DATE
             MOVE WS-Q-CODE(WS-Q-IDX) TO QH-QUEUE
             MOVE WS-Q-OPEN(WS-Q-IDX) TO QH-OPEN
             MOVE WS-Q-BUCKET(WS-Q-IDX, 1) TO QH-UNDER-1
             MOVE WS-Q-BUCKET(WS-Q-IDX, 2) TO QH-1-TO-3
             MOVE WS-Q-BUCKET(WS-Q-IDX, 3) TO QH-3-TO-7
             MOVE WS-Q-BUCKET(WS-Q-IDX, 4) TO QH-OVER-7
             MOVE WS-Q-OLDEST-DAYS(WS-Q-IDX) TO QH-OLDEST-DAYS
             MOVE WS-Q-OVER(WS-Q-IDX) TO QH-OVER-TARGET
             WRITE QUEUEHIST-RECORD
           END-PERFORM
           CLOSE QUEUEHIST-FILE.

       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             CLOSE STEPSUMMARY-FILE
           END-IF.

       END PROGRAM QUEUEAGING.
