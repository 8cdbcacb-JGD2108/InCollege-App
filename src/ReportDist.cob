       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTDIST.

      *> Report catalog and distribution. Called by NIGHTLYBATCH at
      *> the end of every run (and runnable on its own). For each
      *> report program that writes a dated <prefix><date>.TXT file
      *> it checks whether yesterday's and today's files exist, so a
      *> report run on demand after last night's batch is still
      *> picked up; each one not yet in REPORTCATALOG.DAT gets a
      *> catalog row (date, program, file name, the step's counts
      *> line from BATCHRUN.DAT) and is sent to its owners from
      *> REPORTDIST.DAT:
      *>   I = inbox message to a staff username
      *>   M = MAILQUEUE.DAT handoff to a mail-gateway recipient
      *>   B = both
      *> A report rerun later the same day overwrites the same file,
      *> so it is cataloged and sent once per day. The provisioning
      *> credentials file is never cataloged or sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIST-FILE
               ASSIGN TO "REPORTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO "REPORTCATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL BATCHRUN-FILE
               ASSIGN TO "BATCHRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHRUN-STATUS.

           SELECT OPTIONAL MESSAGES-FILE
               ASSIGN TO "MESSAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-FILE-STATUS.

           SELECT OPTIONAL MAILQUEUE-FILE
               ASSIGN TO "MAILQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQUEUE-STATUS.

           SELECT OPTIONAL MAILLOG-FILE
               ASSIGN TO "MAILLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILLOG-STATUS.

      *> Not OPTIONAL: a missing report file must come back as 35.
           SELECT REPORT-PROBE-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One row per report and owner.
       FD DIST-FILE.
           01 DIST-RECORD.
             05 RD-PROGRAM PIC X(20).
             05 RD-RECIPIENT PIC X(12).
      *> I = inbox, M = mail gateway, B = both
             05 RD-CHANNEL PIC X(1).

      *> Append-only; one row per dated report file produced.
       FD CATALOG-FILE.
           01 CATALOG-RECORD.
             05 RC-DATE PIC X(8).
             05 RC-PROGRAM PIC X(20).
             05 RC-FILENAME PIC X(40).
             05 RC-SENT-COUNT PIC 9(3).
             05 RC-SUMMARY PIC X(60).

       FD BATCHRUN-FILE.
           01 BATCHRUN-RECORD.
             05 BR-RUN-DATE PIC X(8).
             05 BR-STEP-NUM PIC 9(2).
             05 BR-STEP-NAME PIC X(20).
             05 BR-START-TS PIC X(14).
             05 BR-END-TS PIC X(14).
             05 BR-OUTCOME PIC X(8).
             05 BR-COUNTS PIC X(60).

       FD MESSAGES-FILE.
           01 MESSAGE-RECORD.
             05 MSG-SENDER PIC X(12).
             05 MSG-RECIPIENT PIC X(12).
             05 MSG-TIMESTAMP PIC X(14).
             05 MSG-CONTENT PIC X(200).
             05 MSG-READ-FLAG PIC X.
             05 MSG-DELETED-FLAG PIC X.

       FD MAILQUEUE-FILE.
           01 MAILQUEUE-RECORD.
             05 MQ-RECIPIENT PIC X(12).
             05 MQ-TYPE PIC X(4).
             05 MQ-SUBJECT PIC X(40).
             05 MQ-BODY PIC X(100).

       FD MAILLOG-FILE.
           01 MAILLOG-RECORD.
             05 ML2-RECIPIENT PIC X(12).
             05 ML2-TYPE PIC X(4).
             05 ML2-QUEUED-TS PIC X(14).

       FD REPORT-PROBE-FILE.
           01 REPORT-PROBE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         77 WS-DIST-STATUS PIC XX.
         77 WS-CATALOG-STATUS PIC XX.
         77 WS-BATCHRUN-STATUS PIC XX.
         77 WS-MSG-FILE-STATUS PIC XX.
         77 WS-MAILQUEUE-STATUS PIC XX.
         77 WS-MAILLOG-STATUS PIC XX.
         77 WS-PROBE-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-YESTERDAY-STAMP PIC X(8).
         77 WS-PROBE-DATE PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).

      *> Report programs and the dated file prefix each one writes
         77 WS-REG-TOTAL PIC 9(2) VALUE 52.
         01 WS-REGISTRY.
           05 WS-REG-ENTRY OCCURS 52 TIMES.
             10 WS-REG-PROGRAM PIC X(20).
             10 WS-REG-PREFIX PIC X(30).
         77 WS-REG-IDX PIC 9(2) VALUE 0.

      *> Distribution rows
         77 WS-MAX-DIST PIC 9(3) VALUE 200.
         01 WS-DIST-TABLE.
           05 WS-DST-ENTRY OCCURS 200 TIMES.
             10 WS-DST-PROGRAM PIC X(20).
             10 WS-DST-RECIPIENT PIC X(12).
             10 WS-DST-CHANNEL PIC X(1).
         77 WS-DST-COUNT PIC 9(3) VALUE 0.
         77 WS-DST-IDX PIC 9(3) VALUE 0.

      *> Files already cataloged for yesterday or today
         77 WS-MAX-CATALOGED PIC 9(3) VALUE 90.
         01 WS-CATALOGED-TABLE.
           05 WS-CAT-FILENAME PIC X(40) OCCURS 90 TIMES.
         77 WS-CAT-COUNT PIC 9(3) VALUE 0.
         77 WS-CAT-IDX PIC 9(3) VALUE 0.
         77 WS-ALREADY-CATALOGED PIC X VALUE "N".

      *> Tonight's counts lines, latest OK row per step
         01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 30 TIMES.
             10 WS-RUN-PROGRAM PIC X(20).
             10 WS-RUN-COUNTS PIC X(60).
         77 WS-RUN-COUNT PIC 9(2) VALUE 0.
         77 WS-RUN-IDX PIC 9(2) VALUE 0.
         77 WS-RUN-FOUND PIC 9(2) VALUE 0.

         77 WS-SUMMARY PIC X(60).
         77 WS-SENT-COUNT PIC 9(3) VALUE 0.
         77 WS-NEW-REPORTS PIC 9(2) VALUE 0.
         77 WS-TOTAL-SENT PIC 9(4) VALUE 0.
         77 WS-MSG-TEXT PIC X(200).

         77 WS-MAIL-RECIPIENT PIC X(12).
         77 WS-MAIL-TYPE PIC X(4).
         77 WS-MAIL-SUBJECT PIC X(40).
         77 WS-MAIL-BODY PIC X(100).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-TODAY-STAMP)) - 1)
             TO WS-YESTERDAY-STAMP
           MOVE 0 TO WS-NEW-REPORTS
           MOVE 0 TO WS-TOTAL-SENT

           PERFORM LOAD-REPORT-REGISTRY
           PERFORM LOAD-DISTRIBUTION
           PERFORM LOAD-TODAYS-CATALOG
           PERFORM LOAD-TONIGHTS-RUN

           MOVE WS-YESTERDAY-STAMP TO WS-PROBE-DATE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
             UNTIL WS-REG-IDX > WS-REG-TOTAL
             PERFORM CHECK-ONE-REPORT
           END-PERFORM
           MOVE WS-TODAY-STAMP TO WS-PROBE-DATE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
             UNTIL WS-REG-IDX > WS-REG-TOTAL
             PERFORM CHECK-ONE-REPORT
           END-PERFORM

           DISPLAY "Report distribution: " WS-NEW-REPORTS
             " new report(s) cataloged, " WS-TOTAL-SENT
             " copy(ies) sent."

           GOBACK.

       LOAD-REPORT-REGISTRY.
           MOVE "ADMINACCOUNTS" TO WS-REG-PROGRAM(1)
           MOVE "AUDIT-REPORT-" TO WS-REG-PREFIX(1)
           MOVE "ADMINACCOUNTS" TO WS-REG-PROGRAM(2)
           MOVE "ACCOUNTS-LIST-" TO WS-REG-PREFIX(2)
           MOVE "APPTSCHED" TO WS-REG-PROGRAM(3)
           MOVE "APPOINTMENT-SCHEDULE-" TO WS-REG-PREFIX(3)
           MOVE "BATCHWINDOWREPORT" TO WS-REG-PROGRAM(4)
           MOVE "BATCH-WINDOW-REPORT-" TO WS-REG-PREFIX(4)
           MOVE "CASELOADREPORT" TO WS-REG-PROGRAM(5)
           MOVE "CASELOAD-REPORT-" TO WS-REG-PREFIX(5)
           MOVE "COHORTREPORT" TO WS-REG-PROGRAM(6)
           MOVE "COHORT-REPORT-" TO WS-REG-PREFIX(6)
           MOVE "DAILYREPORT" TO WS-REG-PROGRAM(7)
           MOVE "ACTIVITY-REPORT-" TO WS-REG-PREFIX(7)
           MOVE "DATAHEALTHCHECK" TO WS-REG-PROGRAM(8)
           MOVE "HEALTH-CHECK-" TO WS-REG-PREFIX(8)
           MOVE "DIRECTORYREPORT" TO WS-REG-PROGRAM(9)
           MOVE "STUDENT-DIRECTORY-" TO WS-REG-PREFIX(9)
           MOVE "EMPLOYERREPORT" TO WS-REG-PROGRAM(10)
           MOVE "EMPLOYER-FUNNEL-REPORT-" TO WS-REG-PREFIX(10)
           MOVE "EVENTATTENDREPORT" TO WS-REG-PROGRAM(11)
           MOVE "ATTENDANCE-REPORT-" TO WS-REG-PREFIX(11)
           MOVE "IMPORTJOBS" TO WS-REG-PROGRAM(12)
           MOVE "IMPORT-EXCEPTIONS-" TO WS-REG-PREFIX(12)
           MOVE "INACTIVESWEEP" TO WS-REG-PROGRAM(13)
           MOVE "INACTIVE-SWEEP-" TO WS-REG-PREFIX(13)
           MOVE "INTERVIEWSCHED" TO WS-REG-PROGRAM(14)
           MOVE "INTERVIEW-SCHEDULE-" TO WS-REG-PREFIX(14)
           MOVE "JOBSBULLETIN" TO WS-REG-PROGRAM(15)
           MOVE "JOBS-BULLETIN-" TO WS-REG-PREFIX(15)
           MOVE "LEGALHOLDREPORT" TO WS-REG-PROGRAM(16)
           MOVE "LEGALHOLD-REPORT-" TO WS-REG-PREFIX(16)
           MOVE "LOGINSECREPORT" TO WS-REG-PROGRAM(17)
           MOVE "LOGIN-SECURITY-REPORT-" TO WS-REG-PREFIX(17)
           MOVE "MENTORSHIPREPORT" TO WS-REG-PROGRAM(18)
           MOVE "MENTORSHIP-REPORT-" TO WS-REG-PREFIX(18)
           MOVE "MSGABUSEREPORT" TO WS-REG-PROGRAM(19)
           MOVE "MESSAGE-ABUSE-REPORT-" TO WS-REG-PREFIX(19)
           MOVE "NOSHOWREPORT" TO WS-REG-PROGRAM(20)
           MOVE "INTERVIEW-NOSHOW-" TO WS-REG-PREFIX(20)
           MOVE "OUTCOMESREPORT" TO WS-REG-PROGRAM(21)
           MOVE "OUTCOMES-REPORT-" TO WS-REG-PREFIX(21)
           MOVE "PLACEMENTSREPORT" TO WS-REG-PROGRAM(22)
           MOVE "PLACEMENTS-REPORT-" TO WS-REG-PREFIX(22)
           MOVE "POSTPAYMENTS" TO WS-REG-PROGRAM(23)
           MOVE "PAYMENT-EXCEPTIONS-" TO WS-REG-PREFIX(23)
           MOVE "PROFILECOMPLETENESS" TO WS-REG-PROGRAM(24)
           MOVE "COMPLETENESS-REPORT-" TO WS-REG-PREFIX(24)
           MOVE "PROVISIONACCOUNTS" TO WS-REG-PROGRAM(25)
           MOVE "PROVISION-EXCEPTIONS-" TO WS-REG-PREFIX(25)
           MOVE "RATINGSREPORT" TO WS-REG-PROGRAM(26)
           MOVE "EMPRATINGS-REPORT-" TO WS-REG-PREFIX(26)
           MOVE "RECEIVABLESAGING" TO WS-REG-PROGRAM(27)
           MOVE "RECEIVABLES-AGING-" TO WS-REG-PREFIX(27)
           MOVE "RECONCILECONNECTIONS" TO WS-REG-PROGRAM(28)
           MOVE "RECONCILE-CONNECTIONS-REPORT-" TO WS-REG-PREFIX(28)
           MOVE "RECONCILEJOBS" TO WS-REG-PROGRAM(29)
           MOVE "RECONCILE-JOBS-REPORT-" TO WS-REG-PREFIX(29)
           MOVE "RECONCILEPROFILES" TO WS-REG-PROGRAM(30)
           MOVE "RECONCILE-REPORT-" TO WS-REG-PREFIX(30)
           MOVE "RECONCILESIDEFILES" TO WS-REG-PROGRAM(31)
           MOVE "RECONCILE-SIDEFILES-REPORT-" TO WS-REG-PREFIX(31)
           MOVE "RESPONSEREPORT" TO WS-REG-PROGRAM(32)
           MOVE "RESPONSE-TIMES-" TO WS-REG-PREFIX(32)
           MOVE "REVIEWQUEUE" TO WS-REG-PROGRAM(33)
           MOVE "REVIEW-QUEUE-" TO WS-REG-PREFIX(33)
           MOVE "SALARYINSIGHTS" TO WS-REG-PROGRAM(34)
           MOVE "SALARY-INSIGHTS-STUDENT-" TO WS-REG-PREFIX(34)
           MOVE "SALARYINSIGHTS" TO WS-REG-PROGRAM(35)
           MOVE "SALARY-INSIGHTS-DETAIL-" TO WS-REG-PREFIX(35)
           MOVE "SEARCHMISSREPORT" TO WS-REG-PROGRAM(36)
           MOVE "SEARCHMISS-REPORT-" TO WS-REG-PREFIX(36)
           MOVE "SURVEYTALLY" TO WS-REG-PROGRAM(37)
           MOVE "SURVEY-TALLY-" TO WS-REG-PREFIX(37)
           MOVE "SYNDICATEJOBS" TO WS-REG-PROGRAM(38)
           MOVE "SYNDICATION-" TO WS-REG-PREFIX(38)
           MOVE "TALLYVERIFY" TO WS-REG-PROGRAM(39)
           MOVE "TALLY-VERIFY-" TO WS-REG-PREFIX(39)
           MOVE "TICKETREPORT" TO WS-REG-PROGRAM(40)
           MOVE "TICKETS-WEEKLY-" TO WS-REG-PREFIX(40)
           MOVE "TRENDREPORT" TO WS-REG-PROGRAM(41)
           MOVE "TREND-REPORT-" TO WS-REG-PREFIX(41)
           MOVE "CAREERFAIR" TO WS-REG-PROGRAM(42)
           MOVE "CAREER-FAIR-SUMMARY-" TO WS-REG-PREFIX(42)
           MOVE "BULKADMIN" TO WS-REG-PROGRAM(43)
           MOVE "BULKADMIN-RESULTS-" TO WS-REG-PREFIX(43)
           MOVE "CONTACTFOLLOWUPS" TO WS-REG-PROGRAM(44)
           MOVE "ER-FOLLOWUPS-" TO WS-REG-PREFIX(44)
           MOVE "CONTACTFOLLOWUPS" TO WS-REG-PROGRAM(45)
           MOVE "ER-DORMANT-" TO WS-REG-PREFIX(45)
           MOVE "PARTNERUSAGE" TO WS-REG-PROGRAM(46)
           MOVE "PARTNER-USAGE-" TO WS-REG-PREFIX(46)
           MOVE "MAILRETURNS" TO WS-REG-PROGRAM(47)
           MOVE "MAIL-DELIVERABILITY-" TO WS-REG-PREFIX(47)
           MOVE "AUDITVERIFY" TO WS-REG-PROGRAM(48)
           MOVE "AUDIT-VERIFY-" TO WS-REG-PREFIX(48)
           MOVE "CAPACITYREPORT" TO WS-REG-PROGRAM(49)
           MOVE "CAPACITY-REPORT-" TO WS-REG-PREFIX(49)
           MOVE "ACADEMICCLEANUP" TO WS-REG-PROGRAM(50)
           MOVE "ACADEMIC-CLEANUP-" TO WS-REG-PREFIX(50)
           MOVE "ATSEXPORTS" TO WS-REG-PROGRAM(51)
           MOVE "ATS-EXPORT-RUN-" TO WS-REG-PREFIX(51)
           MOVE "QUEUEAGING" TO WS-REG-PROGRAM(52)
           MOVE "QUEUE-AGING-" TO WS-REG-PREFIX(52).

       LOAD-DISTRIBUTION.
           MOVE 0 TO WS-DST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS NOT = "00"
             IF WS-DIST-STATUS = "05"
               CLOSE DIST-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ DIST-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF RD-PROGRAM NOT = SPACES
                   AND RD-RECIPIENT NOT = SPACES
                   AND WS-DST-COUNT < WS-MAX-DIST
                   ADD 1 TO WS-DST-COUNT
                   MOVE FUNCTION UPPER-CASE(RD-PROGRAM)
                     TO WS-DST-PROGRAM(WS-DST-COUNT)
                   MOVE RD-RECIPIENT TO WS-DST-RECIPIENT(WS-DST-COUNT)
                   MOVE FUNCTION UPPER-CASE(RD-CHANNEL)
                     TO WS-DST-CHANNEL(WS-DST-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE DIST-FILE.

       LOAD-TODAYS-CATALOG.
           MOVE 0 TO WS-CAT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
             IF WS-CATALOG-STATUS = "05"
               CLOSE CATALOG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ CATALOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF (RC-DATE = WS-TODAY-STAMP
                   OR RC-DATE = WS-YESTERDAY-STAMP)
                   AND WS-CAT-COUNT < WS-MAX-CATALOGED
                   ADD 1 TO WS-CAT-COUNT
                   MOVE RC-FILENAME TO WS-CAT-FILENAME(WS-CAT-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE CATALOG-FILE.

      *> The counts line each step handed back tonight is the
      *> report summary; a later OK row for the same step (a rerun)
      *> replaces the earlier one.
       LOAD-TONIGHTS-RUN.
           MOVE 0 TO WS-RUN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT BATCHRUN-FILE
           IF WS-BATCHRUN-STATUS NOT = "00"
             IF WS-BATCHRUN-STATUS = "05"
               CLOSE BATCHRUN-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ BATCHRUN-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF BR-RUN-DATE = WS-TODAY-STAMP
                   AND BR-OUTCOME(1:2) = "OK"
                   PERFORM RECORD-RUN-COUNTS
                 END-IF
             END-READ
           END-PERFORM

           CLOSE BATCHRUN-FILE.

       RECORD-RUN-COUNTS.
           MOVE 0 TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
             UNTIL WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-FOUND > 0
             IF WS-RUN-PROGRAM(WS-RUN-IDX) = BR-STEP-NAME
               MOVE WS-RUN-IDX TO WS-RUN-FOUND
             END-IF
           END-PERFORM

           IF WS-RUN-FOUND = 0
             IF WS-RUN-COUNT >= 30
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-RUN-COUNT
             MOVE WS-RUN-COUNT TO WS-RUN-FOUND
             MOVE BR-STEP-NAME TO WS-RUN-PROGRAM(WS-RUN-FOUND)
           END-IF

           MOVE BR-COUNTS TO WS-RUN-COUNTS(WS-RUN-FOUND).

       CHECK-ONE-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING FUNCTION TRIM(WS-REG-PREFIX(WS-REG-IDX))
                    DELIMITED BY SIZE
                  WS-PROBE-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN INPUT REPORT-PROBE-FILE
           IF WS-PROBE-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           CLOSE REPORT-PROBE-FILE

           MOVE "N" TO WS-ALREADY-CATALOGED
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-COUNT
             IF WS-CAT-FILENAME(WS-CAT-IDX) = WS-REPORT-FILENAME
               MOVE "Y" TO WS-ALREADY-CATALOGED
             END-IF
           END-PERFORM
           IF WS-ALREADY-CATALOGED = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "produced outside the nightly run" TO WS-SUMMARY
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
             UNTIL WS-RUN-IDX > WS-RUN-COUNT
               OR WS-PROBE-DATE NOT = WS-TODAY-STAMP
             IF WS-RUN-PROGRAM(WS-RUN-IDX) =
               WS-REG-PROGRAM(WS-REG-IDX)
               AND WS-RUN-COUNTS(WS-RUN-IDX) NOT = SPACES
               MOVE WS-RUN-COUNTS(WS-RUN-IDX) TO WS-SUMMARY
             END-IF
           END-PERFORM

           MOVE 0 TO WS-SENT-COUNT
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
             UNTIL WS-DST-IDX > WS-DST-COUNT
             IF FUNCTION TRIM(WS-DST-PROGRAM(WS-DST-IDX)) =
               FUNCTION TRIM(WS-REG-PROGRAM(WS-REG-IDX))
               PERFORM SEND-TO-ONE-OWNER
             END-IF
           END-PERFORM

           PERFORM APPEND-CATALOG-ROW
           ADD 1 TO WS-NEW-REPORTS
           ADD WS-SENT-COUNT TO WS-TOTAL-SENT.

       SEND-TO-ONE-OWNER.
           IF WS-DST-CHANNEL(WS-DST-IDX) = "I"
             OR WS-DST-CHANNEL(WS-DST-IDX) = "B"
             OR WS-DST-CHANNEL(WS-DST-IDX) = SPACE
             PERFORM SEND-INBOX-COPY
           END-IF
           IF WS-DST-CHANNEL(WS-DST-IDX) = "M"
             OR WS-DST-CHANNEL(WS-DST-IDX) = "B"
             PERFORM SEND-MAIL-COPY
           END-IF
           ADD 1 TO WS-SENT-COUNT.

       SEND-INBOX-COPY.
           MOVE SPACES TO WS-MSG-TEXT
           STRING "Report ready: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPORT-FILENAME) DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REG-PROGRAM(WS-REG-IDX))
                    DELIMITED BY SIZE
                  ". Summary: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUMMARY) DELIMITED BY SIZE
             INTO WS-MSG-TEXT
           END-STRING

           OPEN EXTEND MESSAGES-FILE
           IF WS-MSG-FILE-STATUS = "35"
             OPEN OUTPUT MESSAGES-FILE
             IF WS-MSG-FILE-STATUS = "00"
               CLOSE MESSAGES-FILE
             END-IF
             OPEN EXTEND MESSAGES-FILE
           END-IF

           IF WS-MSG-FILE-STATUS NOT = "00"
             AND WS-MSG-FILE-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-DST-RECIPIENT(WS-DST-IDX) TO MSG-RECIPIENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO MSG-TIMESTAMP
           MOVE WS-MSG-TEXT TO MSG-CONTENT
           MOVE "N" TO MSG-READ-FLAG
           MOVE "N" TO MSG-DELETED-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGES-FILE.

       SEND-MAIL-COPY.
           MOVE WS-DST-RECIPIENT(WS-DST-IDX) TO WS-MAIL-RECIPIENT
           MOVE "RPTD" TO WS-MAIL-TYPE
           MOVE SPACES TO WS-MAIL-SUBJECT
           STRING "InCollege report " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REG-PROGRAM(WS-REG-IDX))
                    DELIMITED BY SIZE
             INTO WS-MAIL-SUBJECT
           END-STRING
           MOVE SPACES TO WS-MAIL-BODY
           STRING FUNCTION TRIM(WS-REPORT-FILENAME) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUMMARY) DELIMITED BY SIZE
             INTO WS-MAIL-BODY
           END-STRING
           PERFORM QUEUE-OUTBOUND-MAIL.

       QUEUE-OUTBOUND-MAIL.
      *> Appends the handoff row and its send-log entry together so
      *> the log can prove what left the system and when.
           OPEN EXTEND MAILQUEUE-FILE
           IF WS-MAILQUEUE-STATUS = "35"
             OPEN OUTPUT MAILQUEUE-FILE
             IF WS-MAILQUEUE-STATUS = "00"
               CLOSE MAILQUEUE-FILE
             END-IF
             OPEN EXTEND MAILQUEUE-FILE
           END-IF

           IF WS-MAILQUEUE-STATUS NOT = "00"
             AND WS-MAILQUEUE-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-MAIL-RECIPIENT TO MQ-RECIPIENT
           MOVE WS-MAIL-TYPE TO MQ-TYPE
           MOVE WS-MAIL-SUBJECT TO MQ-SUBJECT
           MOVE WS-MAIL-BODY TO MQ-BODY
           WRITE MAILQUEUE-RECORD
           CLOSE MAILQUEUE-FILE

           OPEN EXTEND MAILLOG-FILE
           IF WS-MAILLOG-STATUS = "35"
             OPEN OUTPUT MAILLOG-FILE
             IF WS-MAILLOG-STATUS = "00"
               CLOSE MAILLOG-FILE
             END-IF
             OPEN EXTEND MAILLOG-FILE
           END-IF
           IF WS-MAILLOG-STATUS = "00" OR WS-MAILLOG-STATUS = "05"
             MOVE WS-MAIL-RECIPIENT TO ML2-RECIPIENT
             MOVE WS-MAIL-TYPE TO ML2-TYPE
             MOVE FUNCTION CURRENT-DATE(1:14) TO ML2-QUEUED-TS
             WRITE MAILLOG-RECORD
             CLOSE MAILLOG-FILE
           END-IF.

       APPEND-CATALOG-ROW.
           OPEN EXTEND CATALOG-FILE
           IF WS-CATALOG-STATUS = "35"
             OPEN OUTPUT CATALOG-FILE
             IF WS-CATALOG-STATUS = "00"
               CLOSE CATALOG-FILE
             END-IF
             OPEN EXTEND CATALOG-FILE
           END-IF

           IF WS-CATALOG-STATUS NOT = "00"
             AND WS-CATALOG-STATUS NOT = "05"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to write REPORTCATALOG.DAT (status "
               WS-CATALOG-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-PROBE-DATE TO RC-DATE
           MOVE WS-REG-PROGRAM(WS-REG-IDX) TO RC-PROGRAM
           MOVE WS-REPORT-FILENAME TO RC-FILENAME
           MOVE WS-SENT-COUNT TO RC-SENT-COUNT
           MOVE WS-SUMMARY TO RC-SUMMARY
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE.

       END PROGRAM REPORTDIST.
