      *> EXPIREJOBS: a posting whose scheduled go-live date has
      *> arrived gets the date cleared (which is what makes it
      *> visible) and its company's followers notified. On the first
      *> day of a term (a term start in the academic calendar,
      *> ACADCAL.DAT; January 15th and September 1st when the
      *> calendar has no terms) every
      *> template marked recurring is re-posted as a fresh pending
      *> posting for its owner, unless the same employer already has
      *> a near-identical posting open at that location (the
      *> duplicate check the posting screens use) or the employer is
      *> on collection hold (COLLECTHOLDS.DAT), or the re-post would
      *> take the employer past the live-posting quota of its
      *> partnership tier (PARTNERQUOTA); the template then waits for
      *> the next term start. Each re-post is
      *> scored by the JOBRISK fraud check like any new posting.
      *> Runs under JOBS.LCK with the usual work-file swap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

           SELECT OPTIONAL COLLECTHOLDS-FILE
               ASSIGN TO "COLLECTHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
          05 JOB-OPENINGS     PIC X(4).
          05 JOB-CATEGORY     PIC X(3).
          05 JOB-PUBLISH-DATE PIC X(8).
          05 JOB-WORK-MODE    PIC X(1).

       FD JOBTEMPLATES-FILE.
       01 JOBTEMPLATE-RECORD.
          05 JT-LOCATION      PIC X(30).
          05 JT-SALARY        PIC X(30).
          05 JT-RECUR         PIC X(1).
          05 JT-WORK-MODE     PIC X(1).

       FD COMPANIES-FILE.
       01 COMPANY-RECORD.
          05 CO-INDUSTRY      PIC X(30).
          05 CO-DESC          PIC X(60).
          05 CO-RECRUITER     PIC X(12).
          05 CO-TIER          PIC X(1).

       FD FOLLOWS-FILE.
       01 FOLLOW-RECORD.

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).
      *> Control totals for the nightly driver's balancing check:
      *> one CT row per master file rewritten, after the counts line.
           01 STEPSUMMARY-CONTROL.
             05 SC-TAG PIC X(2).
             05 SC-FILE PIC X(18).
             05 SC-READ PIC 9(8).
             05 SC-WRITTEN PIC 9(8).
             05 SC-DROPPED PIC 9(8).
             05 SC-ARCHIVED PIC 9(8).
             05 SC-HELD PIC 9(8).

       FD JOBS-WORK-FILE.
       01 JOB-WORK-RECORD     PIC X(277).

       FD JOBS-COMMIT-FILE.
       01 JOBS-COMMIT-RECORD  PIC 9(8).

       FD ACADCAL-FILE.
       01 ACADCAL-RECORD.
          05 AC-TYPE          PIC X(1).
          05 AC-CODE          PIC X(6).
          05 AC-START         PIC X(8).
          05 AC-END           PIC X(8).
          05 AC-NAME          PIC X(30).

       FD JOBS-LOCK-FILE.
           01 JOBS-LOCK-RECORD PIC X(14).

       FD COLLECTHOLDS-FILE.
       01 COLLECTHOLD-RECORD.
          05 CH-CO-ID         PIC 9(4).
          05 CH-PERIOD        PIC X(6).
          05 CH-AMOUNT        PIC 9(7).
          05 CH-PLACED-DATE   PIC X(8).
          05 CH-STATUS        PIC X(1).
          05 CH-CLEARED-BY    PIC X(12).
          05 CH-CLEARED-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS           PIC XX.
       77 WS-JOBTPL-STATUS         PIC XX.
       77 WS-SCAN-EOF              PIC X VALUE "N".

       77 WS-TODAY-STAMP           PIC X(8).
       77 WS-ACADCAL-STATUS        PIC XX.
       77 WS-CAL-TERM-ROWS         PIC 9(4) VALUE 0.
       77 WS-TERM-START-TODAY      PIC X VALUE "N".
       77 WS-READ-COUNT            PIC 9(8) VALUE 0.
       77 WS-PUBLISHED-COUNT       PIC 9(8) VALUE 0.
       77 WS-WRITTEN-COUNT         PIC 9(8) VALUE 0.
       77 WS-SCHEDULED-COUNT       PIC 9(8) VALUE 0.
       77 WS-RECURRED-COUNT        PIC 9(4) VALUE 0.
       77 WS-DUP-SKIPPED-COUNT     PIC 9(4) VALUE 0.
       77 WS-HOLDS-STATUS          PIC XX.
       77 WS-HOLD-EOF              PIC X VALUE "N".
       77 WS-HOLD-CO-ID            PIC 9(4) VALUE 0.
       77 WS-TEMPLATE-HELD         PIC X VALUE "N".
       77 WS-QUOTA-HELD-COUNT      PIC 9(4) VALUE 0.

      *> Partnership tier quota (PARTNERQUOTA)
       01 WS-PARTNER-QUOTA.
          05 WS-PQ-FUNCTION        PIC X(1).
          05 WS-PQ-EMPLOYER        PIC X(30).
          05 WS-PQ-CO-ID           PIC 9(4).
          05 WS-PQ-TIER            PIC X(1).
          05 WS-PQ-QUOTA           PIC 9(4).
          05 WS-PQ-LIVE            PIC 9(4).
          05 WS-PQ-FEATURED        PIC X(1).
          05 WS-PQ-OVER            PIC X(1).
          05 WS-PQ-FEAT-COUNT      PIC 9(4).
          05 WS-PQ-FEAT-NAME       PIC X(30) OCCURS 200 TIMES.
       77 WS-PQ-TIER-TEXT          PIC X(6).
       77 WS-PQ-QUOTA-TEXT         PIC Z(3)9.

      *> Location master lookup for templates saved before the
      *> posting carried a work mode.
       01 WS-LOCATION-MATCH.
          05 WS-LM-FUNCTION        PIC X(1).
          05 WS-LM-TEXT            PIC X(30).
          05 WS-LM-FOUND           PIC X(1).
          05 WS-LM-LOC-ID          PIC 9(3).
          05 WS-LM-NAME            PIC X(30).
          05 WS-LM-REGION          PIC X(2).
          05 WS-LM-MODE            PIC X(1).
       77 WS-NEXT-JOB-NUMBER       PIC 9(8) VALUE 0.

      *> Fraud risk scoring (JOBRISK)
       77 WS-RISK-SOURCE           PIC X(1) VALUE "T".
       77 WS-RISK-SCORE            PIC 9(3) VALUE 0.
       77 WS-RISK-REASONS          PIC X(100).
       77 WS-RISK-HOLD             PIC X(1) VALUE "N".

       77 WS-LIVE-CO-ID            PIC 9(4) VALUE 0.
       77 WS-FOLLOWER-USER         PIC X(12).
       77 WS-LIVE-EMPLOYER         PIC X(30).
       77 WS-STEPSUMMARY-STATUS    PIC XX.
       77 WS-STEP-SUMMARY          PIC X(60).

      *> Duplicate check: upper-case letter/digit match keys; title
      *> keys may differ in up to WS-DUP-TITLE-TOLERANCE positions.
       77 WS-DUP-KEY-IN            PIC X(30).
       77 WS-DUP-KEY-OUT           PIC X(30).
       77 WS-DUP-KEY-LEN           PIC 9(2) VALUE 0.
       77 WS-DUP-KEY-POS           PIC 9(2) VALUE 0.
       77 WS-DUP-KEY-CHAR          PIC X.
       77 WS-DUP-NEW-EMPLOYER      PIC X(30).
       77 WS-DUP-NEW-TITLE         PIC X(30).
       77 WS-DUP-NEW-LOCATION      PIC X(30).
       77 WS-DUP-TITLE-DIFFS       PIC 9(2) VALUE 0.
       77 WS-DUP-TITLE-TOLERANCE   PIC 9(2) VALUE 3.
       77 WS-DUP-FOUND-ID          PIC X(12).
       77 WS-DUP-EOF               PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           PERFORM STREAM-PUBLISH-TO-WORK
           IF WS-JOBS-STATUS = "00" OR WS-JOBS-STATUS = "35"
               PERFORM SAVE-JOBS
               PERFORM CHECK-TERM-START-TODAY
               IF WS-TERM-START-TODAY = "Y"
                 PERFORM REPOST-RECURRING-TEMPLATES
               END-IF
               DISPLAY "Publisher complete: " WS-PUBLISHED-COUNT
                 " posting(s) released, " WS-RECURRED-COUNT
                 " template(s) re-posted, " WS-DUP-SKIPPED-COUNT
                 " skipped as duplicates, " WS-QUOTA-HELD-COUNT
                 " held at quota."
               MOVE SPACES TO WS-STEP-SUMMARY
               STRING "released " DELIMITED BY SIZE
                      WS-PUBLISHED-COUNT DELIMITED BY SIZE
                      " recurred " DELIMITED BY SIZE
                      WS-RECURRED-COUNT DELIMITED BY SIZE
                      " dup-skipped " DELIMITED BY SIZE
                      WS-DUP-SKIPPED-COUNT DELIMITED BY SIZE
                      " quota " DELIMITED BY SIZE
                      WS-QUOTA-HELD-COUNT DELIMITED BY SIZE
                 INTO WS-STEP-SUMMARY
               END-STRING
               PERFORM WRITE-STEP-SUMMARY
       STREAM-PUBLISH-TO-WORK.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-PUBLISHED-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-SCHEDULED-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT JOBS-FILE
                         MOVE JOB-POSTER TO WS-LIVE-POSTER
                         PERFORM NOTIFY-COMPANY-FOLLOWERS
                       END-IF
      *> Still carrying a go-live date: held back from the board.
                       IF JOB-PUBLISH-DATE NOT = SPACES
                         ADD 1 TO WS-SCHEDULED-COUNT
                       END-IF
                       MOVE JOB-RECORD TO JOB-WORK-RECORD
                       WRITE JOB-WORK-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
               END-READ
           END-PERFORM

           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFICATIONS-FILE.

       CHECK-TERM-START-TODAY.
      *> Today starts a term if any calendar term starts today; with
      *> no terms on the calendar, the old fixed dates apply.
           MOVE "N" TO WS-TERM-START-TODAY
           MOVE 0 TO WS-CAL-TERM-ROWS
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ ACADCAL-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF AC-TYPE = "T"
                               ADD 1 TO WS-CAL-TERM-ROWS
                               IF AC-START = WS-TODAY-STAMP
                                   MOVE "Y" TO WS-TERM-START-TODAY
                               END-IF
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

           IF WS-CAL-TERM-ROWS = 0
               IF WS-TODAY-STAMP(5:4) = "0115"
                 OR WS-TODAY-STAMP(5:4) = "0901"
                   MOVE "Y" TO WS-TERM-START-TODAY
               END-IF
           END-IF.

       REPOST-RECURRING-TEMPLATES.
      *> One fresh pending posting per recurring template. Ids keep
      *> the running-count convention JOBPOSTPROG uses; the posting
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF JT-RECUR = "T"
                   PERFORM CHECK-TEMPLATE-HOLD
                   PERFORM CHECK-TEMPLATE-DUPLICATE
                   IF WS-TEMPLATE-HELD = "Y"
                     DISPLAY "Template " FUNCTION TRIM(JT-NAME)
                       " for " FUNCTION TRIM(JT-OWNER)
                       " not re-posted: employer on collection hold"
                   ELSE
                     IF WS-DUP-FOUND-ID = SPACES
                       PERFORM CHECK-TEMPLATE-QUOTA
                       IF WS-PQ-OVER = "Y"
                         ADD 1 TO WS-QUOTA-HELD-COUNT
                         DISPLAY "Template " FUNCTION TRIM(JT-NAME)
                           " for " FUNCTION TRIM(JT-OWNER)
                           " not re-posted: employer at its "
                           FUNCTION TRIM(WS-PQ-TIER-TEXT)
                           " tier quota of "
                           FUNCTION TRIM(WS-PQ-QUOTA-TEXT)
                           " live postings"
                       ELSE
                         PERFORM APPEND-TEMPLATE-POSTING
                       END-IF
                     ELSE
                       ADD 1 TO WS-DUP-SKIPPED-COUNT
                       DISPLAY "Template " FUNCTION TRIM(JT-NAME)
                         " for " FUNCTION TRIM(JT-OWNER)
                         " not re-posted: duplicate of "
                         WS-DUP-FOUND-ID
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBTEMPLATES-FILE
           MOVE "N" TO WS-SCAN-EOF.

       CHECK-TEMPLATE-HOLD.
      *> Sets WS-TEMPLATE-HELD when the template's employer has a
      *> collection hold in force.
           MOVE "N" TO WS-TEMPLATE-HELD
           MOVE 0 TO WS-HOLD-CO-ID
           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS = "00"
             PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ COMPANIES-FILE
                 AT END
                   MOVE "Y" TO WS-HOLD-EOF
                 NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME)) =
                     FUNCTION UPPER-CASE(FUNCTION TRIM(JT-EMPLOYER))
                     MOVE CO-ID TO WS-HOLD-CO-ID
                     MOVE "Y" TO WS-HOLD-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COMPANIES-FILE
           ELSE
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
           END-IF

           IF WS-HOLD-CO-ID = 0
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT COLLECTHOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
             IF WS-HOLDS-STATUS = "05"
               CLOSE COLLECTHOLDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = "Y"
             READ COLLECTHOLDS-FILE
               AT END
                 MOVE "Y" TO WS-HOLD-EOF
               NOT AT END
                 IF CH-CO-ID = WS-HOLD-CO-ID AND CH-STATUS = "H"
                   MOVE "Y" TO WS-TEMPLATE-HELD
                   MOVE "Y" TO WS-HOLD-EOF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COLLECTHOLDS-FILE.

       CHECK-TEMPLATE-DUPLICATE.
      *> Sets WS-DUP-FOUND-ID to an open (not rejected) posting with
      *> the template's employer and location and a title within
      *> the tolerance, or spaces.
           MOVE SPACES TO WS-DUP-FOUND-ID
           MOVE JT-EMPLOYER TO WS-DUP-KEY-IN
           PERFORM BUILD-DUP-MATCH-KEY
           MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-EMPLOYER
           MOVE JT-LOCATION TO WS-DUP-KEY-IN
           PERFORM BUILD-DUP-MATCH-KEY
           MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-LOCATION
           MOVE JT-TITLE TO WS-DUP-KEY-IN
           PERFORM BUILD-DUP-MATCH-KEY
           MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-TITLE

           MOVE "N" TO WS-DUP-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DUP-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-DUP-EOF
               NOT AT END
                 IF JOB-REVIEW-STATUS NOT = "R"
                   MOVE JOB-EMPLOYER TO WS-DUP-KEY-IN
                   PERFORM BUILD-DUP-MATCH-KEY
                   IF WS-DUP-KEY-OUT = WS-DUP-NEW-EMPLOYER
                     MOVE JOB-LOCATION TO WS-DUP-KEY-IN
                     PERFORM BUILD-DUP-MATCH-KEY
                     IF WS-DUP-KEY-OUT = WS-DUP-NEW-LOCATION
                       PERFORM COMPARE-DUP-TITLE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOBS-FILE.

      *> Sets WS-PQ-OVER when one more posting would take the
      *> template's employer past its partnership tier quota.
       CHECK-TEMPLATE-QUOTA.
           MOVE "Q" TO WS-PQ-FUNCTION
           MOVE JT-EMPLOYER TO WS-PQ-EMPLOYER
           MOVE "N" TO WS-PQ-OVER
           CALL "PARTNERQUOTA" USING WS-PARTNER-QUOTA
             ON EXCEPTION
               MOVE "N" TO WS-PQ-OVER
           END-CALL
           EVALUATE WS-PQ-TIER
             WHEN "G"
               MOVE "Gold" TO WS-PQ-TIER-TEXT
             WHEN "S"
               MOVE "Silver" TO WS-PQ-TIER-TEXT
             WHEN OTHER
               MOVE "Basic" TO WS-PQ-TIER-TEXT
           END-EVALUATE
           MOVE WS-PQ-QUOTA TO WS-PQ-QUOTA-TEXT.

       COMPARE-DUP-TITLE.
           MOVE JOB-TITLE TO WS-DUP-KEY-IN
           PERFORM BUILD-DUP-MATCH-KEY
           MOVE 0 TO WS-DUP-TITLE-DIFFS
           PERFORM VARYING WS-DUP-KEY-POS FROM 1 BY 1
             UNTIL WS-DUP-KEY-POS > 30
             IF WS-DUP-KEY-OUT(WS-DUP-KEY-POS:1) NOT =
               WS-DUP-NEW-TITLE(WS-DUP-KEY-POS:1)
               ADD 1 TO WS-DUP-TITLE-DIFFS
             END-IF
           END-PERFORM
           IF WS-DUP-TITLE-DIFFS <= WS-DUP-TITLE-TOLERANCE
             MOVE JOB-ID TO WS-DUP-FOUND-ID
             MOVE "Y" TO WS-DUP-EOF
           END-IF.

       BUILD-DUP-MATCH-KEY.
           MOVE SPACES TO WS-DUP-KEY-OUT
           MOVE 0 TO WS-DUP-KEY-LEN
           PERFORM VARYING WS-DUP-KEY-POS FROM 1 BY 1
             UNTIL WS-DUP-KEY-POS > 30
             MOVE FUNCTION UPPER-CASE(WS-DUP-KEY-IN(WS-DUP-KEY-POS:1))
               TO WS-DUP-KEY-CHAR
             IF (WS-DUP-KEY-CHAR >= "A" AND WS-DUP-KEY-CHAR <= "Z")
               OR (WS-DUP-KEY-CHAR >= "0" AND WS-DUP-KEY-CHAR <= "9")
               ADD 1 TO WS-DUP-KEY-LEN
               MOVE WS-DUP-KEY-CHAR TO
                 WS-DUP-KEY-OUT(WS-DUP-KEY-LEN:1)
             END-IF
           END-PERFORM.

       NEXT-JOB-ID.
           MOVE 0 TO WS-NEXT-JOB-NUMBER
           MOVE "N" TO WS-WORK-EOF
           MOVE SPACES TO JOB-OPENINGS
           MOVE SPACES TO JOB-CATEGORY
           MOVE SPACES TO JOB-PUBLISH-DATE
           MOVE JT-WORK-MODE TO JOB-WORK-MODE
           IF JT-WORK-MODE = SPACES
             PERFORM MAP-TEMPLATE-LOCATION
           END-IF

           MOVE "N" TO WS-RISK-HOLD
           CALL "JOBRISK" USING JOB-RECORD WS-RISK-SOURCE
             WS-RISK-SCORE WS-RISK-REASONS WS-RISK-HOLD
             ON EXCEPTION
               MOVE "N" TO WS-RISK-HOLD
           END-CALL

           WRITE JOB-RECORD
           CLOSE JOBS-FILE
           ADD 1 TO WS-RECURRED-COUNT
           IF WS-RISK-HOLD = "Y"
             DISPLAY "Template " FUNCTION TRIM(JT-NAME)
               " for " FUNCTION TRIM(JT-OWNER)
               " re-posted as " FUNCTION TRIM(JOB-ID)
               " and held as high risk (score " WS-RISK-SCORE ")"
           END-IF.

      *> An older template names its location in free text: post
      *> it under the location master's name when it matches, with
      *> the work mode the text names (on-site otherwise).
       MAP-TEMPLATE-LOCATION.
           MOVE "O" TO JOB-WORK-MODE
           MOVE "M" TO WS-LM-FUNCTION
           MOVE JT-LOCATION TO WS-LM-TEXT
           CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-LM-FOUND
           END-CALL
           IF WS-LM-FOUND = "Y"
             MOVE WS-LM-NAME TO JOB-LOCATION
           END-IF
           IF WS-LM-MODE = "R" OR WS-LM-MODE = "H"
             MOVE WS-LM-MODE TO JOB-WORK-MODE
           END-IF.

       SAVE-JOBS.
           MOVE 0 TO WS-WORK-COUNT
           END-IF.

      *> One-line counts handoff for the nightly driver's run
      *> control; overwritten by every run. The JOBS.DAT control
      *> totals count each re-posted template as a record read and
      *> written, so the file ends holding read minus dropped rows;
      *> held is the postings still waiting for their go-live date.
       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             MOVE SPACES TO STEPSUMMARY-CONTROL
             MOVE "CT" TO SC-TAG
             MOVE "JOBS.DAT" TO SC-FILE
             COMPUTE SC-READ = WS-READ-COUNT + WS-RECURRED-COUNT
             COMPUTE SC-WRITTEN =
               WS-WRITTEN-COUNT + WS-RECURRED-COUNT
             MOVE 0 TO SC-DROPPED
             MOVE 0 TO SC-ARCHIVED
             MOVE WS-SCHEDULED-COUNT TO SC-HELD
             WRITE STEPSUMMARY-CONTROL
             CLOSE STEPSUMMARY-FILE
           END-IF.

