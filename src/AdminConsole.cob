
      *> Menu-driven administrator console. Requires a console login
      *> as a designated administrator account (USER-ACCOUNT-TYPE
      *> "A", granted with ADMINACCOUNTS MAKEADMIN), signed in the
      *> way the InCollege sign-in does it: the password, then the
      *> one-time code mailed through MAILQUEUE.DAT, with every
      *> wrong password or code counted in LOGINFAIL.DAT toward the
      *> LOGIN-FAIL-LIMIT lockout. The console then brings the
      *> scattered one-shot operations under one roof:
      *>   - account search with lockout state and message count,
      *>     plus deactivate / reactivate / password reset
      *>   - job posting moderation
      *>   - the reconcile utilities, with their reports shown
      *>     in-session
      *>   - employer collection holds placed by RECEIVABLESAGING,
      *>     which only an administrator can clear
      *>   - the help desk's read-only view of a user's account
      *>     (SUPPORTVIEW), for administrators with the support right
      *>   - the help desk ticket queue (TICKETS.DAT): assign, reply
      *>     to the user by message, resolve or reopen, also under
      *>     the support right
      *>   - legal holds on an account (LEGALHOLDS.DAT), placed and
      *>     lifted through the dual-approval queue
      *>   - the report catalog (REPORTCATALOG.DAT) kept by
      *>     REPORTDIST: any dated report found by date or program
      *>     and shown in-session
      *>   - the employer relations contact log (CONTACTLOG.DAT): a
      *>     company's contact history beside its postings, hires
      *>     and billing balance, and new contacts with an optional
      *>     follow-up date, under the employer relations right;
      *>     the same screen shows the company's partnership tier
      *>     and quota use and sets the tier (audited as SETTIER)
      *>   - one user's profile change history, and a restore of
      *>     that profile as of a chosen date (PROFILERESTORE),
      *>     under the accounts right
      *>   - the work queue aging screen (QUEUEAGING SCREEN): open
      *>     items in every administrative queue by age, the oldest
      *>     item, who can act on it and any queue past its service
      *>     target; read-only, so offered to every administrator
      *> Input comes from the operator's console, not the scripted
      *> InCollege-Input.txt.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.

           SELECT OPTIONAL ADMINPENDING-FILE
               ASSIGN TO "ADMINPENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGSUSPEND-STATUS.

           SELECT OPTIONAL COLLECTHOLDS-FILE
               ASSIGN TO "COLLECTHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL TICKETS-FILE
               ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT OPTIONAL LEGALHOLDS-FILE
               ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLDS-STATUS.

           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO "REPORTCATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL REPORT-IN-FILE
               ASSIGN TO DYNAMIC WS-REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.

           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL JOBS-ARCHIVE-FILE
               ASSIGN TO "JOBS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL PLACEMENTS-FILE
               ASSIGN TO "PLACEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENTS-STATUS.

           SELECT OPTIONAL STATEMENTS-FILE
               ASSIGN TO "STATEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENTS-STATUS.

           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT OPTIONAL CONTACTLOG-FILE
               ASSIGN TO "CONTACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACTLOG-STATUS.

           SELECT OPTIONAL MAILQUEUE-FILE
               ASSIGN TO "MAILQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQUEUE-STATUS.

           SELECT OPTIONAL MAILLOG-FILE
               ASSIGN TO "MAILLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USERS-FILE.
           01 ADMINROLE-RECORD.
             05 AR-USERNAME PIC X(12).
      *> Y/N per function: moderation, announcements, account
      *> management, recruiter verification, reports, help desk
      *> support view, employer relations contact log (rows from
      *> before the support or employer relations flag read back
      *> as a space, which does not grant it)
             05 AR-MODERATION PIC X(1).
             05 AR-ANNOUNCE PIC X(1).
             05 AR-ACCOUNTS PIC X(1).
             05 AR-RECRUITERS PIC X(1).
             05 AR-REPORTS PIC X(1).
             05 AR-SUPPORT PIC X(1).
             05 AR-EMPREL PIC X(1).

      *> Maker-checker queue for destructive actions: the first
      *> administrator's request waits here until a different one
             05 MS-USERNAME PIC X(12).
             05 MS-DATE PIC X(8).

       FD COLLECTHOLDS-FILE.
           01 COLLECTHOLD-RECORD.
             05 CH-CO-ID PIC 9(4).
             05 CH-PERIOD PIC X(6).
             05 CH-AMOUNT PIC 9(7).
             05 CH-PLACED-DATE PIC X(8).
      *> H = hold in force, C = cleared
             05 CH-STATUS PIC X(1).
             05 CH-CLEARED-BY PIC X(12).
             05 CH-CLEARED-DATE PIC X(8).

      *> Help desk tickets opened from InCollege's Contact support.
       FD TICKETS-FILE.
           01 TICKET-RECORD.
             05 TK-ID PIC 9(6).
             05 TK-USERNAME PIC X(12).
      *> L login, A application, P job posting, D data correction,
      *> O other
             05 TK-CATEGORY PIC X(1).
      *> O open, R resolved
             05 TK-STATUS PIC X(1).
             05 TK-ASSIGNEE PIC X(12).
             05 TK-OPENED-TS PIC X(14).
             05 TK-RESOLVED-TS PIC X(14).
             05 TK-DESCRIPTION PIC X(80).

      *> Legal holds, written by ADMINACCOUNTS HOLD / RELEASE; the
      *> last row per user is the current state.
       FD LEGALHOLDS-FILE.
           01 LEGALHOLD-RECORD.
             05 LH-USERNAME PIC X(12).
             05 LH-STATUS PIC X(1).
             05 LH-DATE PIC X(8).
             05 LH-REQUESTED-BY PIC X(12).
             05 LH-CONFIRMED-BY PIC X(12).
             05 LH-CASE-REF PIC X(12).

      *> One row per dated report file, written by REPORTDIST.
       FD CATALOG-FILE.
           01 CATALOG-RECORD.
             05 RC-DATE PIC X(8).
             05 RC-PROGRAM PIC X(20).
             05 RC-FILENAME PIC X(40).
             05 RC-SENT-COUNT PIC 9(3).
             05 RC-SUMMARY PIC X(60).

       FD REPORT-IN-FILE.
           01 REPORT-IN-RECORD PIC X(80).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

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

       FD JOBS-ARCHIVE-FILE.
           01 JOB-ARCHIVE-RECORD.
             05 ARC-JOB-ID PIC X(12).
             05 ARC-TITLE PIC X(30).
             05 ARC-DESCRIPTION PIC X(100).
             05 ARC-EMPLOYER PIC X(30).
             05 ARC-LOCATION PIC X(30).
             05 ARC-SALARY PIC X(30).
             05 ARC-POSTER PIC X(12).
             05 ARC-POSTED-DATE PIC X(8).
             05 ARC-DEADLINE PIC X(8).
             05 ARC-ARCHIVED-DATE PIC X(8).
             05 ARC-REASON PIC X(12).
             05 ARC-WORK-MODE PIC X(1).

       FD PLACEMENTS-FILE.
           01 PLACEMENT-RECORD.
             05 PL-JOB-ID PIC X(12).
             05 PL-USERNAME PIC X(12).
             05 PL-OUTCOME PIC X(1).
             05 PL-REPORTER PIC X(1).
             05 PL-DATE PIC X(8).
             05 PL-FLAGGED PIC X(1).

       FD STATEMENTS-FILE.
           01 STATEMENTS-RECORD.
             05 ST-CO-ID PIC 9(4).
             05 ST-PERIOD PIC X(6).
             05 ST-ISSUED-DATE PIC X(8).
             05 ST-CHARGE PIC 9(7).
             05 ST-REMINDED PIC X(1).

       FD PAYMENTS-FILE.
           01 PAYMENT-RECORD.
             05 PAY-CO-ID PIC 9(4).
             05 PAY-PERIOD PIC X(6).
             05 PAY-AMOUNT PIC 9(7).
             05 PAY-DEPOSIT-DATE PIC X(8).
             05 PAY-REFERENCE PIC X(12).
             05 PAY-POSTED-DATE PIC X(8).

      *> Employer relations contact log, one row per contact, added
      *> from the console and never rewritten. A company's latest
      *> row carries its live follow-up date; logging a newer
      *> contact supersedes the follow-up on the earlier one.
       FD CONTACTLOG-FILE.
           01 CONTACTLOG-RECORD.
             05 CL-CO-ID PIC 9(4).
             05 CL-CONTACT-DATE PIC X(8).
             05 CL-STAFF PIC X(12).
             05 CL-CONTACT-NAME PIC X(30).
      *> C call, V campus visit, P partnership meeting, E email,
      *> O other
             05 CL-CHANNEL PIC X(1).
      *> Spaces when no follow-up is due
             05 CL-FOLLOWUP-DATE PIC X(8).
             05 CL-LOGGED-TS PIC X(14).
             05 CL-SUMMARY PIC X(80).

      *> Outbound mail handoff; the console only queues the sign-in
      *> code, which goes out whatever the user's mail preference.
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

       WORKING-STORAGE SECTION.
         77 WS-USERS-STATUS PIC XX.
         77 WS-LOGINFAIL-STATUS PIC XX.
         77 WS-TARGET-USERNAME PIC X(12).
         77 WS-ACTION-CHOICE PIC X(1).
         77 WS-NEW-PASSWORD PIC X(12).
         77 WS-RESTORE-AS-OF PIC X(8).
         77 WS-COMMAND-TEXT PIC X(60).

         77 WS-FOUND-INDEX PIC 9(4) VALUE 0.
         77 WS-RIGHT-ACCOUNTS PIC X VALUE "Y".
         77 WS-RIGHT-RECRUITERS PIC X VALUE "Y".
         77 WS-RIGHT-REPORTS PIC X VALUE "Y".
         77 WS-RIGHT-SUPPORT PIC X VALUE "Y".
         77 WS-RIGHT-EMPREL PIC X VALUE "Y".
         77 WS-DENIED-FUNCTION PIC X(12).

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

      *> Strike appeal review working storage
         77 WS-STRIKES-STATUS PIC XX.
         77 WS-STRIKEAPPEALS-STATUS PIC XX.
           05 WS-ANN-TEXT PIC X(100).
         77 WS-ANN-CMD PIC X(180).

      *> Collection hold working storage
         77 WS-HOLDS-STATUS PIC XX.
         77 WS-HOLDS-EOF PIC X VALUE "N".
         77 WS-MAX-HOLDS PIC 9(4) VALUE 500.
         01 WS-HOLD-TABLE.
           05 WS-CH-ENTRY OCCURS 500 TIMES.
             10 WS-CH-CO-ID PIC 9(4).
             10 WS-CH-PERIOD PIC X(6).
             10 WS-CH-AMOUNT PIC 9(7).
             10 WS-CH-PLACED PIC X(8).
             10 WS-CH-STATUS PIC X(1).
             10 WS-CH-CLEARED-BY PIC X(12).
             10 WS-CH-CLEARED-DATE PIC X(8).
         77 WS-CH-COUNT PIC 9(4) VALUE 0.
         77 WS-CH-IDX PIC 9(4) VALUE 0.
         77 WS-CH-OPEN PIC 9(4) VALUE 0.
         77 WS-CH-CHANGED PIC X VALUE "N".
         77 WS-CH-DECISION PIC X(1).
         77 WS-CH-AMOUNT-TEXT PIC Z(6)9.

      *> Help desk ticket queue working storage
         77 WS-TICKETS-STATUS PIC XX.
         77 WS-TICKETS-EOF PIC X VALUE "N".
         77 WS-MAX-TICKETS PIC 9(4) VALUE 2000.
         01 WS-TICKET-TABLE.
           05 WS-TK-ENTRY OCCURS 2000 TIMES.
             10 WS-TK-ID PIC 9(6).
             10 WS-TK-USER PIC X(12).
             10 WS-TK-CATEGORY PIC X(1).
             10 WS-TK-STATUS PIC X(1).
             10 WS-TK-ASSIGNEE PIC X(12).
             10 WS-TK-OPENED PIC X(14).
             10 WS-TK-RESOLVED PIC X(14).
             10 WS-TK-TEXT PIC X(80).
         77 WS-TK-COUNT PIC 9(4) VALUE 0.
         77 WS-TK-IDX PIC 9(4) VALUE 0.
         77 WS-TK-OPEN PIC 9(4) VALUE 0.
         77 WS-TK-DONE PIC X VALUE "N".
         77 WS-TK-PICK PIC 9(6) VALUE 0.
         77 WS-TK-PICK-TEXT PIC X(6).
         77 WS-TK-DECISION PIC X(1).
         77 WS-TK-CAT-CODE PIC X(1).
         77 WS-TK-CAT-TEXT PIC X(15).
         77 WS-TK-REPLY PIC X(80).
         77 WS-TK-NEW-ASSIGNEE PIC X(12).
         77 WS-TK-NOTICE PIC X(200).

      *> Legal hold lookup working storage
         77 WS-LEGALHOLDS-STATUS PIC XX.
         77 WS-HOLD-STATE PIC X(1).
         77 WS-HOLD-CASE-REF PIC X(12).
         77 WS-HOLD-DATE PIC X(8).

      *> Report catalog working storage
         77 WS-CATALOG-STATUS PIC XX.
         77 WS-CATALOG-FILTER PIC X(20).
         77 WS-CATALOG-PICK PIC X(3).
         77 WS-MAX-CATALOG-SHOWN PIC 9(2) VALUE 40.
         01 WS-CATALOG-SHOWN.
           05 WS-CS-ENTRY OCCURS 40 TIMES.
             10 WS-CS-DATE PIC X(8).
             10 WS-CS-PROGRAM PIC X(20).
             10 WS-CS-FILENAME PIC X(40).
         77 WS-CS-COUNT PIC 9(2) VALUE 0.
         77 WS-CS-IDX PIC 9(2) VALUE 0.

      *> Employer relations contact log working storage
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-ARCHIVE-STATUS PIC XX.
         77 WS-PLACEMENTS-STATUS PIC XX.
         77 WS-STATEMENTS-STATUS PIC XX.
         77 WS-PAYMENTS-STATUS PIC XX.
         77 WS-CONTACTLOG-STATUS PIC XX.
         77 WS-ER-EOF PIC X VALUE "N".
         77 WS-ER-DONE PIC X VALUE "N".
         77 WS-ER-PICK-TEXT PIC X(6).
         77 WS-ER-CO-ID PIC 9(4) VALUE 0.
         77 WS-ER-CO-NAME PIC X(30).
         77 WS-ER-FOUND PIC X VALUE "N".
         77 WS-ER-LIVE-POSTS PIC 9(5) VALUE 0.
         77 WS-ER-ARCH-POSTS PIC 9(5) VALUE 0.
         77 WS-ER-HIRES PIC 9(5) VALUE 0.
         77 WS-ER-CONTACTS PIC 9(5) VALUE 0.
         77 WS-ER-CHARGES PIC 9(9) VALUE 0.
         77 WS-ER-PAID PIC 9(9) VALUE 0.
         77 WS-ER-BALANCE PIC S9(9) VALUE 0.
         77 WS-ER-MONEY-TEXT PIC -(8)9.
         77 WS-ER-COUNT-TEXT PIC Z(4)9.
         77 WS-ER-COUNT-TEXT2 PIC Z(4)9.
      *> Job ids posted under the company's name, live and
      *> archived, for matching its hires
         77 WS-MAX-ER-JOBS PIC 9(4) VALUE 1000.
         01 WS-ER-JOB-TABLE.
           05 WS-ER-JOB-ID PIC X(12) OCCURS 1000 TIMES.
         77 WS-ER-JOB-COUNT PIC 9(4) VALUE 0.
         77 WS-ER-IDX PIC 9(4) VALUE 0.
         77 WS-ER-MATCH PIC X VALUE "N".
         77 WS-ER-LAST-FOLLOWUP PIC X(8).
         77 WS-ER-LAST-STAFF PIC X(12).
         77 WS-ER-DECISION PIC X(1).
         77 WS-ER-CHANNEL-CODE PIC X(1).
         77 WS-ER-CHANNEL-TEXT PIC X(18).
         77 WS-ER-DATE-IN PIC X(8).
         77 WS-ER-DATE-OK PIC X VALUE "N".
         77 WS-ER-CONTACT-DATE PIC X(8).
         77 WS-ER-CONTACT-NAME PIC X(30).
         77 WS-ER-FOLLOWUP-DATE PIC X(8).
         77 WS-ER-SUMMARY PIC X(80).
      *> Partnership tier: the company's standing against its quota
      *> (PARTNERQUOTA) and the master rewrite when the tier changes
         01 WS-PARTNER-QUOTA.
           05 WS-PQ-FUNCTION PIC X(1).
           05 WS-PQ-EMPLOYER PIC X(30).
           05 WS-PQ-CO-ID PIC 9(4).
           05 WS-PQ-TIER PIC X(1).
           05 WS-PQ-QUOTA PIC 9(4).
           05 WS-PQ-LIVE PIC 9(4).
           05 WS-PQ-FEATURED PIC X(1).
           05 WS-PQ-OVER PIC X(1).
           05 WS-PQ-FEAT-COUNT PIC 9(4).
           05 WS-PQ-FEAT-NAME PIC X(30) OCCURS 200 TIMES.
         77 WS-ER-TIER PIC X(1).
         77 WS-ER-NEW-TIER PIC X(1).
         77 WS-ER-TIER-TEXT PIC X(6).
         01 WS-ER-CO-TABLE.
           05 WS-ER-CO-ENTRY PIC X(137) OCCURS 200 TIMES.
         77 WS-ER-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-ER-CO-IDX PIC 9(4) VALUE 0.

      *> Dual-approval queue working storage
         77 WS-PENDING-STATUS PIC XX.
         77 WS-PENDING-EOF PIC X VALUE "N".
         77 WS-HASH-INPUT PIC X(12).
         77 WS-HASH-OUTPUT PIC X(12).

      *> Console sign-in: the same lockout threshold and two-step
      *> code as the InCollege sign-in, both read from PARAMS.DAT
      *> (LOGIN-FAIL-LIMIT, LOGIN-CODE-MINUTES).
         77 WS-MAX-FAILED-ATTEMPTS PIC 9(2) VALUE 5.
         77 WS-CODE-MINUTES PIC 9(4) VALUE 10.
         77 WS-PARAM-NUM PIC 9(6) VALUE 0.
         77 WS-CODE-SEED PIC 9(9) VALUE 0.
         77 WS-CODE-NUM PIC 9(6) VALUE 0.
         77 WS-STEP-CODE PIC X(6).
         77 WS-CODE-ENTERED PIC X(6).
         77 WS-CODE-ISSUED-TS PIC X(14).
         77 WS-CODE-TRIES PIC 9 VALUE 0.
         77 WS-CODE-OK PIC X VALUE "N".
         77 WS-CODE-EXPIRED PIC X VALUE "N".
         77 WS-CODE-NOW-SECS PIC 9(6) VALUE 0.
         77 WS-CODE-ISSUED-SECS PIC 9(6) VALUE 0.
         77 WS-CODE-AGE-SECS PIC S9(7) VALUE 0.
         77 WS-ACCOUNT-LOCKED-NOW PIC X VALUE "N".
         77 WS-LOGINFAIL-EOF PIC X VALUE "N".
         77 WS-LOGINFAIL-COUNT PIC 9(4) VALUE 0.
         77 WS-LOGINFAIL-IDX PIC 9(4) VALUE 0.
         77 WS-LOGINFAIL-FOUND-IDX PIC 9(4) VALUE 0.
         01 WS-LOGINFAIL-TABLE.
           05 WS-LF-ENTRY OCCURS 1000 TIMES.
             10 WS-LF-USERNAME PIC X(12).
             10 WS-LF-COUNT PIC 9(2).
             10 WS-LF-LAST-TS PIC X(14).
             10 WS-LF-BURST PIC 9(2).
         77 WS-BURST-WINDOW-SECS PIC 9(6) VALUE 600.
         77 WS-FAIL-NOW-SECS PIC 9(6) VALUE 0.
         77 WS-FAIL-PREV-SECS PIC 9(6) VALUE 0.
         77 WS-FAIL-GAP-SECS PIC S9(7) VALUE 0.
         77 WS-MAILQUEUE-STATUS PIC XX.
         77 WS-MAILLOG-STATUS PIC XX.
         77 WS-MAIL-RECIPIENT PIC X(12).
         77 WS-MAIL-TYPE PIC X(4).
         77 WS-MAIL-SUBJECT PIC X(40).
         77 WS-MAIL-BODY PIC X(100).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
             IF WS-RIGHT-REPORTS = "Y"
               DISPLAY "10. Run reports"
             END-IF
             IF WS-RIGHT-ACCOUNTS = "Y"
               DISPLAY "11. Employer collection holds"
             END-IF
             IF WS-RIGHT-SUPPORT = "Y"
               DISPLAY "12. Support view of an account (read-only)"
               DISPLAY "13. Help desk ticket queue"
             END-IF
             IF WS-RIGHT-EMPREL = "Y"
               DISPLAY "14. Employer relations contact log"
             END-IF
             IF WS-RIGHT-ACCOUNTS = "Y"
               DISPLAY "15. Restore a user's profile as of a date"
             END-IF
             DISPLAY "16. Work queue aging (all queues)"
             DISPLAY "0. Exit"
             ACCEPT WS-CONSOLE-CHOICE

                   MOVE "REPORTS" TO WS-DENIED-FUNCTION
                   PERFORM DENY-FUNCTION
                 END-IF
               WHEN "11"
                 IF WS-RIGHT-ACCOUNTS = "Y"
                   PERFORM REVIEW-COLLECTION-HOLDS
                 ELSE
                   MOVE "HOLDS" TO WS-DENIED-FUNCTION
                   PERFORM DENY-FUNCTION
                 END-IF
               WHEN "12"
                 IF WS-RIGHT-SUPPORT = "Y"
                   PERFORM SUPPORT-VIEW-ACCOUNT
                 ELSE
                   MOVE "SUPPORT" TO WS-DENIED-FUNCTION
                   PERFORM DENY-FUNCTION
                 END-IF
               WHEN "13"
                 IF WS-RIGHT-SUPPORT = "Y"
                   PERFORM WORK-TICKET-QUEUE
                 ELSE
                   MOVE "TICKETS" TO WS-DENIED-FUNCTION
                   PERFORM DENY-FUNCTION
                 END-IF
               WHEN "14"
                 IF WS-RIGHT-EMPREL = "Y"
                   PERFORM WORK-CONTACT-LOG
                 ELSE
                   MOVE "EMPRELATIONS" TO WS-DENIED-FUNCTION
                   PERFORM DENY-FUNCTION
                 END-IF
               WHEN "15"
                 IF WS-RIGHT-ACCOUNTS = "Y"
                   PERFORM RESTORE-USER-PROFILE
                 ELSE
                   MOVE "PROFRESTORE" TO WS-DENIED-FUNCTION
                   PERFORM DENY-FUNCTION
                 END-IF
               WHEN "16"
                 PERFORM RUN-QUEUE-AGING
               WHEN "0"
                 MOVE "Y" TO WS-CONSOLE-DONE
               WHEN OTHER
             EXIT PARAGRAPH
           END-IF

      *> A wrong password counts toward the same LOGINFAIL.DAT
      *> lockout as the InCollege sign-in.
           PERFORM LOAD-LOGIN-PARAMS
           MOVE FUNCTION TRIM(WS-ADMIN-PASSWORD) TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           IF FUNCTION TRIM(WS-HASH-OUTPUT) NOT =
             FUNCTION TRIM(WS-UR-PASSWORD(WS-FOUND-INDEX))
             PERFORM RECORD-LOGIN-FAILURE
             IF WS-ACCOUNT-LOCKED-NOW = "Y"
               DISPLAY "Too many failed login attempts; this account "
                 "has been locked. Contact an administrator."
             END-IF
             EXIT PARAGRAPH
           END-IF

           IF WS-UR-ACTIVE(WS-FOUND-INDEX) = "N"
             DISPLAY "This account has been deactivated; contact an "
               "administrator."
             EXIT PARAGRAPH
           END-IF

             EXIT PARAGRAPH
           END-IF

      *> Administrators always take the second step, here as at the
      *> InCollege sign-in, so a leaked password alone does not open
      *> the console.
           PERFORM ISSUE-LOGIN-CODE
           PERFORM VERIFY-SIGN-IN-CODE
           IF WS-CODE-OK NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           PERFORM RESET-LOGINFAIL-COUNT
           MOVE "Y" TO WS-LOGIN-OK
           DISPLAY "Welcome, " FUNCTION TRIM(WS-ADMIN-USERNAME) ".".

       LOAD-LOGIN-PARAMS.
           MOVE "N" TO WS-PARAMS-EOF
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS NOT = "00"
             IF WS-PARAMS-STATUS = "05"
               CLOSE PARAMS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PARAMS-EOF = "Y"
             READ PARAMS-FILE
               AT END
                 MOVE "Y" TO WS-PARAMS-EOF
               NOT AT END
                 IF FUNCTION TRIM(PRM-NAME) = "LOGIN-FAIL-LIMIT"
                   AND FUNCTION TRIM(PRM-VALUE) IS NUMERIC
                   COMPUTE WS-PARAM-NUM =
                     FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                   IF WS-PARAM-NUM > 0
                     MOVE WS-PARAM-NUM TO WS-MAX-FAILED-ATTEMPTS
                   END-IF
                 END-IF
                 IF FUNCTION TRIM(PRM-NAME) = "LOGIN-CODE-MINUTES"
                   AND FUNCTION TRIM(PRM-VALUE) IS NUMERIC
                   COMPUTE WS-PARAM-NUM =
                     FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                   IF WS-PARAM-NUM > 0 AND WS-PARAM-NUM < 1440
                     MOVE WS-PARAM-NUM TO WS-CODE-MINUTES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PARAMS-FILE.

       ISSUE-LOGIN-CODE.
      *> Six random digits seeded from the clock and the username,
      *> as LOGINPROG issues them. The console session holds the
      *> code itself, so nothing is left in LOGINCODES.DAT.
           MOVE FUNCTION TRIM(WS-ADMIN-USERNAME) TO WS-HASH-INPUT
           PERFORM HASH-PASSWORD
           COMPUTE WS-CODE-SEED = FUNCTION MOD(
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:8))
             + WS-HASH-VALUE, 999999937)
           COMPUTE WS-CODE-NUM = FUNCTION RANDOM(WS-CODE-SEED) * 1000000
           MOVE WS-CODE-NUM TO WS-STEP-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CODE-ISSUED-TS.

       VERIFY-SIGN-IN-CODE.
      *> Mail the code, then take up to three tries at it. Each wrong
      *> code counts toward the lockout; an expired code or a lockout
      *> ends the attempt outright.
           MOVE WS-ADMIN-USERNAME TO WS-MAIL-RECIPIENT
           MOVE "CODE" TO WS-MAIL-TYPE
           MOVE "Your InCollege sign-in code" TO WS-MAIL-SUBJECT
           MOVE SPACES TO WS-MAIL-BODY
           STRING "Your one-time sign-in code is " DELIMITED BY SIZE
                  WS-STEP-CODE DELIMITED BY SIZE
                  ". If you did not just log in, change your password."
                    DELIMITED BY SIZE
             INTO WS-MAIL-BODY
           END-STRING
           PERFORM QUEUE-OUTBOUND-MAIL

           MOVE "N" TO WS-CODE-OK
           MOVE 0 TO WS-CODE-TRIES
           PERFORM UNTIL WS-CODE-OK = "Y" OR WS-CODE-TRIES >= 3
             DISPLAY "Enter the 6-digit sign-in code sent to your "
               "mailbox:"
             MOVE SPACES TO WS-CODE-ENTERED
             ACCEPT WS-CODE-ENTERED
             ADD 1 TO WS-CODE-TRIES
             PERFORM CHECK-CODE-EXPIRED
             IF WS-CODE-EXPIRED = "Y"
               DISPLAY "That sign-in code has expired; please log in "
                 "again."
               EXIT PERFORM
             END-IF
             IF FUNCTION TRIM(WS-CODE-ENTERED) = WS-STEP-CODE
               MOVE "Y" TO WS-CODE-OK
             ELSE
               PERFORM RECORD-LOGIN-FAILURE
               IF WS-ACCOUNT-LOCKED-NOW = "Y"
                 DISPLAY "Too many failed login attempts; this "
                   "account has been locked. Contact an "
                   "administrator."
                 EXIT PERFORM
               END-IF
               DISPLAY "Incorrect sign-in code, please try again"
             END-IF
           END-PERFORM

           IF WS-CODE-OK NOT = "Y"
             DISPLAY "Sign-in not completed; please log in again."
           END-IF.

      *> Same-day codes age by clock seconds; a code from an earlier
      *> day has always expired.
       CHECK-CODE-EXPIRED.
           MOVE "N" TO WS-CODE-EXPIRED
           IF WS-CODE-ISSUED-TS(1:8) NOT = FUNCTION CURRENT-DATE(1:8)
             MOVE "Y" TO WS-CODE-EXPIRED
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CODE-NOW-SECS =
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2))
           COMPUTE WS-CODE-ISSUED-SECS =
             FUNCTION NUMVAL(WS-CODE-ISSUED-TS(9:2)) * 3600
             + FUNCTION NUMVAL(WS-CODE-ISSUED-TS(11:2)) * 60
             + FUNCTION NUMVAL(WS-CODE-ISSUED-TS(13:2))
           COMPUTE WS-CODE-AGE-SECS =
             WS-CODE-NOW-SECS - WS-CODE-ISSUED-SECS
           IF WS-CODE-AGE-SECS > WS-CODE-MINUTES * 60
             MOVE "Y" TO WS-CODE-EXPIRED
           END-IF.

       LOAD-LOGINFAIL.
           MOVE 0 TO WS-LOGINFAIL-COUNT
           MOVE "N" TO WS-LOGINFAIL-EOF
           OPEN INPUT LOGINFAIL-FILE
           IF WS-LOGINFAIL-STATUS NOT = "00"
             IF WS-LOGINFAIL-STATUS = "05"
               CLOSE LOGINFAIL-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOGINFAIL-EOF = "Y"
             READ LOGINFAIL-FILE
               AT END
                 MOVE "Y" TO WS-LOGINFAIL-EOF
               NOT AT END
                 IF WS-LOGINFAIL-COUNT < 1000
                   ADD 1 TO WS-LOGINFAIL-COUNT
                   MOVE LF-USERNAME TO
                     WS-LF-USERNAME(WS-LOGINFAIL-COUNT)
                   MOVE LF-FAIL-COUNT TO
                     WS-LF-COUNT(WS-LOGINFAIL-COUNT)
                   MOVE LF-LAST-FAIL-TS TO
                     WS-LF-LAST-TS(WS-LOGINFAIL-COUNT)
                   IF LF-BURST-COUNT IS NUMERIC
                     MOVE LF-BURST-COUNT TO
                       WS-LF-BURST(WS-LOGINFAIL-COUNT)
                   ELSE
                     MOVE 0 TO WS-LF-BURST(WS-LOGINFAIL-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LOGINFAIL-FILE.

       SAVE-LOGINFAIL-TABLE.
           OPEN OUTPUT LOGINFAIL-FILE
           IF WS-LOGINFAIL-STATUS NOT = "00"
             AND WS-LOGINFAIL-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOGINFAIL-IDX FROM 1 BY 1
             UNTIL WS-LOGINFAIL-IDX > WS-LOGINFAIL-COUNT
             MOVE WS-LF-USERNAME(WS-LOGINFAIL-IDX) TO LF-USERNAME
             MOVE WS-LF-COUNT(WS-LOGINFAIL-IDX) TO LF-FAIL-COUNT
             MOVE WS-LF-LAST-TS(WS-LOGINFAIL-IDX) TO LF-LAST-FAIL-TS
             MOVE WS-LF-BURST(WS-LOGINFAIL-IDX) TO LF-BURST-COUNT
             WRITE LOGINFAIL-RECORD
           END-PERFORM
           CLOSE LOGINFAIL-FILE.

       FIND-LOGINFAIL-ROW.
           MOVE 0 TO WS-LOGINFAIL-FOUND-IDX
           PERFORM VARYING WS-LOGINFAIL-IDX FROM 1 BY 1
             UNTIL WS-LOGINFAIL-IDX > WS-LOGINFAIL-COUNT
             IF FUNCTION TRIM(WS-LF-USERNAME(WS-LOGINFAIL-IDX)) =
               FUNCTION TRIM(WS-ADMIN-USERNAME)
               MOVE WS-LOGINFAIL-IDX TO WS-LOGINFAIL-FOUND-IDX
             END-IF
           END-PERFORM.

       RECORD-LOGIN-FAILURE.
      *> Keeps LOGINFAIL.DAT exactly as LOGINPROG does (count, burst
      *> and last-failure time) and locks the account through
      *> ADMINACCOUNTS once the threshold is reached.
           MOVE "N" TO WS-ACCOUNT-LOCKED-NOW
           PERFORM LOAD-LOGINFAIL
           PERFORM FIND-LOGINFAIL-ROW

           IF WS-LOGINFAIL-FOUND-IDX = 0
             IF WS-LOGINFAIL-COUNT >= 1000
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-LOGINFAIL-COUNT
             MOVE WS-LOGINFAIL-COUNT TO WS-LOGINFAIL-FOUND-IDX
             MOVE FUNCTION TRIM(WS-ADMIN-USERNAME) TO
               WS-LF-USERNAME(WS-LOGINFAIL-FOUND-IDX)
             MOVE 0 TO WS-LF-COUNT(WS-LOGINFAIL-FOUND-IDX)
             MOVE SPACES TO WS-LF-LAST-TS(WS-LOGINFAIL-FOUND-IDX)
             MOVE 0 TO WS-LF-BURST(WS-LOGINFAIL-FOUND-IDX)
           END-IF

           IF WS-LF-COUNT(WS-LOGINFAIL-FOUND-IDX) < 99
             ADD 1 TO WS-LF-COUNT(WS-LOGINFAIL-FOUND-IDX)
           END-IF

           IF WS-LF-LAST-TS(WS-LOGINFAIL-FOUND-IDX)(1:8) =
               FUNCTION CURRENT-DATE(1:8)
             AND WS-LF-LAST-TS(WS-LOGINFAIL-FOUND-IDX)(9:6) IS NUMERIC
             COMPUTE WS-FAIL-NOW-SECS =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2))
             COMPUTE WS-FAIL-PREV-SECS =
               FUNCTION NUMVAL(
                 WS-LF-LAST-TS(WS-LOGINFAIL-FOUND-IDX)(9:2)) * 3600
               + FUNCTION NUMVAL(
                 WS-LF-LAST-TS(WS-LOGINFAIL-FOUND-IDX)(11:2)) * 60
               + FUNCTION NUMVAL(
                 WS-LF-LAST-TS(WS-LOGINFAIL-FOUND-IDX)(13:2))
             COMPUTE WS-FAIL-GAP-SECS =
               WS-FAIL-NOW-SECS - WS-FAIL-PREV-SECS
             IF WS-FAIL-GAP-SECS <= WS-BURST-WINDOW-SECS
               IF WS-LF-BURST(WS-LOGINFAIL-FOUND-IDX) < 99
                 ADD 1 TO WS-LF-BURST(WS-LOGINFAIL-FOUND-IDX)
               END-IF
             ELSE
               MOVE 1 TO WS-LF-BURST(WS-LOGINFAIL-FOUND-IDX)
             END-IF
           ELSE
             MOVE 1 TO WS-LF-BURST(WS-LOGINFAIL-FOUND-IDX)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO
             WS-LF-LAST-TS(WS-LOGINFAIL-FOUND-IDX)

           PERFORM SAVE-LOGINFAIL-TABLE

           IF WS-LF-COUNT(WS-LOGINFAIL-FOUND-IDX) >=
             WS-MAX-FAILED-ATTEMPTS
             PERFORM LOCK-USER-ACCOUNT
             MOVE "Y" TO WS-ACCOUNT-LOCKED-NOW
           END-IF.

       RESET-LOGINFAIL-COUNT.
           PERFORM LOAD-LOGINFAIL
           PERFORM FIND-LOGINFAIL-ROW
           IF WS-LOGINFAIL-FOUND-IDX NOT = 0
             AND WS-LF-COUNT(WS-LOGINFAIL-FOUND-IDX) NOT = 0
             MOVE 0 TO WS-LF-COUNT(WS-LOGINFAIL-FOUND-IDX)
             MOVE 0 TO WS-LF-BURST(WS-LOGINFAIL-FOUND-IDX)
             PERFORM SAVE-LOGINFAIL-TABLE
           END-IF.

      *> The lockout is an ordinary deactivation, made through
      *> ADMINACCOUNTS like every other account change here; the
      *> audit trail names LOCKOUT as the actor.
       LOCK-USER-ACCOUNT.
           MOVE SPACES TO WS-REPORT-IN-NAME
           STRING "./adminaccounts DEACTIVATE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USERNAME) DELIMITED BY SIZE
                  " - LOCKOUT" DELIMITED BY SIZE
             INTO WS-REPORT-IN-NAME
           END-STRING
           CALL "SYSTEM" USING WS-REPORT-IN-NAME
             ON EXCEPTION
               DISPLAY "Unable to run ADMINACCOUNTS."
           END-CALL
           PERFORM LOAD-USERS.

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

       LOAD-MY-ROLES.
      *> No ADMINROLES.DAT row leaves the pre-roles full rights in
      *> place; a row narrows this session to its Y flags.
                   MOVE AR-ACCOUNTS TO WS-RIGHT-ACCOUNTS
                   MOVE AR-RECRUITERS TO WS-RIGHT-RECRUITERS
                   MOVE AR-REPORTS TO WS-RIGHT-REPORTS
                   IF AR-SUPPORT = "Y"
                     MOVE "Y" TO WS-RIGHT-SUPPORT
                   ELSE
                     MOVE "N" TO WS-RIGHT-SUPPORT
                   END-IF
                   IF AR-EMPREL = "Y"
                     MOVE "Y" TO WS-RIGHT-EMPREL
                   ELSE
                     MOVE "N" TO WS-RIGHT-EMPREL
                   END-IF
                   MOVE "Y" TO WS-ROLES-EOF
                 END-IF
             END-READ
       DENY-FUNCTION.
           DISPLAY "Your administrator role does not include that "
             "function; the attempt has been logged."
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-USERNAME TO WS-AC-ACTOR
           MOVE "DENIED" TO WS-AC-ACTION
           MOVE WS-DENIED-FUNCTION TO WS-AC-TARGET
           MOVE "console function refused" TO WS-AC-BEFORE-VALUE
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       POST-ANNOUNCEMENT.
           DISPLAY "Start date (YYYYMMDD):"
             "JOB-EXPIRE-DAYS CONN-PURGE-DAYS"
           DISPLAY "  INACTIVE-WARN-DAYS INACTIVE-GRACE-DAYS"
           DISPLAY "  STRIKE-WARN-AT STRIKE-MSG-AT STRIKE-ACCT-AT"
           DISPLAY "  TIER-B-QUOTA TIER-S-QUOTA TIER-G-QUOTA"
           DISPLAY "  TIER-B-FEATURED TIER-S-FEATURED TIER-G-FEATURED"
           DISPLAY "  SLA-MODERATION SLA-SCREENING SLA-RECRUITERS"
           DISPLAY "  SLA-APPEALS SLA-EDUREVIEW SLA-APPROVALS"
           DISPLAY "  SLA-COOPDISPUTES"

           DISPLAY "Parameter name to set (or 0):"
           ACCEPT WS-PRM-NAME-IN

      *> Parameter changes are configuration changes; the audit
      *> trail records who moved what.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-USERNAME TO WS-AC-ACTOR
           MOVE "PARAM-SET" TO WS-AC-ACTION
           MOVE WS-PRM-NAME-IN(1:12) TO WS-AC-TARGET
           MOVE WS-PRM-VALUE-IN TO WS-AC-BEFORE-VALUE
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS

           DISPLAY "Parameter saved; it applies from the next "
             "program start.".
           DISPLAY "2. Messaging abuse report"
           DISPLAY "3. Login security report"
           DISPLAY "4. Zero-result search report"
           DISPLAY "5. Help desk ticket report"
           DISPLAY "6. Legal hold report"
           DISPLAY "7. Report catalog"
           DISPLAY "0. Back"
           ACCEPT WS-ACTION-CHOICE
           MOVE SPACES TO WS-REPORT-IN-NAME
               MOVE "./loginsecreport" TO WS-REPORT-IN-NAME
             WHEN "4"
               MOVE "./searchmissreport" TO WS-REPORT-IN-NAME
             WHEN "5"
               MOVE "./ticketreport" TO WS-REPORT-IN-NAME
             WHEN "6"
               MOVE "./legalholdreport" TO WS-REPORT-IN-NAME
             WHEN "7"
               PERFORM BROWSE-REPORT-CATALOG
               EXIT PARAGRAPH
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
               DISPLAY "Unable to run the report."
           END-CALL.

      *> Lists cataloged reports for one date (YYYYMMDD) or one
      *> program, the most recent 40 when more match, and shows the
      *> one picked in-session.
       BROWSE-REPORT-CATALOG.
           DISPLAY "Date (YYYYMMDD) or program name, blank for all:"
           MOVE SPACES TO WS-CATALOG-FILTER
           ACCEPT WS-CATALOG-FILTER
           MOVE FUNCTION UPPER-CASE(WS-CATALOG-FILTER)
             TO WS-CATALOG-FILTER

           MOVE 0 TO WS-CS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
             IF WS-CATALOG-STATUS = "05"
               CLOSE CATALOG-FILE
             END-IF
             DISPLAY "No reports have been cataloged yet."
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ CATALOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-CATALOG-FILTER = SPACES
                   OR WS-CATALOG-FILTER(1:8) = RC-DATE
                   OR WS-CATALOG-FILTER = RC-PROGRAM
                   PERFORM KEEP-CATALOG-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-FILE

           IF WS-CS-COUNT = 0
             DISPLAY "No cataloged report matches."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
             UNTIL WS-CS-IDX > WS-CS-COUNT
             DISPLAY WS-CS-IDX ". " WS-CS-DATE(WS-CS-IDX) "  "
               WS-CS-PROGRAM(WS-CS-IDX) FUNCTION TRIM(
               WS-CS-FILENAME(WS-CS-IDX))
           END-PERFORM

           DISPLAY "Number of the report to show, or 0:"
           MOVE SPACES TO WS-CATALOG-PICK
           ACCEPT WS-CATALOG-PICK
           IF FUNCTION TRIM(WS-CATALOG-PICK) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CATALOG-PICK) TO WS-CS-IDX
           IF WS-CS-IDX < 1 OR WS-CS-IDX > WS-CS-COUNT
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-IN-NAME
           MOVE WS-CS-FILENAME(WS-CS-IDX) TO WS-REPORT-IN-NAME
           PERFORM SHOW-REPORT-IN-SESSION.

      *> Oldest match drops off once the list is full.
       KEEP-CATALOG-ROW.
           IF WS-CS-COUNT >= WS-MAX-CATALOG-SHOWN
             PERFORM VARYING WS-CS-IDX FROM 2 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-ENTRY(WS-CS-IDX)
                 TO WS-CS-ENTRY(WS-CS-IDX - 1)
             END-PERFORM
           ELSE
             ADD 1 TO WS-CS-COUNT
           END-IF
           MOVE RC-DATE TO WS-CS-DATE(WS-CS-COUNT)
           MOVE RC-PROGRAM TO WS-CS-PROGRAM(WS-CS-COUNT)
           MOVE RC-FILENAME TO WS-CS-FILENAME(WS-CS-COUNT).

       RUN-SCREEN-REVIEW.
           MOVE "./screenreview" TO WS-REPORT-IN-NAME
           CALL "SYSTEM" USING WS-REPORT-IN-NAME
               DISPLAY "Unable to run SCREENREVIEW."
           END-CALL.

       RUN-QUEUE-AGING.
           MOVE "./queueaging SCREEN" TO WS-REPORT-IN-NAME
           CALL "SYSTEM" USING WS-REPORT-IN-NAME
             ON EXCEPTION
               DISPLAY "Unable to run QUEUEAGING."
           END-CALL.

       MANAGE-ONE-ACCOUNT.
           DISPLAY "Username to look up:"
           ACCEPT WS-TARGET-USERNAME
             DISPLAY "  No failed logins on record."
           END-IF
           DISPLAY "  Messages in inbox: " WS-MSG-COUNT
           PERFORM GET-LEGAL-HOLD-STATE
           IF WS-HOLD-STATE = "H"
             DISPLAY "  On legal hold since " WS-HOLD-DATE
               " (case " FUNCTION TRIM(WS-HOLD-CASE-REF) ")"
           END-IF

           DISPLAY "Enter D to deactivate, R to reactivate, P to "
             "reset the password, M to merge a duplicate into "
             "this account, H to place a legal hold, L to lift "
             "one, or 0:"
           ACCEPT WS-ACTION-CHOICE

      *> Deactivation and password resets are destructive, so one
                 MOVE "MERGE" TO WS-COMMAND-TEXT
                 PERFORM QUEUE-PENDING-ACTION
               END-IF
      *> Holds go through the same queue: one administrator asks,
      *> a different one confirms, and both are on the audit row.
             WHEN "H"
             WHEN "h"
               IF WS-HOLD-STATE = "H"
                 DISPLAY "This account is already on legal hold."
                 EXIT PARAGRAPH
               END-IF
               DISPLAY "Case reference (one word, up to 12 "
                 "characters):"
               MOVE SPACES TO WS-COMMAND-TEXT
               ACCEPT WS-COMMAND-TEXT
               MOVE SPACES TO WS-NEW-PASSWORD
               UNSTRING FUNCTION TRIM(WS-COMMAND-TEXT)
                 DELIMITED BY " "
                 INTO WS-NEW-PASSWORD
               END-UNSTRING
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD)) = 0
                 OR FUNCTION TRIM(WS-NEW-PASSWORD) = "-"
                 DISPLAY "No hold queued; a case reference is "
                   "required."
               ELSE
                 MOVE "HOLD" TO WS-COMMAND-TEXT
                 PERFORM QUEUE-PENDING-ACTION
               END-IF
             WHEN "L"
             WHEN "l"
               IF WS-HOLD-STATE NOT = "H"
                 DISPLAY "This account is not on legal hold."
                 EXIT PARAGRAPH
               END-IF
               MOVE "RELEASE" TO WS-COMMAND-TEXT
               MOVE "-" TO WS-NEW-PASSWORD
               PERFORM QUEUE-PENDING-ACTION
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
             PERFORM LOAD-USERS
             EXIT PARAGRAPH
           END-IF
      *> A hold carries its case reference in the extra column.
           IF FUNCTION TRIM(WS-COMMAND-TEXT) = "RESET"
             OR FUNCTION TRIM(WS-COMMAND-TEXT) = "HOLD"
             STRING "./adminaccounts " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COMMAND-TEXT) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TARGET-USERNAME) DELIMITED BY
                      SIZE
                    " " DELIMITED BY SIZE
             END-IF
           END-IF.

       GET-LEGAL-HOLD-STATE.
           MOVE SPACES TO WS-HOLD-STATE
           MOVE SPACES TO WS-HOLD-CASE-REF
           MOVE SPACES TO WS-HOLD-DATE
           MOVE "N" TO WS-EOF

           OPEN INPUT LEGALHOLDS-FILE
           IF WS-LEGALHOLDS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ LEGALHOLDS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(LH-USERNAME) =
                     FUNCTION TRIM(WS-TARGET-USERNAME)
                     MOVE LH-STATUS TO WS-HOLD-STATE
                     MOVE LH-CASE-REF TO WS-HOLD-CASE-REF
                     MOVE LH-DATE TO WS-HOLD-DATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEGALHOLDS-FILE
           ELSE
             IF WS-LEGALHOLDS-STATUS = "05"
               CLOSE LEGALHOLDS-FILE
             END-IF
           END-IF.

       COUNT-USER-MESSAGES.
           MOVE 0 TO WS-MSG-COUNT
           MOVE "N" TO WS-EOF
             END-IF
           END-IF.

       SUPPORT-VIEW-ACCOUNT.
      *> SUPPORTVIEW checks the right again and writes the AUDIT.DAT
      *> row for the session itself, so a view opened outside the
      *> console is on record too.
           DISPLAY "Username to view:"
           ACCEPT WS-TARGET-USERNAME
           IF FUNCTION TRIM(WS-TARGET-USERNAME) = "0"
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-USERNAME))
               = 0
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-IN-NAME
           STRING "./supportview " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USERNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USERNAME) DELIMITED BY SIZE
             INTO WS-REPORT-IN-NAME
           END-STRING
           CALL "SYSTEM" USING WS-REPORT-IN-NAME
             ON EXCEPTION
               DISPLAY "Unable to run SUPPORTVIEW."
           END-CALL.

       RESTORE-USER-PROFILE.
      *> PROFILERESTORE checks the right again and writes the
      *> AUDIT.DAT row for a restore itself. The history is shown
      *> first so the operator can pick the date.
           DISPLAY "Username whose profile to restore:"
           ACCEPT WS-TARGET-USERNAME
           IF FUNCTION TRIM(WS-TARGET-USERNAME) = "0"
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-USERNAME))
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-IN-NAME
           STRING "./profilerestore " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USERNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USERNAME) DELIMITED BY SIZE
             INTO WS-REPORT-IN-NAME
           END-STRING
           CALL "SYSTEM" USING WS-REPORT-IN-NAME
             ON EXCEPTION
               DISPLAY "Unable to run PROFILERESTORE."
               EXIT PARAGRAPH
           END-CALL

           DISPLAY "Restore as of the end of which day (YYYYMMDD, "
             "or 0):"
           ACCEPT WS-RESTORE-AS-OF
           IF WS-RESTORE-AS-OF IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-IN-NAME
           STRING "./profilerestore " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USERNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USERNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESTORE-AS-OF DELIMITED BY SIZE
             INTO WS-REPORT-IN-NAME
           END-STRING
           CALL "SYSTEM" USING WS-REPORT-IN-NAME
             ON EXCEPTION
               DISPLAY "Unable to run PROFILERESTORE."
           END-CALL.

       REVIEW-RECRUITERS.
           MOVE "./adminaccounts RECRUITS" TO WS-REPORT-IN-NAME
           CALL "SYSTEM" USING WS-REPORT-IN-NAME
             ON EXCEPTION
               DISPLAY "Unable to run ADMINACCOUNTS."
           END-CALL

           DISPLAY "Username to approve/reject (or 0):"
           ACCEPT WS-TARGET-USERNAME
           IF FUNCTION TRIM(WS-TARGET-USERNAME) = "0"
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-USERNAME))
               = 0
             EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter A to approve or R to reject:"
           ACCEPT WS-ACTION-CHOICE
           MOVE SPACES TO WS-REPORT-IN-NAME
           IF WS-ACTION-CHOICE = "A" OR WS-ACTION-CHOICE = "a"
             STRING "./adminaccounts APPROVERECRUIT " DELIMITED BY
                      SIZE
                    FUNCTION TRIM(WS-TARGET-USERNAME) DELIMITED BY
                      SIZE
               INTO WS-REPORT-IN-NAME
             END-STRING
           ELSE
             STRING "./adminaccounts REJECTRECRUIT " DELIMITED BY
                      SIZE
                    FUNCTION TRIM(WS-TARGET-USERNAME) DELIMITED BY
                      SIZE
               INTO WS-REPORT-IN-NAME
             END-STRING
           END-IF
             EXIT PARAGRAPH
           END-IF

      *> For a reported posting that is already live, approving
      *> keeps it up and dismisses the reports.
           DISPLAY "Enter A to approve (keep it live if reported) or "
             "R to reject:"
           ACCEPT WS-ACTION-CHOICE
           MOVE SPACES TO WS-REPORT-IN-NAME
           IF WS-ACTION-CHOICE = "A" OR WS-ACTION-CHOICE = "a"
           END-EVALUATE.

       WRITE-APPEAL-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-USERNAME TO WS-AC-ACTOR
           MOVE WS-DENIED-FUNCTION TO WS-AC-ACTION
           MOVE WS-APL-USER(WS-APL-IDX) TO WS-AC-TARGET
           MOVE "strike appeal decision" TO WS-AC-BEFORE-VALUE
           MOVE WS-STRIKE-ADMIN TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       LOAD-STRIKE-APPEALS.
           MOVE 0 TO WS-APL-COUNT
           CLOSE MSGSUSPEND-FILE
           DISPLAY "  Messaging suspension lifted.".

      *> Holds stop an employer's new postings until cleared here,
      *> normally once the business office confirms payment or an
      *> arrangement. Each clearance is audited.
       REVIEW-COLLECTION-HOLDS.
           PERFORM LOAD-COLLECTION-HOLDS
           MOVE 0 TO WS-CH-OPEN
           MOVE "N" TO WS-CH-CHANGED

           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
             UNTIL WS-CH-IDX > WS-CH-COUNT
             IF WS-CH-STATUS(WS-CH-IDX) = "H"
               ADD 1 TO WS-CH-OPEN
               MOVE WS-CH-AMOUNT(WS-CH-IDX) TO WS-CH-AMOUNT-TEXT
               DISPLAY "Company " WS-CH-CO-ID(WS-CH-IDX)
                 ": statement " WS-CH-PERIOD(WS-CH-IDX) ", $"
                 FUNCTION TRIM(WS-CH-AMOUNT-TEXT)
                 " open, held since " WS-CH-PLACED(WS-CH-IDX)
               DISPLAY "  (C)lear this hold or (S)kip?"
               ACCEPT WS-CH-DECISION
               IF WS-CH-DECISION = "C" OR WS-CH-DECISION = "c"
                 MOVE "C" TO WS-CH-STATUS(WS-CH-IDX)
                 MOVE WS-ADMIN-USERNAME TO
                   WS-CH-CLEARED-BY(WS-CH-IDX)
                 MOVE WS-TODAY-STAMP TO WS-CH-CLEARED-DATE(WS-CH-IDX)
                 MOVE "Y" TO WS-CH-CHANGED
                 PERFORM WRITE-HOLD-CLEAR-AUDIT
                 DISPLAY "  Hold cleared."
               END-IF
             END-IF
           END-PERFORM

           IF WS-CH-OPEN = 0
             DISPLAY "No collection holds in force."
           END-IF

           IF WS-CH-CHANGED = "Y"
             PERFORM SAVE-COLLECTION-HOLDS
           END-IF.

       LOAD-COLLECTION-HOLDS.
           MOVE 0 TO WS-CH-COUNT
           MOVE "N" TO WS-HOLDS-EOF
           OPEN INPUT COLLECTHOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
             IF WS-HOLDS-STATUS = "05"
               CLOSE COLLECTHOLDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLDS-EOF = "Y"
             READ COLLECTHOLDS-FILE
               AT END
                 MOVE "Y" TO WS-HOLDS-EOF
               NOT AT END
                 IF WS-CH-COUNT < WS-MAX-HOLDS
                   ADD 1 TO WS-CH-COUNT
                   MOVE CH-CO-ID TO WS-CH-CO-ID(WS-CH-COUNT)
                   MOVE CH-PERIOD TO WS-CH-PERIOD(WS-CH-COUNT)
                   MOVE CH-AMOUNT TO WS-CH-AMOUNT(WS-CH-COUNT)
                   MOVE CH-PLACED-DATE TO WS-CH-PLACED(WS-CH-COUNT)
                   MOVE CH-STATUS TO WS-CH-STATUS(WS-CH-COUNT)
                   MOVE CH-CLEARED-BY TO
                     WS-CH-CLEARED-BY(WS-CH-COUNT)
                   MOVE CH-CLEARED-DATE TO
                     WS-CH-CLEARED-DATE(WS-CH-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COLLECTHOLDS-FILE
           MOVE "N" TO WS-HOLDS-EOF.

       SAVE-COLLECTION-HOLDS.
           OPEN OUTPUT COLLECTHOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
             AND WS-HOLDS-STATUS NOT = "05"
             DISPLAY "Unable to rewrite COLLECTHOLDS.DAT."
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
             UNTIL WS-CH-IDX > WS-CH-COUNT
             MOVE WS-CH-CO-ID(WS-CH-IDX) TO CH-CO-ID
             MOVE WS-CH-PERIOD(WS-CH-IDX) TO CH-PERIOD
             MOVE WS-CH-AMOUNT(WS-CH-IDX) TO CH-AMOUNT
             MOVE WS-CH-PLACED(WS-CH-IDX) TO CH-PLACED-DATE
             MOVE WS-CH-STATUS(WS-CH-IDX) TO CH-STATUS
             MOVE WS-CH-CLEARED-BY(WS-CH-IDX) TO CH-CLEARED-BY
             MOVE WS-CH-CLEARED-DATE(WS-CH-IDX) TO CH-CLEARED-DATE
             WRITE COLLECTHOLD-RECORD
           END-PERFORM
           CLOSE COLLECTHOLDS-FILE.

       WRITE-HOLD-CLEAR-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-USERNAME TO WS-AC-ACTOR
           MOVE "HOLDCLEAR" TO WS-AC-ACTION
           MOVE SPACES TO WS-AC-TARGET
           STRING "COMPANY " DELIMITED BY SIZE
                  WS-CH-CO-ID(WS-CH-IDX) DELIMITED BY SIZE
             INTO WS-AC-TARGET
           END-STRING
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-CH-PERIOD(WS-CH-IDX) DELIMITED BY SIZE
                  " open $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CH-AMOUNT-TEXT) DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

      *> ===== Help desk ticket queue =====
       WORK-TICKET-QUEUE.
      *> Open tickets oldest first; any ticket number, open or
      *> resolved, can be picked to work on.
           MOVE "N" TO WS-TK-DONE
           PERFORM UNTIL WS-TK-DONE = "Y"
             PERFORM LOAD-TICKETS
             MOVE 0 TO WS-TK-OPEN
             DISPLAY " "
             DISPLAY "--- Help desk tickets (open, oldest first) ---"
             PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT
               IF WS-TK-STATUS(WS-TK-IDX) = "O"
                 ADD 1 TO WS-TK-OPEN
                 MOVE WS-TK-CATEGORY(WS-TK-IDX) TO WS-TK-CAT-CODE
                 PERFORM GET-TICKET-CAT-TEXT
                 IF WS-TK-ASSIGNEE(WS-TK-IDX) = SPACES
                   DISPLAY WS-TK-ID(WS-TK-IDX) " "
                     WS-TK-USER(WS-TK-IDX) " " WS-TK-CAT-TEXT
                     " opened " WS-TK-OPENED(WS-TK-IDX)(1:8)
                     "  unassigned"
                 ELSE
                   DISPLAY WS-TK-ID(WS-TK-IDX) " "
                     WS-TK-USER(WS-TK-IDX) " " WS-TK-CAT-TEXT
                     " opened " WS-TK-OPENED(WS-TK-IDX)(1:8)
                     "  with "
                     FUNCTION TRIM(WS-TK-ASSIGNEE(WS-TK-IDX))
                 END-IF
               END-IF
             END-PERFORM
             IF WS-TK-OPEN = 0
               DISPLAY "No open tickets."
             END-IF

             DISPLAY "Ticket number to work on, or 0 to go back:"
             MOVE SPACES TO WS-TK-PICK-TEXT
             ACCEPT WS-TK-PICK-TEXT
             IF FUNCTION TRIM(WS-TK-PICK-TEXT) = SPACES
               OR FUNCTION TRIM(WS-TK-PICK-TEXT) IS NOT NUMERIC
               MOVE "Y" TO WS-TK-DONE
             ELSE
               MOVE FUNCTION NUMVAL(WS-TK-PICK-TEXT) TO WS-TK-PICK
               IF WS-TK-PICK = 0
                 MOVE "Y" TO WS-TK-DONE
               ELSE
                 PERFORM FIND-TICKET
                 IF WS-TK-IDX = 0
                   DISPLAY "No such ticket."
                 ELSE
                   PERFORM WORK-ONE-TICKET
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       WORK-ONE-TICKET.
           MOVE WS-TK-CATEGORY(WS-TK-IDX) TO WS-TK-CAT-CODE
           PERFORM GET-TICKET-CAT-TEXT
           DISPLAY "Ticket " WS-TK-ID(WS-TK-IDX) " from "
             FUNCTION TRIM(WS-TK-USER(WS-TK-IDX)) " ("
             FUNCTION TRIM(WS-TK-CAT-TEXT) "), opened "
             WS-TK-OPENED(WS-TK-IDX)(1:8) " "
             WS-TK-OPENED(WS-TK-IDX)(9:4)
           DISPLAY "  " FUNCTION TRIM(WS-TK-TEXT(WS-TK-IDX))
           IF WS-TK-STATUS(WS-TK-IDX) = "R"
             DISPLAY "  Resolved " WS-TK-RESOLVED(WS-TK-IDX)(1:8)
               " by " FUNCTION TRIM(WS-TK-ASSIGNEE(WS-TK-IDX))
           ELSE
             IF WS-TK-ASSIGNEE(WS-TK-IDX) = SPACES
               DISPLAY "  Open, unassigned"
             ELSE
               DISPLAY "  Open, assigned to "
                 FUNCTION TRIM(WS-TK-ASSIGNEE(WS-TK-IDX))
             END-IF
           END-IF

           DISPLAY "  (A)ssign, (R)eply, re(S)olve, re(O)pen or (B)ack?"
           MOVE SPACES TO WS-TK-DECISION
           ACCEPT WS-TK-DECISION
           EVALUATE WS-TK-DECISION
             WHEN "A"
             WHEN "a"
               PERFORM ASSIGN-TICKET
             WHEN "R"
             WHEN "r"
               PERFORM REPLY-TO-TICKET
             WHEN "S"
             WHEN "s"
               PERFORM RESOLVE-TICKET
             WHEN "O"
             WHEN "o"
               PERFORM REOPEN-TICKET
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       ASSIGN-TICKET.
           IF WS-TK-STATUS(WS-TK-IDX) = "R"
             DISPLAY "  Reopen the ticket before assigning it."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "  Assign to which administrator (blank for "
             "yourself)?"
           MOVE SPACES TO WS-TK-NEW-ASSIGNEE
           ACCEPT WS-TK-NEW-ASSIGNEE
           IF WS-TK-NEW-ASSIGNEE = SPACES
             MOVE WS-ADMIN-USERNAME TO WS-TK-NEW-ASSIGNEE
           END-IF

           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-USER-ROW-COUNT OR WS-FOUND-INDEX NOT = 0
             IF FUNCTION TRIM(WS-UR-USERNAME(WS-I)) =
               FUNCTION TRIM(WS-TK-NEW-ASSIGNEE)
               MOVE WS-I TO WS-FOUND-INDEX
             END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
             DISPLAY "  No such account."
             EXIT PARAGRAPH
           END-IF
           IF WS-UR-ACCOUNT-TYPE(WS-FOUND-INDEX) NOT = "A"
             DISPLAY "  Tickets can only go to administrators."
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TICKETS
           PERFORM FIND-TICKET
           IF WS-TK-IDX = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TK-NEW-ASSIGNEE TO WS-TK-ASSIGNEE(WS-TK-IDX)
           PERFORM SAVE-TICKETS
           MOVE "TKT-ASSIGN" TO WS-DENIED-FUNCTION
           PERFORM WRITE-TICKET-AUDIT
           DISPLAY "  Ticket assigned to "
             FUNCTION TRIM(WS-TK-NEW-ASSIGNEE) ".".

       REPLY-TO-TICKET.
      *> The reply reaches the user as a message from InCollege. An
      *> unassigned ticket becomes the replying administrator's.
           IF WS-TK-STATUS(WS-TK-IDX) = "R"
             DISPLAY "  Reopen the ticket before replying."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "  Reply to the user (one line):"
           MOVE SPACES TO WS-TK-REPLY
           ACCEPT WS-TK-REPLY
           IF WS-TK-REPLY = SPACES
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TK-NOTICE
           STRING "Support ticket " DELIMITED BY SIZE
                  WS-TK-ID(WS-TK-IDX) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TK-REPLY) DELIMITED BY SIZE
             INTO WS-TK-NOTICE
           END-STRING
           PERFORM SEND-TICKET-MESSAGE

           PERFORM LOAD-TICKETS
           PERFORM FIND-TICKET
           IF WS-TK-IDX = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-TK-ASSIGNEE(WS-TK-IDX) = SPACES
             MOVE WS-ADMIN-USERNAME TO WS-TK-ASSIGNEE(WS-TK-IDX)
             PERFORM SAVE-TICKETS
           END-IF
           MOVE WS-TK-ASSIGNEE(WS-TK-IDX) TO WS-TK-NEW-ASSIGNEE
           MOVE "TKT-REPLY" TO WS-DENIED-FUNCTION
           PERFORM WRITE-TICKET-AUDIT
           DISPLAY "  Reply sent.".

       RESOLVE-TICKET.
           IF WS-TK-STATUS(WS-TK-IDX) = "R"
             DISPLAY "  The ticket is already resolved."
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TICKETS
           PERFORM FIND-TICKET
           IF WS-TK-IDX = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-TK-STATUS(WS-TK-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14) TO
             WS-TK-RESOLVED(WS-TK-IDX)
           IF WS-TK-ASSIGNEE(WS-TK-IDX) = SPACES
             MOVE WS-ADMIN-USERNAME TO WS-TK-ASSIGNEE(WS-TK-IDX)
           END-IF
           PERFORM SAVE-TICKETS

           MOVE SPACES TO WS-TK-NOTICE
           STRING "Support ticket " DELIMITED BY SIZE
                  WS-TK-ID(WS-TK-IDX) DELIMITED BY SIZE
                  " has been resolved. If the problem is not fixed, "
                    DELIMITED BY SIZE
                  "contact support again and quote the ticket number."
                    DELIMITED BY SIZE
             INTO WS-TK-NOTICE
           END-STRING
           PERFORM SEND-TICKET-MESSAGE

           MOVE WS-TK-ASSIGNEE(WS-TK-IDX) TO WS-TK-NEW-ASSIGNEE
           MOVE "TKT-RESOLVE" TO WS-DENIED-FUNCTION
           PERFORM WRITE-TICKET-AUDIT
           DISPLAY "  Ticket resolved.".

       REOPEN-TICKET.
      *> Reopening clears the resolution time; the time to resolve is
      *> measured to the final resolution.
           IF WS-TK-STATUS(WS-TK-IDX) NOT = "R"
             DISPLAY "  The ticket is already open."
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TICKETS
           PERFORM FIND-TICKET
           IF WS-TK-IDX = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "O" TO WS-TK-STATUS(WS-TK-IDX)
           MOVE SPACES TO WS-TK-RESOLVED(WS-TK-IDX)
           PERFORM SAVE-TICKETS

           MOVE SPACES TO WS-TK-NOTICE
           STRING "Support ticket " DELIMITED BY SIZE
                  WS-TK-ID(WS-TK-IDX) DELIMITED BY SIZE
                  " has been reopened." DELIMITED BY SIZE
             INTO WS-TK-NOTICE
           END-STRING
           PERFORM SEND-TICKET-MESSAGE

           MOVE WS-TK-ASSIGNEE(WS-TK-IDX) TO WS-TK-NEW-ASSIGNEE
           MOVE "TKT-REOPEN" TO WS-DENIED-FUNCTION
           PERFORM WRITE-TICKET-AUDIT
           DISPLAY "  Ticket reopened.".

       GET-TICKET-CAT-TEXT.
           EVALUATE WS-TK-CAT-CODE
             WHEN "L"
               MOVE "Login" TO WS-TK-CAT-TEXT
             WHEN "A"
               MOVE "Application" TO WS-TK-CAT-TEXT
             WHEN "P"
               MOVE "Job posting" TO WS-TK-CAT-TEXT
             WHEN "D"
               MOVE "Data correction" TO WS-TK-CAT-TEXT
             WHEN OTHER
               MOVE "Other" TO WS-TK-CAT-TEXT
           END-EVALUATE.

      *> Leaves WS-TK-IDX on ticket WS-TK-PICK, or 0 if not found.
       FIND-TICKET.
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
             UNTIL WS-TK-IDX > WS-TK-COUNT
             IF WS-TK-ID(WS-TK-IDX) = WS-TK-PICK
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-TK-IDX > WS-TK-COUNT
             MOVE 0 TO WS-TK-IDX
           END-IF.

      *> Each change reloads the file first and rewrites it straight
      *> after, so tickets opened while the queue is on screen are
      *> kept.
       LOAD-TICKETS.
           MOVE 0 TO WS-TK-COUNT
           MOVE "N" TO WS-TICKETS-EOF
           OPEN INPUT TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
             IF WS-TICKETS-STATUS = "05"
               CLOSE TICKETS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TICKETS-EOF = "Y"
             READ TICKETS-FILE
               AT END
                 MOVE "Y" TO WS-TICKETS-EOF
               NOT AT END
                 IF WS-TK-COUNT < WS-MAX-TICKETS
                   ADD 1 TO WS-TK-COUNT
                   MOVE TK-ID TO WS-TK-ID(WS-TK-COUNT)
                   MOVE TK-USERNAME TO WS-TK-USER(WS-TK-COUNT)
                   MOVE TK-CATEGORY TO WS-TK-CATEGORY(WS-TK-COUNT)
                   MOVE TK-STATUS TO WS-TK-STATUS(WS-TK-COUNT)
                   MOVE TK-ASSIGNEE TO WS-TK-ASSIGNEE(WS-TK-COUNT)
                   MOVE TK-OPENED-TS TO WS-TK-OPENED(WS-TK-COUNT)
                   MOVE TK-RESOLVED-TS TO WS-TK-RESOLVED(WS-TK-COUNT)
                   MOVE TK-DESCRIPTION TO WS-TK-TEXT(WS-TK-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TICKETS-FILE
           MOVE "N" TO WS-TICKETS-EOF.

       SAVE-TICKETS.
           OPEN OUTPUT TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
             AND WS-TICKETS-STATUS NOT = "05"
             DISPLAY "Unable to rewrite TICKETS.DAT."
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-TK-COUNT
             MOVE WS-TK-ID(WS-I) TO TK-ID
             MOVE WS-TK-USER(WS-I) TO TK-USERNAME
             MOVE WS-TK-CATEGORY(WS-I) TO TK-CATEGORY
             MOVE WS-TK-STATUS(WS-I) TO TK-STATUS
             MOVE WS-TK-ASSIGNEE(WS-I) TO TK-ASSIGNEE
             MOVE WS-TK-OPENED(WS-I) TO TK-OPENED-TS
             MOVE WS-TK-RESOLVED(WS-I) TO TK-RESOLVED-TS
             MOVE WS-TK-TEXT(WS-I) TO TK-DESCRIPTION
             WRITE TICKET-RECORD
           END-PERFORM
           CLOSE TICKETS-FILE.

       SEND-TICKET-MESSAGE.
           OPEN EXTEND MESSAGES-FILE
           IF WS-MESSAGES-STATUS = "35"
             OPEN OUTPUT MESSAGES-FILE
             IF WS-MESSAGES-STATUS = "00"
               CLOSE MESSAGES-FILE
             END-IF
             OPEN EXTEND MESSAGES-FILE
           END-IF
           IF WS-MESSAGES-STATUS NOT = "00"
             AND WS-MESSAGES-STATUS NOT = "05"
             DISPLAY "  Unable to send the message to the user."
             EXIT PARAGRAPH
           END-IF

           MOVE "InCollege" TO MSG-SENDER
           MOVE WS-TK-USER(WS-TK-IDX) TO MSG-RECIPIENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO MSG-TIMESTAMP
           MOVE WS-TK-NOTICE TO MSG-CONTENT
           MOVE "N" TO MSG-READ-FLAG
           MOVE "N" TO MSG-DELETED-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGES-FILE.

       WRITE-TICKET-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-USERNAME TO WS-AC-ACTOR
           MOVE WS-DENIED-FUNCTION TO WS-AC-ACTION
           MOVE WS-TK-USER(WS-TK-IDX) TO WS-AC-TARGET
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING "ticket " DELIMITED BY SIZE
                  WS-TK-ID(WS-TK-IDX) DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE WS-TK-NEW-ASSIGNEE TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

      *> ===== Employer relations contact log =====
       WORK-CONTACT-LOG.
           MOVE "N" TO WS-ER-DONE
           PERFORM UNTIL WS-ER-DONE = "Y"
             DISPLAY " "
             DISPLAY "--- Employer relations contact log ---"
             DISPLAY "Company ID, L to list companies, or 0 to go back:"
             MOVE SPACES TO WS-ER-PICK-TEXT
             ACCEPT WS-ER-PICK-TEXT
             IF FUNCTION TRIM(WS-ER-PICK-TEXT) = "L"
               OR FUNCTION TRIM(WS-ER-PICK-TEXT) = "l"
               PERFORM LIST-ER-COMPANIES
             ELSE
               IF FUNCTION TRIM(WS-ER-PICK-TEXT) = SPACES
                 OR FUNCTION TRIM(WS-ER-PICK-TEXT) IS NOT NUMERIC
                 MOVE "Y" TO WS-ER-DONE
               ELSE
                 MOVE FUNCTION NUMVAL(WS-ER-PICK-TEXT) TO WS-ER-CO-ID
                 IF WS-ER-CO-ID = 0
                   MOVE "Y" TO WS-ER-DONE
                 ELSE
                   PERFORM FIND-ER-COMPANY
                   IF WS-ER-FOUND = "N"
                     DISPLAY "No such company."
                   ELSE
                     PERFORM WORK-ONE-COMPANY
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       WORK-ONE-COMPANY.
           PERFORM SHOW-COMPANY-STANDING
           PERFORM SHOW-CONTACT-HISTORY

           DISPLAY "  (A)dd a contact, set partnership (T)ier, "
             "or (B)ack?"
           MOVE SPACES TO WS-ER-DECISION
           ACCEPT WS-ER-DECISION
           EVALUATE WS-ER-DECISION
             WHEN "A"
             WHEN "a"
               PERFORM ADD-COMPANY-CONTACT
             WHEN "T"
             WHEN "t"
               PERFORM SET-COMPANY-TIER
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       LIST-ER-COMPANIES.
           MOVE "N" TO WS-ER-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
             DISPLAY "No companies on file."
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ER-EOF = "Y"
             READ COMPANIES-FILE
               AT END
                 MOVE "Y" TO WS-ER-EOF
               NOT AT END
                 DISPLAY CO-ID "  " FUNCTION TRIM(CO-NAME)
             END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE
           MOVE "N" TO WS-ER-EOF.

      *> Sets WS-ER-FOUND, WS-ER-CO-NAME and WS-ER-TIER for company
      *> WS-ER-CO-ID.
       FIND-ER-COMPANY.
           MOVE "N" TO WS-ER-FOUND
           MOVE SPACES TO WS-ER-CO-NAME
           MOVE SPACES TO WS-ER-TIER
           MOVE "N" TO WS-ER-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ER-EOF = "Y"
             READ COMPANIES-FILE
               AT END
                 MOVE "Y" TO WS-ER-EOF
               NOT AT END
                 IF CO-ID = WS-ER-CO-ID
                   MOVE "Y" TO WS-ER-FOUND
                   MOVE CO-NAME TO WS-ER-CO-NAME
                   MOVE CO-TIER TO WS-ER-TIER
                   MOVE "Y" TO WS-ER-EOF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE
           MOVE "N" TO WS-ER-EOF.

      *> Postings are matched to the company by employer name, the
      *> same way the billing statements match them; hires are the
      *> placement reports of a hire on any of those postings, and
      *> the balance is every statement charge less every payment.
       SHOW-COMPANY-STANDING.
           MOVE 0 TO WS-ER-LIVE-POSTS
           MOVE 0 TO WS-ER-ARCH-POSTS
           MOVE 0 TO WS-ER-HIRES
           MOVE 0 TO WS-ER-JOB-COUNT
           MOVE 0 TO WS-ER-CHARGES
           MOVE 0 TO WS-ER-PAID

           MOVE "N" TO WS-ER-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
             PERFORM UNTIL WS-ER-EOF = "Y"
               READ JOBS-FILE
                 AT END
                   MOVE "Y" TO WS-ER-EOF
                 NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-EMPLOYER))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ER-CO-NAME))
                     ADD 1 TO WS-ER-LIVE-POSTS
                     IF WS-ER-JOB-COUNT < WS-MAX-ER-JOBS
                       ADD 1 TO WS-ER-JOB-COUNT
                       MOVE JOB-ID TO WS-ER-JOB-ID(WS-ER-JOB-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOBS-FILE
           ELSE
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
           END-IF

           MOVE "N" TO WS-ER-EOF
           OPEN INPUT JOBS-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
             PERFORM UNTIL WS-ER-EOF = "Y"
               READ JOBS-ARCHIVE-FILE
                 AT END
                   MOVE "Y" TO WS-ER-EOF
                 NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(ARC-EMPLOYER))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ER-CO-NAME))
                     ADD 1 TO WS-ER-ARCH-POSTS
                     IF WS-ER-JOB-COUNT < WS-MAX-ER-JOBS
                       ADD 1 TO WS-ER-JOB-COUNT
                       MOVE ARC-JOB-ID TO WS-ER-JOB-ID(WS-ER-JOB-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOBS-ARCHIVE-FILE
           ELSE
             IF WS-ARCHIVE-STATUS = "05"
               CLOSE JOBS-ARCHIVE-FILE
             END-IF
           END-IF

           MOVE "N" TO WS-ER-EOF
           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS = "00"
             PERFORM UNTIL WS-ER-EOF = "Y"
               READ PLACEMENTS-FILE
                 AT END
                   MOVE "Y" TO WS-ER-EOF
                 NOT AT END
                   IF PL-OUTCOME = "H"
                     PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                       UNTIL WS-ER-IDX > WS-ER-JOB-COUNT
                       IF FUNCTION TRIM(WS-ER-JOB-ID(WS-ER-IDX)) =
                         FUNCTION TRIM(PL-JOB-ID)
                         ADD 1 TO WS-ER-HIRES
                         EXIT PERFORM
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PLACEMENTS-FILE
           ELSE
             IF WS-PLACEMENTS-STATUS = "05"
               CLOSE PLACEMENTS-FILE
             END-IF
           END-IF

           MOVE "N" TO WS-ER-EOF
           OPEN INPUT STATEMENTS-FILE
           IF WS-STATEMENTS-STATUS = "00"
             PERFORM UNTIL WS-ER-EOF = "Y"
               READ STATEMENTS-FILE
                 AT END
                   MOVE "Y" TO WS-ER-EOF
                 NOT AT END
                   IF ST-CO-ID = WS-ER-CO-ID
                     ADD ST-CHARGE TO WS-ER-CHARGES
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STATEMENTS-FILE
           ELSE
             IF WS-STATEMENTS-STATUS = "05"
               CLOSE STATEMENTS-FILE
             END-IF
           END-IF

           MOVE "N" TO WS-ER-EOF
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS = "00"
             PERFORM UNTIL WS-ER-EOF = "Y"
               READ PAYMENTS-FILE
                 AT END
                   MOVE "Y" TO WS-ER-EOF
                 NOT AT END
                   IF PAY-CO-ID = WS-ER-CO-ID
                     ADD PAY-AMOUNT TO WS-ER-PAID
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PAYMENTS-FILE
           ELSE
             IF WS-PAYMENTS-STATUS = "05"
               CLOSE PAYMENTS-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-ER-EOF

           COMPUTE WS-ER-BALANCE = WS-ER-CHARGES - WS-ER-PAID
           DISPLAY " "
           DISPLAY "Company " WS-ER-CO-ID ": "
             FUNCTION TRIM(WS-ER-CO-NAME)
           MOVE WS-ER-LIVE-POSTS TO WS-ER-COUNT-TEXT
           MOVE WS-ER-ARCH-POSTS TO WS-ER-COUNT-TEXT2
           DISPLAY "  Postings: " FUNCTION TRIM(WS-ER-COUNT-TEXT)
             " open, " FUNCTION TRIM(WS-ER-COUNT-TEXT2) " archived"
           MOVE WS-ER-HIRES TO WS-ER-COUNT-TEXT
           DISPLAY "  Hires reported: " FUNCTION TRIM(WS-ER-COUNT-TEXT)

           MOVE "Q" TO WS-PQ-FUNCTION
           MOVE WS-ER-CO-NAME TO WS-PQ-EMPLOYER
           CALL "PARTNERQUOTA" USING WS-PARTNER-QUOTA
             ON EXCEPTION
               MOVE 0 TO WS-PQ-QUOTA
               MOVE 0 TO WS-PQ-LIVE
               MOVE "N" TO WS-PQ-FEATURED
           END-CALL
           MOVE WS-ER-TIER TO WS-ER-NEW-TIER
           PERFORM SET-ER-TIER-TEXT
           MOVE WS-PQ-LIVE TO WS-ER-COUNT-TEXT
           MOVE WS-PQ-QUOTA TO WS-ER-COUNT-TEXT2
           IF WS-PQ-QUOTA = 0
             DISPLAY "  Partnership tier: "
               FUNCTION TRIM(WS-ER-TIER-TEXT) ", "
               FUNCTION TRIM(WS-ER-COUNT-TEXT)
               " live posting(s), no quota"
           ELSE
             DISPLAY "  Partnership tier: "
               FUNCTION TRIM(WS-ER-TIER-TEXT) ", "
               FUNCTION TRIM(WS-ER-COUNT-TEXT) " of "
               FUNCTION TRIM(WS-ER-COUNT-TEXT2) " live postings used"
           END-IF
           IF WS-PQ-FEATURED = "Y"
             DISPLAY "  Postings are featured in browse and the "
               "jobs bulletin."
           END-IF
           MOVE WS-ER-BALANCE TO WS-ER-MONEY-TEXT
           IF WS-ER-BALANCE < 0
             DISPLAY "  Billing balance: $"
               FUNCTION TRIM(WS-ER-MONEY-TEXT) " (in credit)"
           ELSE
             DISPLAY "  Billing balance: $"
               FUNCTION TRIM(WS-ER-MONEY-TEXT) " outstanding"
           END-IF.

       SHOW-CONTACT-HISTORY.
           MOVE 0 TO WS-ER-CONTACTS
           MOVE SPACES TO WS-ER-LAST-FOLLOWUP
           MOVE SPACES TO WS-ER-LAST-STAFF
           DISPLAY "  Contact history:"
           MOVE "N" TO WS-ER-EOF
           OPEN INPUT CONTACTLOG-FILE
           IF WS-CONTACTLOG-STATUS = "00"
             PERFORM UNTIL WS-ER-EOF = "Y"
               READ CONTACTLOG-FILE
                 AT END
                   MOVE "Y" TO WS-ER-EOF
                 NOT AT END
                   IF CL-CO-ID = WS-ER-CO-ID
                     ADD 1 TO WS-ER-CONTACTS
                     MOVE CL-CHANNEL TO WS-ER-CHANNEL-CODE
                     PERFORM GET-CHANNEL-TEXT
                     DISPLAY "  " CL-CONTACT-DATE " "
                       WS-ER-CHANNEL-TEXT " "
                       FUNCTION TRIM(CL-CONTACT-NAME) " (by "
                       FUNCTION TRIM(CL-STAFF) ")"
                     DISPLAY "      " FUNCTION TRIM(CL-SUMMARY)
                     MOVE CL-FOLLOWUP-DATE TO WS-ER-LAST-FOLLOWUP
                     MOVE CL-STAFF TO WS-ER-LAST-STAFF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONTACTLOG-FILE
           ELSE
             IF WS-CONTACTLOG-STATUS = "05"
               CLOSE CONTACTLOG-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-ER-EOF

           IF WS-ER-CONTACTS = 0
             DISPLAY "  No contacts logged."
           ELSE
             IF WS-ER-LAST-FOLLOWUP = SPACES
               DISPLAY "  No follow-up pending."
             ELSE
               DISPLAY "  Follow-up due " WS-ER-LAST-FOLLOWUP
                 " (" FUNCTION TRIM(WS-ER-LAST-STAFF) ")"
             END-IF
           END-IF.

       GET-CHANNEL-TEXT.
           EVALUATE WS-ER-CHANNEL-CODE
             WHEN "C"
               MOVE "Call" TO WS-ER-CHANNEL-TEXT
             WHEN "V"
               MOVE "Campus visit" TO WS-ER-CHANNEL-TEXT
             WHEN "P"
               MOVE "Partnership meet" TO WS-ER-CHANNEL-TEXT
             WHEN "E"
               MOVE "Email" TO WS-ER-CHANNEL-TEXT
             WHEN OTHER
               MOVE "Other" TO WS-ER-CHANNEL-TEXT
           END-EVALUATE.

      *> Checks WS-ER-DATE-IN is a real YYYYMMDD date.
       CHECK-ER-DATE.
           MOVE "N" TO WS-ER-DATE-OK
           IF WS-ER-DATE-IN IS NUMERIC
             IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-ER-DATE-IN)) = 0
               MOVE "Y" TO WS-ER-DATE-OK
             END-IF
           END-IF.

       ADD-COMPANY-CONTACT.
           DISPLAY "  Contact date (YYYYMMDD, blank for today):"
           MOVE SPACES TO WS-ER-DATE-IN
           ACCEPT WS-ER-DATE-IN
           IF WS-ER-DATE-IN = SPACES
             MOVE WS-TODAY-STAMP TO WS-ER-DATE-IN
           END-IF
           PERFORM CHECK-ER-DATE
           IF WS-ER-DATE-OK = "N"
             OR WS-ER-DATE-IN > WS-TODAY-STAMP
             DISPLAY "  Not a valid contact date; nothing logged."
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ER-DATE-IN TO WS-ER-CONTACT-DATE

           DISPLAY "  Contact person at the company:"
           MOVE SPACES TO WS-ER-CONTACT-NAME
           ACCEPT WS-ER-CONTACT-NAME
           IF WS-ER-CONTACT-NAME = SPACES
             DISPLAY "  A contact person is required; nothing logged."
             EXIT PARAGRAPH
           END-IF

           DISPLAY "  Channel: (C)all, campus (V)isit, (P)artnership "
             "meeting, (E)mail or (O)ther:"
           MOVE SPACES TO WS-ER-CHANNEL-CODE
           ACCEPT WS-ER-CHANNEL-CODE
           MOVE FUNCTION UPPER-CASE(WS-ER-CHANNEL-CODE) TO
             WS-ER-CHANNEL-CODE
           IF WS-ER-CHANNEL-CODE NOT = "C"
             AND WS-ER-CHANNEL-CODE NOT = "V"
             AND WS-ER-CHANNEL-CODE NOT = "P"
             AND WS-ER-CHANNEL-CODE NOT = "E"
             MOVE "O" TO WS-ER-CHANNEL-CODE
           END-IF

           DISPLAY "  Summary of the contact:"
           MOVE SPACES TO WS-ER-SUMMARY
           ACCEPT WS-ER-SUMMARY
           IF WS-ER-SUMMARY = SPACES
             DISPLAY "  A summary is required; nothing logged."
             EXIT PARAGRAPH
           END-IF

           DISPLAY "  Follow-up date (YYYYMMDD, blank for none):"
           MOVE SPACES TO WS-ER-DATE-IN
           ACCEPT WS-ER-DATE-IN
           MOVE SPACES TO WS-ER-FOLLOWUP-DATE
           IF WS-ER-DATE-IN NOT = SPACES
             PERFORM CHECK-ER-DATE
             IF WS-ER-DATE-OK = "N"
               OR WS-ER-DATE-IN < WS-ER-CONTACT-DATE
               DISPLAY "  Not a valid follow-up date; nothing logged."
               EXIT PARAGRAPH
             END-IF
             MOVE WS-ER-DATE-IN TO WS-ER-FOLLOWUP-DATE
           END-IF

           OPEN EXTEND CONTACTLOG-FILE
           IF WS-CONTACTLOG-STATUS = "35"
             OPEN OUTPUT CONTACTLOG-FILE
             IF WS-CONTACTLOG-STATUS = "00"
               CLOSE CONTACTLOG-FILE
             END-IF
             OPEN EXTEND CONTACTLOG-FILE
           END-IF
           IF WS-CONTACTLOG-STATUS NOT = "00"
             AND WS-CONTACTLOG-STATUS NOT = "05"
             DISPLAY "  Unable to write CONTACTLOG.DAT; nothing logged."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-ER-CO-ID TO CL-CO-ID
           MOVE WS-ER-CONTACT-DATE TO CL-CONTACT-DATE
           MOVE WS-ADMIN-USERNAME TO CL-STAFF
           MOVE WS-ER-CONTACT-NAME TO CL-CONTACT-NAME
           MOVE WS-ER-CHANNEL-CODE TO CL-CHANNEL
           MOVE WS-ER-FOLLOWUP-DATE TO CL-FOLLOWUP-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-LOGGED-TS
           MOVE WS-ER-SUMMARY TO CL-SUMMARY
           WRITE CONTACTLOG-RECORD
           CLOSE CONTACTLOG-FILE

           PERFORM WRITE-CONTACT-AUDIT
           IF WS-ER-FOLLOWUP-DATE = SPACES
             DISPLAY "  Contact logged."
           ELSE
             DISPLAY "  Contact logged; follow-up due "
               WS-ER-FOLLOWUP-DATE "."
           END-IF.

       WRITE-CONTACT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-USERNAME TO WS-AC-ACTOR
           MOVE "CONTACTLOG" TO WS-AC-ACTION
           MOVE SPACES TO WS-AC-TARGET
           STRING "COMPANY " DELIMITED BY SIZE
                  WS-ER-CO-ID DELIMITED BY SIZE
             INTO WS-AC-TARGET
           END-STRING
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-ER-CONTACT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ER-CHANNEL-CODE DELIMITED BY SIZE
                  " follow-up " DELIMITED BY SIZE
                  WS-ER-FOLLOWUP-DATE DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       SET-ER-TIER-TEXT.
           EVALUATE WS-ER-NEW-TIER
             WHEN "G"
               MOVE "Gold" TO WS-ER-TIER-TEXT
             WHEN "S"
               MOVE "Silver" TO WS-ER-TIER-TEXT
             WHEN OTHER
               MOVE "Basic" TO WS-ER-TIER-TEXT
           END-EVALUATE.

      *> Partnership levels are sold by employer relations; the new
      *> tier is written back to the company master and audited
      *> with the old one.
       SET-COMPANY-TIER.
           DISPLAY "  New tier - (B)asic, (S)ilver or (G)old:"
           MOVE SPACES TO WS-ER-DECISION
           ACCEPT WS-ER-DECISION
           INSPECT WS-ER-DECISION CONVERTING "bsg" TO "BSG"
           IF WS-ER-DECISION NOT = "B" AND WS-ER-DECISION NOT = "S"
             AND WS-ER-DECISION NOT = "G"
             DISPLAY "  Tier not changed."
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ER-DECISION TO WS-ER-NEW-TIER
           IF WS-ER-TIER = SPACES
             MOVE "B" TO WS-ER-TIER
           END-IF
           IF WS-ER-NEW-TIER = WS-ER-TIER
             DISPLAY "  The company is already on that tier."
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ER-CO-COUNT
           MOVE "N" TO WS-ER-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
             DISPLAY "  Unable to read COMPANIES.DAT; tier not changed."
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ER-EOF = "Y"
             READ COMPANIES-FILE
               AT END
                 MOVE "Y" TO WS-ER-EOF
               NOT AT END
                 IF WS-ER-CO-COUNT < 200
                   ADD 1 TO WS-ER-CO-COUNT
                   IF CO-ID = WS-ER-CO-ID
                     MOVE WS-ER-NEW-TIER TO CO-TIER
                   END-IF
                   MOVE COMPANY-RECORD TO
                     WS-ER-CO-ENTRY(WS-ER-CO-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE
           MOVE "N" TO WS-ER-EOF

           OPEN OUTPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
             AND WS-COMPANIES-STATUS NOT = "05"
             DISPLAY "  Unable to rewrite COMPANIES.DAT (status "
               WS-COMPANIES-STATUS ")."
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ER-CO-IDX FROM 1 BY 1
             UNTIL WS-ER-CO-IDX > WS-ER-CO-COUNT
             MOVE WS-ER-CO-ENTRY(WS-ER-CO-IDX) TO COMPANY-RECORD
             WRITE COMPANY-RECORD
           END-PERFORM
           CLOSE COMPANIES-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-USERNAME TO WS-AC-ACTOR
           MOVE "SETTIER" TO WS-AC-ACTION
           MOVE SPACES TO WS-AC-TARGET
           STRING "COMPANY " DELIMITED BY SIZE
                  WS-ER-CO-ID DELIMITED BY SIZE
             INTO WS-AC-TARGET
           END-STRING
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING "tier " DELIMITED BY SIZE
                  WS-ER-TIER DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-ER-NEW-TIER DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS

           MOVE WS-ER-NEW-TIER TO WS-ER-TIER
           PERFORM SET-ER-TIER-TEXT
           DISPLAY "  Partnership tier set to "
             FUNCTION TRIM(WS-ER-TIER-TEXT) ".".

       END PROGRAM ADMINCONSOLE.
