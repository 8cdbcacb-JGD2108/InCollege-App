               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-LOCK-STATUS.

           SELECT OPTIONAL ADVISEES-FILE
               ASSIGN TO "ADVISEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVISEES-STATUS.

           SELECT OPTIONAL LEGALHOLDS-FILE
               ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLDS-STATUS.

           SELECT OPTIONAL JOBRISK-FILE
               ASSIGN TO "JOBRISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRISK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USERS-FILE.
      *> Confirming administrator on dual-approval actions; rows
      *> written before dual approval existed read back as spaces.
             05 AUD-SECOND-ACTOR PIC X(12).
      *> Chain link written by AUDITCHAIN; blank on older rows
             05 AUD-SEQ PIC X(8).
             05 AUD-DIGEST PIC X(16).

       FD USERS-WORK-FILE.
           01 USER-WORK-RECORD PIC X(116).
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD PENDINGRECRUITERS-FILE.
           01 PENDINGRECRUITER-RECORD.
             05 MSG-DELETED-FLAG PIC X.

       FD JOBS-WORK-FILE.
           01 JOB-WORK-RECORD PIC X(277).

       FD PWHISTORY-FILE.
           01 PWHISTORY-RECORD.
             05 PH-CHANGED-DATE PIC X(8).

      *> Per-administrator console rights; see ADMINCONSOLE for the
      *> flag meanings. SETROLES <user> <MAARRSE flags, e.g. YNNYNYN>
      *> upserts a row; no row means full rights.
       FD ADMINROLES-FILE.
           01 ADMINROLE-RECORD.
             05 AR-ACCOUNTS PIC X(1).
             05 AR-RECRUITERS PIC X(1).
             05 AR-REPORTS PIC X(1).
             05 AR-SUPPORT PIC X(1).
             05 AR-EMPREL PIC X(1).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

       FD FOLLOWS-FILE.
           01 FOLLOW-RECORD.
       FD USERS-LOCK-FILE.
           01 USERS-LOCK-RECORD PIC X(14).

      *> Advisor caseload assignments. ADVISE <advisor> <student>
      *> adds a pairing, UNADVISE <advisor> <student> removes it.
       FD ADVISEES-FILE.
           01 ADVISEE-RECORD.
             05 AV-ADVISOR PIC X(12).
             05 AV-STUDENT PIC X(12).
             05 AV-ASSIGNED-DATE PIC X(8).

      *> Legal holds. HOLD <user> <case-ref> <requester> <confirmer>
      *> places one, RELEASE <user> - <requester> <confirmer> lifts
      *> it; both need a confirming administrator other than the
      *> requester. The file is append-only: the last row per user
      *> carries the current state and earlier rows are the history.
       FD LEGALHOLDS-FILE.
           01 LEGALHOLD-RECORD.
             05 LH-USERNAME PIC X(12).
      *> H = hold in force, R = released
             05 LH-STATUS PIC X(1).
             05 LH-DATE PIC X(8).
             05 LH-REQUESTED-BY PIC X(12).
             05 LH-CONFIRMED-BY PIC X(12).
             05 LH-CASE-REF PIC X(12).

      *> Fraud risk rows: P/I/T = score given when the posting was
      *> added (posted, imported, template re-post), S = a student
      *> report, C = reports dismissed by an administrator.
       FD JOBRISK-FILE.
           01 JOBRISK-RECORD.
             05 JR-JOB-ID PIC X(12).
             05 JR-SOURCE PIC X(1).
             05 JR-SCORE PIC 9(3).
             05 JR-BY PIC X(12).
             05 JR-DATE PIC X(8).
             05 JR-REASONS PIC X(100).

       WORKING-STORAGE SECTION.
         77 WS-USERS-STATUS PIC XX.
         77 WS-PROFILES-STATUS PIC XX.
           05 WS-MJ-CATEGORY PIC X(3).
           05 WS-MJ-PUBLISH PIC X(8).
         77 WS-MJ-FOUND PIC 9(4) VALUE 0.
      *> Suspected-duplicate flag on the pending list: open postings
      *> held as upper-case letter/digit match keys; same employer
      *> and location, and title keys differing in at most
      *> WS-DUP-TITLE-TOLERANCE positions, is a probable duplicate.
         77 WS-MAX-DUP-JOBS PIC 9(4) VALUE 2000.
         01 WS-DUP-JOB-TABLE.
           05 WS-DJT-ENTRY OCCURS 2000 TIMES.
             10 WS-DJT-ID PIC X(12).
             10 WS-DJT-EMPLOYER PIC X(30).
             10 WS-DJT-LOCATION PIC X(30).
             10 WS-DJT-TITLE PIC X(30).
         77 WS-DJT-COUNT PIC 9(4) VALUE 0.
         77 WS-DJT-IDX PIC 9(4) VALUE 0.
         77 WS-DJT-SELF PIC 9(4) VALUE 0.
         77 WS-DUP-KEY-IN PIC X(30).
         77 WS-DUP-KEY-OUT PIC X(30).
         77 WS-DUP-KEY-LEN PIC 9(2) VALUE 0.
         77 WS-DUP-KEY-POS PIC 9(2) VALUE 0.
         77 WS-DUP-KEY-CHAR PIC X.
         77 WS-DUP-TITLE-DIFFS PIC 9(2) VALUE 0.
         77 WS-DUP-TITLE-TOLERANCE PIC 9(2) VALUE 3.
         77 WS-DUP-FOUND-ID PIC X(12).
      *> Follower fan-out when an approval puts a posting live
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-FOLLOWS-STATUS PIC XX.
         77 WS-LIVE-CO-ID PIC 9(4) VALUE 0.
         77 WS-FOLLOWER-USER PIC X(12).
         77 WS-REJECT-REASON PIC X(40) VALUE SPACES.
         77 WS-MJ-OLD-REVIEW PIC X(1).
      *> Fraud risk on the queue: the latest score per posting and
      *> the student reports received since they were last
      *> dismissed. Held postings (score at or over the JOBRISK
      *> hold score) are listed ahead of the rest.
         77 WS-JOBRISK-STATUS PIC XX.
         77 WS-JOBRISK-EOF PIC X VALUE "N".
         77 WS-RISK-HOLD-SCORE PIC 9(3) VALUE 50.
         77 WS-MAX-JOB-RISK PIC 9(4) VALUE 2000.
         01 WS-JOB-RISK-TABLE.
           05 WS-JRT-ENTRY OCCURS 2000 TIMES.
             10 WS-JRT-ID PIC X(12).
             10 WS-JRT-SCORE PIC 9(3).
             10 WS-JRT-REASONS PIC X(100).
             10 WS-JRT-REPORTS PIC 9(4).
             10 WS-JRT-LAST-REPORT PIC X(60).
         77 WS-JRT-COUNT PIC 9(4) VALUE 0.
         77 WS-JRT-IDX PIC 9(4) VALUE 0.
         77 WS-JRT-FOUND PIC 9(4) VALUE 0.
         77 WS-JRT-KEY PIC X(12).
         77 WS-MJ-PASS PIC X(1).
         77 WS-MJ-HELD PIC X(1).

      *> Pending recruiter review working storage
         77 WS-PENDREC-STATUS PIC XX.
         01 WS-ROLE-TABLE.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
             10 WS-RT-USERNAME PIC X(12).
             10 WS-RT-FLAGS PIC X(7).
         77 WS-RT-COUNT PIC 9(4) VALUE 0.
         77 WS-RT-IDX PIC 9(4) VALUE 0.
         77 WS-RT-FOUND PIC 9(4) VALUE 0.

      *> Advisor caseload maintenance working storage
         77 WS-ADVISEES-STATUS PIC XX.
         77 WS-ADVISEES-EOF PIC X VALUE "N".
         77 WS-MAX-ADVISEES PIC 9(4) VALUE 2000.
         01 WS-ADVISEE-TABLE.
           05 WS-AVT-ENTRY OCCURS 2000 TIMES.
             10 WS-AVT-ADVISOR PIC X(12).
             10 WS-AVT-STUDENT PIC X(12).
             10 WS-AVT-DATE PIC X(8).
         77 WS-AVT-COUNT PIC 9(4) VALUE 0.
         77 WS-AVT-IDX PIC 9(4) VALUE 0.
         77 WS-AVT-FOUND PIC 9(4) VALUE 0.
         77 WS-AVT-KEPT PIC 9(4) VALUE 0.
         77 WS-ADVISOR-ARG PIC X(12).
         77 WS-STUDENT-TYPE PIC X(1).

      *> Legal hold maintenance working storage
         77 WS-LEGALHOLDS-STATUS PIC XX.
         77 WS-LEGALHOLDS-EOF PIC X VALUE "N".
         77 WS-HOLD-STATE PIC X(1).
         77 WS-HOLD-CASE-REF PIC X(12).

      *> Audit trail working storage
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-AUDIT-EOF PIC X VALUE "N".
         77 WS-AUDIT-FILTER-USER PIC X(12).
         77 WS-AUDIT-LISTED PIC 9(6) VALUE 0.

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

      *> Working fields for HASH-PASSWORD (see paragraph below)
         77 WS-HASH-VALUE  PIC 9(10) VALUE 0.
         77 WS-HASH-CHAR   PIC 9(3) VALUE 0.
             OR WS-ACTION = "RESET" OR WS-ACTION = "MAKEADMIN"
             OR WS-ACTION = "APPROVERECRUIT"
             OR WS-ACTION = "REJECTRECRUIT"
             OR WS-ACTION = "MAKEADVISOR"
             OR WS-ACTION = "SETTYPE"
             PERFORM ACQUIRE-USERS-LOCK
             IF WS-LOCK-OK NOT = "Y"
               DISPLAY "USERS.DAT is locked by another process; try "
               PERFORM SET-ADMIN-ROLES
             WHEN "PWAGE"
               PERFORM WRITE-PASSWORD-AGE-REPORT
             WHEN "MAKEADVISOR"
               PERFORM MAKE-ADVISOR
             WHEN "SETTYPE"
               PERFORM SET-ACCOUNT-TYPE
             WHEN "ADVISE"
               PERFORM ASSIGN-ADVISEE
             WHEN "UNADVISE"
               PERFORM UNASSIGN-ADVISEE
             WHEN "HOLD"
               PERFORM PLACE-LEGAL-HOLD
             WHEN "RELEASE"
               PERFORM RELEASE-LEGAL-HOLD
             WHEN OTHER
               PERFORM WRITE-ACCOUNT-LIST
           END-EVALUATE
             OR WS-ACTION = "RESET" OR WS-ACTION = "MAKEADMIN"
             OR WS-ACTION = "APPROVERECRUIT"
             OR WS-ACTION = "REJECTRECRUIT"
             OR WS-ACTION = "MAKEADVISOR"
             OR WS-ACTION = "SETTYPE"
             PERFORM RELEASE-USERS-LOCK
           END-IF

       WRITE-AUDIT-RECORD.
      *> Appends one actor/action/target row to AUDIT.DAT. Caller
      *> sets WS-AUDIT-ACTION and WS-AUDIT-BEFORE first.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-AUDIT-ACTOR TO WS-AC-ACTOR
           MOVE WS-AUDIT-ACTION TO WS-AC-ACTION
           MOVE WS-TARGET-USERNAME TO WS-AC-TARGET
           MOVE WS-AUDIT-BEFORE TO WS-AC-BEFORE-VALUE
           MOVE WS-AUDIT-SECOND TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS
           IF WS-AUDIT-STATUS NOT = "00"
             DISPLAY "Warning: unable to write AUDIT.DAT (status "
               WS-AUDIT-STATUS ")."
           END-IF.

       WRITE-AUDIT-REPORT.
      *> AUDIT [<from-yyyymmdd> <to-yyyymmdd>] lists actions in a
           DISPLAY "Administrator access granted: " FUNCTION
             TRIM(WS-TARGET-USERNAME).

      *> Designates an account as a faculty advisor ("F"). Advisors
      *> get the caseload screen, publish counseling appointment
      *> slots, and are kept out of the student directory, talent
      *> search and the apply/co-op flows.
       MAKE-ADVISOR.
           PERFORM FIND-TARGET-USER
           IF WS-TARGET-FOUND = "N"
             DISPLAY "No such account: " FUNCTION
               TRIM(WS-TARGET-USERNAME)
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "TYPE=" DELIMITED BY SIZE
                  WS-TARGET-TYPE DELIMITED BY SIZE
             INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "TYPE" TO WS-UPD-FIELD
           MOVE "F" TO WS-UPD-VALUE
           PERFORM STREAM-UPDATE-USERS
           MOVE "MAKEADVISOR" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Advisor access granted: " FUNCTION
             TRIM(WS-TARGET-USERNAME).

      *> SETTYPE <user> <S|R|F|A>: a plain account-type correction
      *> (student, recruiter, faculty advisor, administrator), used
      *> by BULKADMIN for term-start fixes.
       SET-ACCOUNT-TYPE.
           IF WS-NEW-PASSWORD NOT = "S" AND WS-NEW-PASSWORD NOT = "R"
             AND WS-NEW-PASSWORD NOT = "F"
             AND WS-NEW-PASSWORD NOT = "A"
             DISPLAY "SETTYPE requires a username and a type of S, "
               "R, F or A."
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-TARGET-USER
           IF WS-TARGET-FOUND = "N"
             DISPLAY "No such account: " FUNCTION
               TRIM(WS-TARGET-USERNAME)
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "TYPE=" DELIMITED BY SIZE
                  WS-TARGET-TYPE DELIMITED BY SIZE
             INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "TYPE" TO WS-UPD-FIELD
           MOVE WS-NEW-PASSWORD TO WS-UPD-VALUE
           PERFORM STREAM-UPDATE-USERS
           MOVE "SET-TYPE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Account type for " FUNCTION
             TRIM(WS-TARGET-USERNAME) " set to " WS-NEW-PASSWORD(1:1)
             ".".

      *> ===== Advisor caseload assignments =====
       ASSIGN-ADVISEE.
           PERFORM CHECK-ADVISOR-AND-STUDENT
           IF WS-TARGET-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ADVISEES
           MOVE 0 TO WS-AVT-FOUND
           PERFORM VARYING WS-AVT-IDX FROM 1 BY 1
             UNTIL WS-AVT-IDX > WS-AVT-COUNT
             IF FUNCTION TRIM(WS-AVT-ADVISOR(WS-AVT-IDX)) =
               FUNCTION TRIM(WS-ADVISOR-ARG)
               AND FUNCTION TRIM(WS-AVT-STUDENT(WS-AVT-IDX)) =
                 FUNCTION TRIM(WS-NEW-PASSWORD)
               MOVE WS-AVT-IDX TO WS-AVT-FOUND
             END-IF
           END-PERFORM
           IF WS-AVT-FOUND > 0
             DISPLAY FUNCTION TRIM(WS-NEW-PASSWORD)
               " is already on that advisor's caseload."
             EXIT PARAGRAPH
           END-IF
           IF WS-AVT-COUNT >= WS-MAX-ADVISEES
             DISPLAY "Advisee file is full (max 2000 assignments)."
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AVT-COUNT
           MOVE WS-ADVISOR-ARG TO WS-AVT-ADVISOR(WS-AVT-COUNT)
           MOVE WS-NEW-PASSWORD TO WS-AVT-STUDENT(WS-AVT-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8) TO
             WS-AVT-DATE(WS-AVT-COUNT)
           PERFORM SAVE-ADVISEES

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "ADVISEE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-PASSWORD) DELIMITED BY SIZE
             INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "ADVISE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY FUNCTION TRIM(WS-NEW-PASSWORD)
             " assigned to advisor " FUNCTION TRIM(WS-ADVISOR-ARG) ".".

       UNASSIGN-ADVISEE.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-USERNAME)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD)) = 0
             DISPLAY "UNADVISE requires an advisor and a student "
               "username."
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-USERNAME TO WS-ADVISOR-ARG

           PERFORM LOAD-ADVISEES
           MOVE 0 TO WS-AVT-KEPT
           MOVE 0 TO WS-AVT-FOUND
           PERFORM VARYING WS-AVT-IDX FROM 1 BY 1
             UNTIL WS-AVT-IDX > WS-AVT-COUNT
             IF FUNCTION TRIM(WS-AVT-ADVISOR(WS-AVT-IDX)) =
               FUNCTION TRIM(WS-ADVISOR-ARG)
               AND FUNCTION TRIM(WS-AVT-STUDENT(WS-AVT-IDX)) =
                 FUNCTION TRIM(WS-NEW-PASSWORD)
               MOVE WS-AVT-IDX TO WS-AVT-FOUND
             ELSE
               ADD 1 TO WS-AVT-KEPT
               MOVE WS-AVT-ENTRY(WS-AVT-IDX) TO
                 WS-AVT-ENTRY(WS-AVT-KEPT)
             END-IF
           END-PERFORM
           IF WS-AVT-FOUND = 0
             DISPLAY FUNCTION TRIM(WS-NEW-PASSWORD)
               " is not on that advisor's caseload."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-AVT-KEPT TO WS-AVT-COUNT
           PERFORM SAVE-ADVISEES

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "ADVISEE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-PASSWORD) DELIMITED BY SIZE
             INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "UNADVISE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY FUNCTION TRIM(WS-NEW-PASSWORD)
             " removed from advisor " FUNCTION TRIM(WS-ADVISOR-ARG)
             "'s caseload.".

       CHECK-ADVISOR-AND-STUDENT.
      *> The advisor must hold type F and the advisee must be a
      *> student or alumni account. Leaves WS-TARGET-USERNAME on
      *> the advisor for the audit row.
           MOVE WS-TARGET-USERNAME TO WS-ADVISOR-ARG
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ADVISOR-ARG)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD)) = 0
             DISPLAY "ADVISE requires an advisor and a student "
               "username."
             MOVE "N" TO WS-TARGET-FOUND
             EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-PASSWORD TO WS-TARGET-USERNAME
           PERFORM FIND-TARGET-USER
           MOVE WS-TARGET-TYPE TO WS-STUDENT-TYPE
           MOVE WS-ADVISOR-ARG TO WS-TARGET-USERNAME
           IF WS-TARGET-FOUND = "N"
             DISPLAY "No such account: " FUNCTION
               TRIM(WS-NEW-PASSWORD)
             EXIT PARAGRAPH
           END-IF
           IF WS-STUDENT-TYPE NOT = "S" AND WS-STUDENT-TYPE NOT = "L"
             DISPLAY FUNCTION TRIM(WS-NEW-PASSWORD)
               " is not a student account."
             MOVE "N" TO WS-TARGET-FOUND
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-TARGET-USER
           IF WS-TARGET-FOUND = "N"
             DISPLAY "No such account: " FUNCTION
               TRIM(WS-ADVISOR-ARG)
             EXIT PARAGRAPH
           END-IF
           IF WS-TARGET-TYPE NOT = "F"
             DISPLAY FUNCTION TRIM(WS-ADVISOR-ARG)
               " is not an advisor account; use MAKEADVISOR first."
             MOVE "N" TO WS-TARGET-FOUND
           END-IF.

       LOAD-ADVISEES.
           MOVE 0 TO WS-AVT-COUNT
           MOVE "N" TO WS-ADVISEES-EOF
           OPEN INPUT ADVISEES-FILE
           IF WS-ADVISEES-STATUS NOT = "00"
             IF WS-ADVISEES-STATUS = "05"
               CLOSE ADVISEES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ADVISEES-EOF = "Y"
             READ ADVISEES-FILE
               AT END
                 MOVE "Y" TO WS-ADVISEES-EOF
               NOT AT END
                 IF WS-AVT-COUNT < WS-MAX-ADVISEES
                   ADD 1 TO WS-AVT-COUNT
                   MOVE AV-ADVISOR TO WS-AVT-ADVISOR(WS-AVT-COUNT)
                   MOVE AV-STUDENT TO WS-AVT-STUDENT(WS-AVT-COUNT)
                   MOVE AV-ASSIGNED-DATE TO WS-AVT-DATE(WS-AVT-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ADVISEES-FILE.

       SAVE-ADVISEES.
           OPEN OUTPUT ADVISEES-FILE
           IF WS-ADVISEES-STATUS NOT = "00"
             AND WS-ADVISEES-STATUS NOT = "05"
             DISPLAY "Unable to write ADVISEES.DAT (status "
               WS-ADVISEES-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-AVT-IDX FROM 1 BY 1
             UNTIL WS-AVT-IDX > WS-AVT-COUNT
             MOVE WS-AVT-ADVISOR(WS-AVT-IDX) TO AV-ADVISOR
             MOVE WS-AVT-STUDENT(WS-AVT-IDX) TO AV-STUDENT
             MOVE WS-AVT-DATE(WS-AVT-IDX) TO AV-ASSIGNED-DATE
             WRITE ADVISEE-RECORD
           END-PERFORM

           CLOSE ADVISEES-FILE.

      *> ===== Legal holds =====
       PLACE-LEGAL-HOLD.
           PERFORM CHECK-HOLD-APPROVAL
           IF WS-TARGET-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD)) = 0
             OR FUNCTION TRIM(WS-NEW-PASSWORD) = "-"
             DISPLAY "HOLD requires a case reference."
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LEGAL-HOLD
           IF WS-HOLD-STATE = "H"
             DISPLAY FUNCTION TRIM(WS-TARGET-USERNAME)
               " is already on legal hold (case "
               FUNCTION TRIM(WS-HOLD-CASE-REF) ")."
             EXIT PARAGRAPH
           END-IF

           MOVE "H" TO WS-HOLD-STATE
           MOVE WS-NEW-PASSWORD TO WS-HOLD-CASE-REF
           PERFORM APPEND-LEGAL-HOLD-ROW
           IF WS-LEGALHOLDS-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "CASE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-CASE-REF) DELIMITED BY SIZE
             INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "LEGALHOLD" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Legal hold placed on " FUNCTION
             TRIM(WS-TARGET-USERNAME) " (case "
             FUNCTION TRIM(WS-HOLD-CASE-REF) ").".

       RELEASE-LEGAL-HOLD.
           PERFORM CHECK-HOLD-APPROVAL
           IF WS-TARGET-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LEGAL-HOLD
           IF WS-HOLD-STATE NOT = "H"
             DISPLAY FUNCTION TRIM(WS-TARGET-USERNAME)
               " is not on legal hold."
             EXIT PARAGRAPH
           END-IF

      *> The release row repeats the case reference of the hold it
      *> ends, so the history reads in pairs.
           MOVE "R" TO WS-HOLD-STATE
           PERFORM APPEND-LEGAL-HOLD-ROW
           IF WS-LEGALHOLDS-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "CASE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-CASE-REF) DELIMITED BY SIZE
             INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "HOLDRELEASE" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Legal hold released on " FUNCTION
             TRIM(WS-TARGET-USERNAME) " (case "
             FUNCTION TRIM(WS-HOLD-CASE-REF) ").".

       CHECK-HOLD-APPROVAL.
      *> Holds change what the purges may touch, so they are never a
      *> one-person action: the confirming administrator must be
      *> named and must differ from the requester.
           MOVE "N" TO WS-TARGET-FOUND
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-USERNAME)) = 0
             DISPLAY "A username is required."
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ACTOR-ARG)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-SECOND)) = 0
             OR FUNCTION TRIM(WS-AUDIT-SECOND) =
               FUNCTION TRIM(WS-ACTOR-ARG)
             DISPLAY "Legal holds need a requesting and a different "
               "confirming administrator."
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TARGET-USER
           IF WS-TARGET-FOUND = "N"
             DISPLAY "No such account: " FUNCTION
               TRIM(WS-TARGET-USERNAME)
           END-IF.

       FIND-LEGAL-HOLD.
      *> Last row for the user wins; no row means never held.
           MOVE SPACES TO WS-HOLD-STATE
           MOVE SPACES TO WS-HOLD-CASE-REF
           MOVE "N" TO WS-LEGALHOLDS-EOF
           OPEN INPUT LEGALHOLDS-FILE
           IF WS-LEGALHOLDS-STATUS NOT = "00"
             IF WS-LEGALHOLDS-STATUS = "05"
               CLOSE LEGALHOLDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LEGALHOLDS-EOF = "Y"
             READ LEGALHOLDS-FILE
               AT END
                 MOVE "Y" TO WS-LEGALHOLDS-EOF
               NOT AT END
                 IF FUNCTION TRIM(LH-USERNAME) =
                   FUNCTION TRIM(WS-TARGET-USERNAME)
                   MOVE LH-STATUS TO WS-HOLD-STATE
                   MOVE LH-CASE-REF TO WS-HOLD-CASE-REF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LEGALHOLDS-FILE.

       APPEND-LEGAL-HOLD-ROW.
           OPEN EXTEND LEGALHOLDS-FILE
           IF WS-LEGALHOLDS-STATUS = "35"
             OPEN OUTPUT LEGALHOLDS-FILE
             IF WS-LEGALHOLDS-STATUS = "00"
               CLOSE LEGALHOLDS-FILE
             END-IF
             OPEN EXTEND LEGALHOLDS-FILE
           END-IF

           IF WS-LEGALHOLDS-STATUS NOT = "00"
             AND WS-LEGALHOLDS-STATUS NOT = "05"
             DISPLAY "Unable to write LEGALHOLDS.DAT (status "
               WS-LEGALHOLDS-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-TARGET-USERNAME TO LH-USERNAME
           MOVE WS-HOLD-STATE TO LH-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO LH-DATE
           MOVE WS-AUDIT-ACTOR TO LH-REQUESTED-BY
           MOVE WS-AUDIT-SECOND TO LH-CONFIRMED-BY
           MOVE WS-HOLD-CASE-REF TO LH-CASE-REF
           WRITE LEGALHOLD-RECORD
           CLOSE LEGALHOLDS-FILE
           MOVE "00" TO WS-LEGALHOLDS-STATUS.

      *> ===== Pending recruiter review =====
       LOAD-PENDING-RECRUITERS.
           MOVE 0 TO WS-PRT-COUNT
      *> ===== Job posting moderation =====
       LIST-PENDING-JOBS.
           MOVE 0 TO WS-MJ-FOUND
           MOVE 0 TO WS-DJT-COUNT
           MOVE "N" TO WS-JOBS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF

      *> First pass keeps the match keys of every open posting so
      *> each pending one can be flagged as a suspected duplicate.
           PERFORM UNTIL WS-JOBS-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-JOBS-EOF
               NOT AT END
                 IF JOB-REVIEW-STATUS NOT = "R"
                   AND WS-DJT-COUNT < WS-MAX-DUP-JOBS
                   ADD 1 TO WS-DJT-COUNT
                   MOVE JOB-ID TO WS-DJT-ID(WS-DJT-COUNT)
                   MOVE JOB-EMPLOYER TO WS-DUP-KEY-IN
                   PERFORM BUILD-DUP-MATCH-KEY
                   MOVE WS-DUP-KEY-OUT TO WS-DJT-EMPLOYER(WS-DJT-COUNT)
                   MOVE JOB-LOCATION TO WS-DUP-KEY-IN
                   PERFORM BUILD-DUP-MATCH-KEY
                   MOVE WS-DUP-KEY-OUT TO WS-DJT-LOCATION(WS-DJT-COUNT)
                   MOVE JOB-TITLE TO WS-DUP-KEY-IN
                   PERFORM BUILD-DUP-MATCH-KEY
                   MOVE WS-DUP-KEY-OUT TO WS-DJT-TITLE(WS-DJT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBS-FILE

           PERFORM LOAD-JOB-RISK

      *> Held (high-risk) postings first, then the rest of the
      *> pending queue, then live postings students have reported.
           MOVE "H" TO WS-MJ-PASS
           PERFORM LIST-PENDING-PASS
           MOVE "N" TO WS-MJ-PASS
           PERFORM LIST-PENDING-PASS
           MOVE "R" TO WS-MJ-PASS
           PERFORM LIST-PENDING-PASS

           IF WS-MJ-FOUND = 0
             DISPLAY "No postings are waiting for review."
           END-IF.

       LIST-PENDING-PASS.
           MOVE "N" TO WS-JOBS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JOBS-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-JOBS-EOF
               NOT AT END
                 MOVE JOB-ID TO WS-JRT-KEY
                 PERFORM FIND-JOB-RISK
                 MOVE "N" TO WS-MJ-HELD
                 IF WS-JRT-FOUND > 0
                   IF WS-JRT-SCORE(WS-JRT-FOUND) >= WS-RISK-HOLD-SCORE
                     MOVE "Y" TO WS-MJ-HELD
                   END-IF
                 END-IF
                 EVALUATE TRUE
                   WHEN WS-MJ-PASS = "H" AND JOB-REVIEW-STATUS = "P"
                     AND WS-MJ-HELD = "Y"
                     PERFORM SHOW-PENDING-JOB
                   WHEN WS-MJ-PASS = "N" AND JOB-REVIEW-STATUS = "P"
                     AND WS-MJ-HELD = "N"
                     PERFORM SHOW-PENDING-JOB
                   WHEN WS-MJ-PASS = "R" AND JOB-REVIEW-STATUS NOT = "P"
                     AND JOB-REVIEW-STATUS NOT = "R"
                     AND WS-JRT-FOUND > 0
                     IF WS-JRT-REPORTS(WS-JRT-FOUND) > 0
                       PERFORM SHOW-PENDING-JOB
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM

           CLOSE JOBS-FILE.

       SHOW-PENDING-JOB.
           ADD 1 TO WS-MJ-FOUND
           MOVE JOB-RECORD TO WS-MJ-ROW
           IF WS-MJ-PASS = "R"
             DISPLAY "REPORTED " WS-MJ-ID " "
               FUNCTION TRIM(WS-MJ-TITLE) " at "
               FUNCTION TRIM(WS-MJ-EMPLOYER) " by "
               FUNCTION TRIM(WS-MJ-POSTER) " (live)"
           ELSE
             DISPLAY "PENDING " WS-MJ-ID " "
               FUNCTION TRIM(WS-MJ-TITLE) " at "
               FUNCTION TRIM(WS-MJ-EMPLOYER) " by "
               FUNCTION TRIM(WS-MJ-POSTER)
           END-IF
           IF WS-JRT-FOUND > 0
             IF WS-MJ-HELD = "Y"
               DISPLAY "  ** HELD: risk score "
                 WS-JRT-SCORE(WS-JRT-FOUND) " - "
                 FUNCTION TRIM(WS-JRT-REASONS(WS-JRT-FOUND))
             ELSE
               IF WS-JRT-SCORE(WS-JRT-FOUND) > 0
                 DISPLAY "  risk score " WS-JRT-SCORE(WS-JRT-FOUND)
                   " - " FUNCTION TRIM(WS-JRT-REASONS(WS-JRT-FOUND))
               END-IF
             END-IF
             IF WS-JRT-REPORTS(WS-JRT-FOUND) > 0
               DISPLAY "  ** reported by "
                 WS-JRT-REPORTS(WS-JRT-FOUND) " student(s), latest: "
                 FUNCTION TRIM(WS-JRT-LAST-REPORT(WS-JRT-FOUND))
             END-IF
           END-IF
           IF WS-MJ-PASS NOT = "R"
             PERFORM FIND-PENDING-DUPLICATE
             IF WS-DUP-FOUND-ID NOT = SPACES
               DISPLAY "  ** possible duplicate of "
                 WS-DUP-FOUND-ID
             END-IF
           END-IF.

       LOAD-JOB-RISK.
           MOVE 0 TO WS-JRT-COUNT
           MOVE "N" TO WS-JOBRISK-EOF
           OPEN INPUT JOBRISK-FILE
           IF WS-JOBRISK-STATUS NOT = "00"
             IF WS-JOBRISK-STATUS = "05"
               CLOSE JOBRISK-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JOBRISK-EOF = "Y"
             READ JOBRISK-FILE
               AT END
                 MOVE "Y" TO WS-JOBRISK-EOF
               NOT AT END
                 MOVE JR-JOB-ID TO WS-JRT-KEY
                 PERFORM FIND-JOB-RISK
                 IF WS-JRT-FOUND = 0
                   AND WS-JRT-COUNT < WS-MAX-JOB-RISK
                   ADD 1 TO WS-JRT-COUNT
                   MOVE WS-JRT-COUNT TO WS-JRT-FOUND
                   MOVE JR-JOB-ID TO WS-JRT-ID(WS-JRT-FOUND)
                   MOVE 0 TO WS-JRT-SCORE(WS-JRT-FOUND)
                   MOVE SPACES TO WS-JRT-REASONS(WS-JRT-FOUND)
                   MOVE 0 TO WS-JRT-REPORTS(WS-JRT-FOUND)
                   MOVE SPACES TO WS-JRT-LAST-REPORT(WS-JRT-FOUND)
                 END-IF
                 IF WS-JRT-FOUND > 0
                   EVALUATE JR-SOURCE
                     WHEN "S"
                       ADD 1 TO WS-JRT-REPORTS(WS-JRT-FOUND)
                       MOVE JR-REASONS TO
                         WS-JRT-LAST-REPORT(WS-JRT-FOUND)
                     WHEN "C"
                       MOVE 0 TO WS-JRT-REPORTS(WS-JRT-FOUND)
                       MOVE SPACES TO WS-JRT-LAST-REPORT(WS-JRT-FOUND)
                     WHEN OTHER
                       MOVE JR-SCORE TO WS-JRT-SCORE(WS-JRT-FOUND)
                       MOVE JR-REASONS TO WS-JRT-REASONS(WS-JRT-FOUND)
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOBRISK-FILE.

       FIND-JOB-RISK.
           MOVE 0 TO WS-JRT-FOUND
           PERFORM VARYING WS-JRT-IDX FROM 1 BY 1
             UNTIL WS-JRT-IDX > WS-JRT-COUNT OR WS-JRT-FOUND > 0
             IF WS-JRT-ID(WS-JRT-IDX) = WS-JRT-KEY
               MOVE WS-JRT-IDX TO WS-JRT-FOUND
             END-IF
           END-PERFORM.

      *> Approving a posting also dismisses any student reports
      *> against it, so a reported live posting leaves the queue.
       APPEND-RISK-CLEARANCE.
           OPEN EXTEND JOBRISK-FILE
           IF WS-JOBRISK-STATUS = "35"
             OPEN OUTPUT JOBRISK-FILE
             IF WS-JOBRISK-STATUS = "00"
               CLOSE JOBRISK-FILE
             END-IF
             OPEN EXTEND JOBRISK-FILE
           END-IF

           IF WS-JOBRISK-STATUS NOT = "00"
             AND WS-JOBRISK-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO JOBRISK-RECORD
           MOVE WS-MJ-ID TO JR-JOB-ID
           MOVE "C" TO JR-SOURCE
           MOVE 0 TO JR-SCORE
           MOVE WS-AUDIT-ACTOR TO JR-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATE
           MOVE "REPORTS DISMISSED ON APPROVAL" TO JR-REASONS
           WRITE JOBRISK-RECORD
           CLOSE JOBRISK-FILE.

       FIND-PENDING-DUPLICATE.
      *> WS-DUP-FOUND-ID is the first other open posting that
      *> matches the pending row in WS-MJ-ROW, or spaces.
           MOVE SPACES TO WS-DUP-FOUND-ID
           MOVE 0 TO WS-DJT-SELF
           PERFORM VARYING WS-DJT-IDX FROM 1 BY 1
             UNTIL WS-DJT-IDX > WS-DJT-COUNT OR WS-DJT-SELF > 0
             IF WS-DJT-ID(WS-DJT-IDX) = WS-MJ-ID
               MOVE WS-DJT-IDX TO WS-DJT-SELF
             END-IF
           END-PERFORM
           IF WS-DJT-SELF = 0
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DJT-IDX FROM 1 BY 1
             UNTIL WS-DJT-IDX > WS-DJT-COUNT
               OR WS-DUP-FOUND-ID NOT = SPACES
             IF WS-DJT-IDX NOT = WS-DJT-SELF
               AND WS-DJT-EMPLOYER(WS-DJT-IDX) =
                 WS-DJT-EMPLOYER(WS-DJT-SELF)
               AND WS-DJT-LOCATION(WS-DJT-IDX) =
                 WS-DJT-LOCATION(WS-DJT-SELF)
               MOVE 0 TO WS-DUP-TITLE-DIFFS
               PERFORM VARYING WS-DUP-KEY-POS FROM 1 BY 1
                 UNTIL WS-DUP-KEY-POS > 30
                 IF WS-DJT-TITLE(WS-DJT-IDX)(WS-DUP-KEY-POS:1) NOT =
                   WS-DJT-TITLE(WS-DJT-SELF)(WS-DUP-KEY-POS:1)
                   ADD 1 TO WS-DUP-TITLE-DIFFS
                 END-IF
               END-PERFORM
               IF WS-DUP-TITLE-DIFFS <= WS-DUP-TITLE-TOLERANCE
                 MOVE WS-DJT-ID(WS-DJT-IDX) TO WS-DUP-FOUND-ID
               END-IF
             END-IF
           END-PERFORM.

       BUILD-DUP-MATCH-KEY.
      *> WS-DUP-KEY-IN upper-cased with everything but letters and
      *> digits squeezed out.
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

       STREAM-MOD-JOB-UPDATE.
      *> Streams JOBS.DAT through JOBS.NEW under JOBS.LCK, setting
      *> the review status of the posting whose id matches
                 ADD 1 TO WS-READ-COUNT
                 IF FUNCTION TRIM(JOB-ID) =
                   FUNCTION TRIM(WS-TARGET-USERNAME)
                   MOVE JOB-REVIEW-STATUS TO WS-MJ-OLD-REVIEW
                   MOVE WS-MJ-NEW-REVIEW TO JOB-REVIEW-STATUS
                   MOVE JOB-RECORD TO WS-MJ-ROW
                   MOVE 1 TO WS-MJ-FOUND
           MOVE "JOB-APPROVE" TO WS-AUDIT-ACTION
           MOVE WS-MJ-ID TO WS-AUDIT-BEFORE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM APPEND-RISK-CLEARANCE

      *> A reported posting that was already live stays live; its
      *> followers heard about it when it first appeared.
           IF WS-MJ-OLD-REVIEW NOT = "P" AND WS-MJ-OLD-REVIEW NOT = "R"
             DISPLAY "Reports dismissed; posting stays live: "
               FUNCTION TRIM(WS-MJ-ID) " ("
               FUNCTION TRIM(WS-MJ-TITLE) ")."
             EXIT PARAGRAPH
           END-IF

      *> The approval is the moment the posting goes live, so its
      *> company's followers hear about it now -- unless a future
             WS-PW-CHANGED-DATE " (" WS-PW-AGE-DAYS " day(s) old)".

      *> SETROLES <user> <flags> upserts the per-function rights row
      *> for an administrator: Y/N flags, in order moderation,
      *> announcements, accounts, recruiter verification, reports,
      *> the help desk support view and the employer relations
      *> contact log. The sixth and seventh flags may be left off,
      *> which leaves those functions off.
       SET-ADMIN-ROLES.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-USERNAME)) = 0
             OR (FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD)) NOT
               = 5
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD))
                 NOT = 6
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD))
                 NOT = 7)
             DISPLAY "SETROLES requires a username and five to seven "
               "Y/N flags (e.g. SETROLES jdoe YNNNNYN)."
             EXIT PARAGRAPH
           END-IF

                     ADD 1 TO WS-RT-COUNT
                     MOVE AR-USERNAME TO
                       WS-RT-USERNAME(WS-RT-COUNT)
                     MOVE ADMINROLE-RECORD(13:7) TO
                       WS-RT-FLAGS(WS-RT-COUNT)
                   END-IF
               END-READ
             MOVE WS-RT-FLAGS(WS-RT-IDX)(3:1) TO AR-ACCOUNTS
             MOVE WS-RT-FLAGS(WS-RT-IDX)(4:1) TO AR-RECRUITERS
             MOVE WS-RT-FLAGS(WS-RT-IDX)(5:1) TO AR-REPORTS
             MOVE WS-RT-FLAGS(WS-RT-IDX)(6:1) TO AR-SUPPORT
             IF AR-SUPPORT NOT = "Y"
               MOVE "N" TO AR-SUPPORT
             END-IF
             MOVE WS-RT-FLAGS(WS-RT-IDX)(7:1) TO AR-EMPREL
             IF AR-EMPREL NOT = "Y"
               MOVE "N" TO AR-EMPREL
             END-IF
             WRITE ADMINROLE-RECORD
           END-PERFORM

