      *> first to MERGELOG.DAT in its original form, so a merge can
      *> be reconstructed or undone by hand. The run is audited and
      *> finishes by deactivating the duplicate through the usual
      *> ADMINACCOUNTS path. A merge touching an account on legal
      *> hold (LEGALHOLDS.DAT) is refused outright and the refusal
      *> is written to LEGALHOLDLOG.DAT. Group conversations are
      *> re-keyed seat by seat; where the survivor already sits in
      *> the same group, the duplicate's seat and its read-flag
      *> column on the group's messages are emptied instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGELOG-STATUS.

           SELECT OPTIONAL LEGALHOLDS-FILE
               ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLDS-STATUS.

           SELECT OPTIONAL LEGALHOLDLOG-FILE
               ASSIGN TO "LEGALHOLDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDLOG-STATUS.

           SELECT OPTIONAL NETCHANGES-FILE
               ASSIGN TO "NETCHANGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETCHANGES-STATUS.

       DATA DIVISION.
       FILE SECTION.
             05 ML-DISPOSITION PIC X(1).
             05 ML-OLD-RECORD PIC X(620).

      *> Last row per user is the current hold state (H / R).
       FD LEGALHOLDS-FILE.
           01 LEGALHOLD-RECORD.
             05 LH-USERNAME PIC X(12).
             05 LH-STATUS PIC X(1).
             05 LH-DATE PIC X(8).
             05 LH-REQUESTED-BY PIC X(12).
             05 LH-CONFIRMED-BY PIC X(12).
             05 LH-CASE-REF PIC X(12).

      *> One row per item a hold kept from being changed or removed.
       FD LEGALHOLDLOG-FILE.
           01 LEGALHOLDLOG-RECORD.
             05 HL-DATE PIC X(8).
             05 HL-PROGRAM PIC X(16).
             05 HL-USERNAME PIC X(12).
             05 HL-DETAIL PIC X(60).

      *> Tells the online network views that both accounts' graph
      *> rows are out of date until the next NETWORKGRAPH build.
       FD NETCHANGES-FILE.
           01 NETCHANGE-RECORD.
             05 NC-USER1 PIC X(12).
             05 NC-USER2 PIC X(12).
             05 NC-ACTION PIC X(1).
             05 NC-TIMESTAMP PIC X(14).

       WORKING-STORAGE SECTION.
         77 WS-USERS-STATUS PIC XX.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

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

         77 WS-COMMAND-LINE PIC X(80).
         77 WS-SURVIVOR PIC X(12).
         77 WS-DUPLICATE PIC X(12).
         77 WS-SURVIVOR-OK PIC X VALUE "N".
         77 WS-DUPLICATE-OK PIC X VALUE "N".

      *> Current legal hold state of each side of the merge
         77 WS-LEGALHOLDS-STATUS PIC XX.
         77 WS-HOLDLOG-STATUS PIC XX.
         77 WS-NETCHANGES-STATUS PIC XX.
         77 WS-SURVIVOR-HOLD PIC X(1).
         77 WS-DUPLICATE-HOLD PIC X(1).
         77 WS-HELD-NAME PIC X(12).

      *> One row per file the merge touches: the username column
      *> offset(s), and for must-be-unique rows the key column and
      *> width used to spot collisions with the survivor. KEY-POS
      *> 999 marks a one-row-per-user file (profile, mentor
      *> signup, preferences).
         01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 66 TIMES.
             10 WS-STEP-FILE PIC X(20).
             10 WS-STEP-POS1 PIC 9(3).
             10 WS-STEP-POS2 PIC 9(3).
             10 WS-STEP-POS3 PIC 9(3).
             10 WS-STEP-KEY-POS PIC 9(3).
             10 WS-STEP-KEY-LEN PIC 9(2).
         77 WS-STEP-COUNT PIC 9(2) VALUE 66.
         77 WS-STEP-IDX PIC 9(2) VALUE 0.

      *> Survivor's existing unique keys in the file being merged
         77 WS-POS PIC 9(3) VALUE 0.
         77 WS-SYS-CMD PIC X(80).

      *> Group conversation seats emptied because the survivor
      *> already held one in the same group; the seat number is
      *> also the read-flag column on that group's messages.
         01 WS-CLEARED-SEAT-TABLE.
           05 WS-CS-ENTRY OCCURS 500 TIMES.
             10 WS-CS-CONVO-ID PIC X(12).
             10 WS-CS-SEAT PIC 9(1).
         77 WS-CS-COUNT PIC 9(3) VALUE 0.
         77 WS-CS-IDX PIC 9(3) VALUE 0.
         77 WS-SEAT PIC 9(2) VALUE 0.
         77 WS-SURVIVOR-SEATED PIC X VALUE "N".

      *> Before-image request for the shared PROFHIST change history
         01 WS-PROFILE-HISTORY.
           05 WS-PH-FUNCTION PIC X(1).
           05 WS-PH-USERNAME PIC X(12).
           05 WS-PH-ACTOR PIC X(16).
           05 WS-PH-SECTION PIC X(1).
           05 WS-PH-KIND PIC X(1).
           05 WS-PH-AS-OF PIC X(8).
           05 WS-PH-RESULT PIC X(1).
           05 WS-PH-MESSAGE PIC X(100).
           05 WS-PH-CHANGES PIC 9(2).
           05 WS-PH-LIST OCCURS 10 TIMES.
             10 WS-PH-L-TIMESTAMP PIC X(14).
             10 WS-PH-L-ACTOR PIC X(16).
             10 WS-PH-L-SECTION PIC X(1).
             10 WS-PH-L-KIND PIC X(1).
             10 WS-PH-L-ROWS PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO WS-COMMAND-LINE
             GOBACK
           END-IF

           PERFORM CHECK-LEGAL-HOLDS
           IF WS-SURVIVOR-HOLD = "H" OR WS-DUPLICATE-HOLD = "H"
             IF WS-SURVIVOR-HOLD = "H"
               MOVE WS-SURVIVOR TO WS-HELD-NAME
               PERFORM LOG-REFUSED-MERGE
             END-IF
             IF WS-DUPLICATE-HOLD = "H"
               MOVE WS-DUPLICATE TO WS-HELD-NAME
               PERFORM LOG-REFUSED-MERGE
             END-IF
             DISPLAY "Merge refused: an account in this merge is on "
               "legal hold. Nothing was changed."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM BUILD-STEP-TABLE
           PERFORM WRITE-MERGE-HEADER
           PERFORM RECORD-PROFILE-HISTORY

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-PERFORM

           PERFORM WRITE-MERGE-AUDIT
           PERFORM LOG-NETWORK-CHANGE

      *> Account state itself changes only through the one-shot
      *> ADMINACCOUNTS actions, same as the console.
           END-IF
           GOBACK.

      *> Both accounts' profile sections go to the PROFHIST change
      *> history before the merge re-keys or drops any of them, so
      *> either profile can later be restored as it stood.
       RECORD-PROFILE-HISTORY.
           MOVE SPACES TO WS-PROFILE-HISTORY
           MOVE "S" TO WS-PH-FUNCTION
           MOVE "MERGEACCOUNTS" TO WS-PH-ACTOR
           MOVE SPACE TO WS-PH-SECTION
           MOVE "E" TO WS-PH-KIND
           MOVE WS-SURVIVOR TO WS-PH-USERNAME
           CALL "PROFHIST" USING WS-PROFILE-HISTORY
             ON EXCEPTION
               CONTINUE
           END-CALL
           MOVE WS-DUPLICATE TO WS-PH-USERNAME
           CALL "PROFHIST" USING WS-PROFILE-HISTORY
             ON EXCEPTION
               CONTINUE
           END-CALL.

       VERIFY-BOTH-ACCOUNTS.
           MOVE "N" TO WS-SURVIVOR-OK
           MOVE "N" TO WS-DUPLICATE-OK
           CLOSE USERS-FILE
           MOVE "N" TO WS-EOF.

      *> Last LEGALHOLDS.DAT row per user is the current state.
       CHECK-LEGAL-HOLDS.
           MOVE SPACES TO WS-SURVIVOR-HOLD
           MOVE SPACES TO WS-DUPLICATE-HOLD
           MOVE "N" TO WS-EOF

           OPEN INPUT LEGALHOLDS-FILE
           IF WS-LEGALHOLDS-STATUS NOT = "00"
             IF WS-LEGALHOLDS-STATUS = "05"
               CLOSE LEGALHOLDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ LEGALHOLDS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FUNCTION TRIM(LH-USERNAME) =
                   FUNCTION TRIM(WS-SURVIVOR)
                   MOVE LH-STATUS TO WS-SURVIVOR-HOLD
                 END-IF
                 IF FUNCTION TRIM(LH-USERNAME) =
                   FUNCTION TRIM(WS-DUPLICATE)
                   MOVE LH-STATUS TO WS-DUPLICATE-HOLD
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LEGALHOLDS-FILE
           MOVE "N" TO WS-EOF.

       LOG-REFUSED-MERGE.
           OPEN EXTEND LEGALHOLDLOG-FILE
           IF WS-HOLDLOG-STATUS = "35"
             OPEN OUTPUT LEGALHOLDLOG-FILE
             IF WS-HOLDLOG-STATUS = "00"
               CLOSE LEGALHOLDLOG-FILE
             END-IF
             OPEN EXTEND LEGALHOLDLOG-FILE
           END-IF
           IF WS-HOLDLOG-STATUS NOT = "00"
             AND WS-HOLDLOG-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO HL-DATE
           MOVE "MERGEACCOUNTS" TO HL-PROGRAM
           MOVE WS-HELD-NAME TO HL-USERNAME
           MOVE SPACES TO HL-DETAIL
           STRING "merge of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUPLICATE) DELIMITED BY SIZE
                  " into " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SURVIVOR) DELIMITED BY SIZE
                  " blocked; asked by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-NAME) DELIMITED BY SIZE
             INTO HL-DETAIL
           END-STRING
           WRITE LEGALHOLDLOG-RECORD
           CLOSE LEGALHOLDLOG-FILE.

       BUILD-STEP-TABLE.
      *> Third-column offsets default to none; only the entries
      *> that carry one set it below.
           MOVE 103 TO WS-STEP-POS1(40)
           MOVE 0 TO WS-STEP-POS2(40)
           MOVE 0 TO WS-STEP-KEY-POS(40)
           MOVE 0 TO WS-STEP-KEY-LEN(40)

      *> Career fair registrations: registering recruiter at column
      *> 20, after the event id, company id and booth.
           MOVE "FAIRREGS.DAT" TO WS-STEP-FILE(41)
           MOVE 20 TO WS-STEP-POS1(41)
           MOVE 0 TO WS-STEP-POS2(41)
           MOVE 0 TO WS-STEP-KEY-POS(41)
           MOVE 0 TO WS-STEP-KEY-LEN(41)

      *> Booth visits: the student at 17, the booth staffer at 37.
           MOVE "FAIRVISITS.DAT" TO WS-STEP-FILE(42)
           MOVE 17 TO WS-STEP-POS1(42)
           MOVE 37 TO WS-STEP-POS2(42)
           MOVE 0 TO WS-STEP-KEY-POS(42)
           MOVE 0 TO WS-STEP-KEY-LEN(42)

      *> Organization board posts: author at column 37, after the
      *> post, group and parent ids.
           MOVE "GROUPPOSTS.DAT" TO WS-STEP-FILE(43)
           MOVE 37 TO WS-STEP-POS1(43)
           MOVE 0 TO WS-STEP-POS2(43)
           MOVE 0 TO WS-STEP-KEY-POS(43)
           MOVE 0 TO WS-STEP-KEY-LEN(43)

      *> Introductions: requester, mutual connection and target.
           MOVE "INTRODUCTIONS.DAT" TO WS-STEP-FILE(44)
           MOVE 1 TO WS-STEP-POS1(44)
           MOVE 13 TO WS-STEP-POS2(44)
           MOVE 25 TO WS-STEP-POS3(44)
           MOVE 0 TO WS-STEP-KEY-POS(44)
           MOVE 0 TO WS-STEP-KEY-LEN(44)

      *> Advisee assignments: advisor and student.
           MOVE "ADVISEES.DAT" TO WS-STEP-FILE(45)
           MOVE 1 TO WS-STEP-POS1(45)
           MOVE 13 TO WS-STEP-POS2(45)
           MOVE 0 TO WS-STEP-KEY-POS(45)
           MOVE 0 TO WS-STEP-KEY-LEN(45)

      *> Counseling appointments: counselor at 1, the booked student
      *> at 27 after the slot time, type and status.
           MOVE "APPOINTMENTS.DAT" TO WS-STEP-FILE(46)
           MOVE 1 TO WS-STEP-POS1(46)
           MOVE 27 TO WS-STEP-POS2(46)
           MOVE 0 TO WS-STEP-KEY-POS(46)
           MOVE 0 TO WS-STEP-KEY-LEN(46)

      *> Resume review queue: student at 13, counselor at 38.
           MOVE "REVIEWS.DAT" TO WS-STEP-FILE(47)
           MOVE 13 TO WS-STEP-POS1(47)
           MOVE 38 TO WS-STEP-POS2(47)
           MOVE 0 TO WS-STEP-KEY-POS(47)
           MOVE 0 TO WS-STEP-KEY-LEN(47)

      *> Review comments: the counselor who wrote them at 16.
           MOVE "REVIEWNOTES.DAT" TO WS-STEP-FILE(48)
           MOVE 16 TO WS-STEP-POS1(48)
           MOVE 0 TO WS-STEP-POS2(48)
           MOVE 0 TO WS-STEP-KEY-POS(48)
           MOVE 0 TO WS-STEP-KEY-LEN(48)

      *> Posting edit log: the poster who made the edit at 25.
           MOVE "JOBCHANGES.DAT" TO WS-STEP-FILE(49)
           MOVE 25 TO WS-STEP-POS1(49)
           MOVE 0 TO WS-STEP-POS2(49)
           MOVE 0 TO WS-STEP-KEY-POS(49)
           MOVE 0 TO WS-STEP-KEY-LEN(49)

      *> Job-board sharing opt-outs: the recruiter who set one at 5.
           MOVE "SYNDOPTOUT.DAT" TO WS-STEP-FILE(50)
           MOVE 5 TO WS-STEP-POS1(50)
           MOVE 0 TO WS-STEP-POS2(50)
           MOVE 0 TO WS-STEP-KEY-POS(50)
           MOVE 0 TO WS-STEP-KEY-LEN(50)

      *> Application aging state: applicant at 1, poster at 25; as
      *> with the applications themselves the survivor's row for
      *> the same posting wins.
           MOVE "APPAGING.DAT" TO WS-STEP-FILE(51)
           MOVE 1 TO WS-STEP-POS1(51)
           MOVE 25 TO WS-STEP-POS2(51)
           MOVE 13 TO WS-STEP-KEY-POS(51)
           MOVE 12 TO WS-STEP-KEY-LEN(51)

      *> Graduate outcomes: the graduate at 1. Rows are answers in
      *> date order and the latest wins, so both sides' rows stay.
           MOVE "OUTCOMES.DAT" TO WS-STEP-FILE(52)
           MOVE 1 TO WS-STEP-POS1(52)
           MOVE 0 TO WS-STEP-POS2(52)
           MOVE 0 TO WS-STEP-KEY-POS(52)
           MOVE 0 TO WS-STEP-KEY-LEN(52)

      *> Employer reviews: the reviewer at 5. One review per company
      *> (CO-ID at 1), so the survivor's review for the same company
      *> wins.
           MOVE "EMPREVIEWS.DAT" TO WS-STEP-FILE(53)
           MOVE 5 TO WS-STEP-POS1(53)
           MOVE 0 TO WS-STEP-POS2(53)
           MOVE 1 TO WS-STEP-KEY-POS(53)
           MOVE 4 TO WS-STEP-KEY-LEN(53)
      *> Company hiring teams: the member at 5 and the recruiter who
      *> added them at 18. One seat per company (CO-ID at 1), so the
      *> survivor's existing seat on the same team is kept.
           MOVE "COMPTEAM.DAT" TO WS-STEP-FILE(54)
           MOVE 5 TO WS-STEP-POS1(54)
           MOVE 18 TO WS-STEP-POS2(54)
           MOVE 1 TO WS-STEP-KEY-POS(54)
           MOVE 4 TO WS-STEP-KEY-LEN(54)

      *> One two-step sign-in setting per user: the survivor's wins.
           MOVE "TWOSTEP.DAT" TO WS-STEP-FILE(55)
           MOVE 1 TO WS-STEP-POS1(55)
           MOVE 0 TO WS-STEP-POS2(55)
           MOVE 999 TO WS-STEP-KEY-POS(55)
           MOVE 0 TO WS-STEP-KEY-LEN(55)

      *> Help desk tickets: the user at 7 and the assigned
      *> administrator at 21. Every ticket stays.
           MOVE "TICKETS.DAT" TO WS-STEP-FILE(56)
           MOVE 7 TO WS-STEP-POS1(56)
           MOVE 21 TO WS-STEP-POS2(56)
           MOVE 0 TO WS-STEP-KEY-POS(56)
           MOVE 0 TO WS-STEP-KEY-LEN(56)

      *> Text-message settings are one row per user: the survivor's
      *> number and opt-in win. Queued texts carry the user at 16;
      *> the sent-reminder log at 1. Every queued and logged row
      *> stays.
           MOVE "SMSPREFS.DAT" TO WS-STEP-FILE(57)
           MOVE 1 TO WS-STEP-POS1(57)
           MOVE 0 TO WS-STEP-POS2(57)
           MOVE 999 TO WS-STEP-KEY-POS(57)
           MOVE 0 TO WS-STEP-KEY-LEN(57)
           MOVE "SMSQUEUE.DAT" TO WS-STEP-FILE(58)
           MOVE 16 TO WS-STEP-POS1(58)
           MOVE 0 TO WS-STEP-POS2(58)
           MOVE 0 TO WS-STEP-KEY-POS(58)
           MOVE 0 TO WS-STEP-KEY-LEN(58)
           MOVE "SMSLOG.DAT" TO WS-STEP-FILE(59)
           MOVE 1 TO WS-STEP-POS1(59)
           MOVE 0 TO WS-STEP-POS2(59)
           MOVE 0 TO WS-STEP-KEY-POS(59)
           MOVE 0 TO WS-STEP-KEY-LEN(59)

      *> Applications logged from outside InCollege: the student at
      *> 13. Every entry stays.
           MOVE "OUTSIDEAPPS.DAT" TO WS-STEP-FILE(60)
           MOVE 13 TO WS-STEP-POS1(60)
           MOVE 0 TO WS-STEP-POS2(60)
           MOVE 0 TO WS-STEP-KEY-POS(60)
           MOVE 0 TO WS-STEP-KEY-LEN(60)

           MOVE "PROJECTS.DAT" TO WS-STEP-FILE(61)
           MOVE 1 TO WS-STEP-POS1(61)
           MOVE 0 TO WS-STEP-POS2(61)
           MOVE 0 TO WS-STEP-KEY-POS(61)
           MOVE 0 TO WS-STEP-KEY-LEN(61)

           MOVE "CERTS.DAT" TO WS-STEP-FILE(62)
           MOVE 1 TO WS-STEP-POS1(62)
           MOVE 0 TO WS-STEP-POS2(62)
           MOVE 0 TO WS-STEP-KEY-POS(62)
           MOVE 0 TO WS-STEP-KEY-LEN(62)

      *> Group conversations: the creator at 13 and eight member
      *> seats from 69, twelve apart, taken three columns to an
      *> entry. Where the survivor already has a seat in the group
      *> the duplicate's seat is emptied instead (CLEAR-DUPLICATE-
      *> SEAT). Group messages carry the sender at 13.
           MOVE "CONVERSATIONS.DAT" TO WS-STEP-FILE(63)
           MOVE 13 TO WS-STEP-POS1(63)
           MOVE 69 TO WS-STEP-POS2(63)
           MOVE 81 TO WS-STEP-POS3(63)
           MOVE 0 TO WS-STEP-KEY-POS(63)
           MOVE 0 TO WS-STEP-KEY-LEN(63)
           MOVE "CONVERSATIONS.DAT" TO WS-STEP-FILE(64)
           MOVE 93 TO WS-STEP-POS1(64)
           MOVE 105 TO WS-STEP-POS2(64)
           MOVE 117 TO WS-STEP-POS3(64)
           MOVE 0 TO WS-STEP-KEY-POS(64)
           MOVE 0 TO WS-STEP-KEY-LEN(64)
           MOVE "CONVERSATIONS.DAT" TO WS-STEP-FILE(65)
           MOVE 129 TO WS-STEP-POS1(65)
           MOVE 141 TO WS-STEP-POS2(65)
           MOVE 153 TO WS-STEP-POS3(65)
           MOVE 0 TO WS-STEP-KEY-POS(65)
           MOVE 0 TO WS-STEP-KEY-LEN(65)
           MOVE "CONVOMSGS.DAT" TO WS-STEP-FILE(66)
           MOVE 13 TO WS-STEP-POS1(66)
           MOVE 0 TO WS-STEP-POS2(66)
           MOVE 0 TO WS-STEP-KEY-POS(66)
           MOVE 0 TO WS-STEP-KEY-LEN(66).

       MERGE-ONE-FILE.
           MOVE WS-STEP-FILE(WS-STEP-IDX) TO WS-DATA-IN-NAME
           MOVE "N" TO WS-ROW-CHANGED
           MOVE "N" TO WS-ROW-DROPPED

           IF WS-STEP-FILE(WS-STEP-IDX) = "CONVERSATIONS.DAT"
             PERFORM CLEAR-DUPLICATE-SEAT
           END-IF
           IF WS-STEP-FILE(WS-STEP-IDX) = "CONVOMSGS.DAT"
             PERFORM CLEAR-DUPLICATE-READ-FLAG
           END-IF

           MOVE WS-STEP-POS1(WS-STEP-IDX) TO WS-POS
           IF WS-POS > 0
             AND DATA-IN-RECORD(WS-POS:12) = WS-DUPLICATE
             PERFORM JUDGE-DUPLICATE-ROW
             IF WS-ROW-DROPPED NOT = "Y"
               IF WS-ROW-CHANGED NOT = "Y"
                 PERFORM LOG-ORIGINAL-ROW
               END-IF
               MOVE WS-SURVIVOR TO DATA-IN-RECORD(WS-POS:12)
               MOVE "Y" TO WS-ROW-CHANGED
             END-IF
           WRITE DATA-OUT-RECORD
           ADD 1 TO WS-ROWS-KEPT.

      *> A group the survivor already belongs to keeps one seat for
      *> it: the duplicate's seat is emptied rather than re-keyed, so
      *> the survivor is never listed twice. The seat is noted so
      *> its read-flag column can be emptied on the group's messages.
       CLEAR-DUPLICATE-SEAT.
           MOVE "N" TO WS-SURVIVOR-SEATED
           PERFORM VARYING WS-SEAT FROM 1 BY 1 UNTIL WS-SEAT > 8
             COMPUTE WS-POS = 69 + 12 * (WS-SEAT - 1)
             IF DATA-IN-RECORD(WS-POS:12) = WS-SURVIVOR
               MOVE "Y" TO WS-SURVIVOR-SEATED
             END-IF
           END-PERFORM
           IF WS-SURVIVOR-SEATED NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SEAT FROM 1 BY 1 UNTIL WS-SEAT > 8
             COMPUTE WS-POS = 69 + 12 * (WS-SEAT - 1)
             IF DATA-IN-RECORD(WS-POS:12) = WS-DUPLICATE
               IF WS-ROW-CHANGED NOT = "Y"
                 PERFORM LOG-ORIGINAL-ROW
               END-IF
               MOVE SPACES TO DATA-IN-RECORD(WS-POS:12)
               MOVE "Y" TO WS-ROW-CHANGED
               IF WS-CS-COUNT < 500
                 ADD 1 TO WS-CS-COUNT
                 MOVE DATA-IN-RECORD(1:12) TO
                   WS-CS-CONVO-ID(WS-CS-COUNT)
                 MOVE WS-SEAT TO WS-CS-SEAT(WS-CS-COUNT)
               END-IF
             END-IF
           END-PERFORM.

      *> Read flags follow the header seats (flag n at 238 + n).
       CLEAR-DUPLICATE-READ-FLAG.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
             UNTIL WS-CS-IDX > WS-CS-COUNT
             IF DATA-IN-RECORD(1:12) = WS-CS-CONVO-ID(WS-CS-IDX)
               COMPUTE WS-POS = 238 + WS-CS-SEAT(WS-CS-IDX)
               IF DATA-IN-RECORD(WS-POS:1) NOT = SPACE
                 IF WS-ROW-CHANGED NOT = "Y"
                   PERFORM LOG-ORIGINAL-ROW
                 END-IF
                 MOVE SPACE TO DATA-IN-RECORD(WS-POS:1)
                 MOVE "Y" TO WS-ROW-CHANGED
               END-IF
             END-IF
           END-PERFORM.

       JUDGE-DUPLICATE-ROW.
      *> Decides whether the duplicate's row collides with one the
      *> survivor already holds and must be dropped rather than
           CLOSE MERGELOG-FILE.

       WRITE-MERGE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-NAME TO WS-AC-ACTOR
           MOVE "MERGE" TO WS-AC-ACTION
           MOVE WS-DUPLICATE TO WS-AC-TARGET
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING "merged into " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SURVIVOR) DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       LOG-NETWORK-CHANGE.
           OPEN EXTEND NETCHANGES-FILE
           IF WS-NETCHANGES-STATUS = "35"
             OPEN OUTPUT NETCHANGES-FILE
             IF WS-NETCHANGES-STATUS = "00"
               CLOSE NETCHANGES-FILE
             END-IF
             OPEN EXTEND NETCHANGES-FILE
           END-IF
           IF WS-NETCHANGES-STATUS NOT = "00"
             AND WS-NETCHANGES-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-SURVIVOR TO NC-USER1
           MOVE WS-DUPLICATE TO NC-USER2
           MOVE "M" TO NC-ACTION
           MOVE FUNCTION CURRENT-DATE(1:14) TO NC-TIMESTAMP
           WRITE NETCHANGE-RECORD
           CLOSE NETCHANGES-FILE.

       END PROGRAM MERGEACCOUNTS.
