       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKADMIN.

      *> Bulk account corrections from an administrator transaction
      *> file, for the term-start batches of deactivations, type
      *> changes, lab-section password resets and recruiter
      *> approvals. Reads pipe-delimited rows:
      *>   operator|action|username|value
      *> where action is one of
      *>   DEACTIVATE      value unused
      *>   REACTIVATE      value unused
      *>   RESET           value = the new password
      *>   SETTYPE         value = S, R, F or A
      *>   APPROVERECRUIT  value unused
      *>   REJECTRECRUIT   value unused
      *> Every row is validated before anything is changed: the
      *> operator must be an active administrator whose
      *> ADMINROLES.DAT row grants the right the action needs
      *> (account management, or recruiter verification for the
      *> recruiter actions; no row means full rights), the account
      *> must exist and the change must make sense for its current
      *> state. An account may be changed by only one row per file.
      *>
      *> Valid rows are then applied in file order. The actions the
      *> console sends through dual approval (deactivation, password
      *> reset, and here also granting administrator access) are
      *> appended to ADMINPENDING.DAT with the operator as requester,
      *> for a different administrator to confirm in ADMINCONSOLE.
      *> Everything else runs through ADMINACCOUNTS, so the USERS.LCK
      *> lock, the crash-safe USERS.DAT swap and the audit row are
      *> the same as a one-off command, and the outcome is checked
      *> back against USERS.DAT. Queued rows and rows refused for a
      *> missing right are audited here.
      *>
      *> Each row's outcome (applied, queued or rejected with the
      *> reason) goes to the dated BULKADMIN-RESULTS-<date>.TXT.
      *> The report never shows a password.
      *>
      *> Usage: BULKADMIN [transaction-file]
      *>        (default ADMIN-TRANSACTIONS.TXT)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO DYNAMIC WS-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT OPTIONAL USERS-FILE
               ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT OPTIONAL ADMINROLES-FILE
               ASSIGN TO "ADMINROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.

           SELECT OPTIONAL PENDINGRECRUITERS-FILE
               ASSIGN TO "PENDINGRECRUITERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDREC-STATUS.

           SELECT OPTIONAL ADMINPENDING-FILE
               ASSIGN TO "ADMINPENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
           01 TRANS-RECORD PIC X(150).

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

       FD PENDINGRECRUITERS-FILE.
           01 PENDINGRECRUITER-RECORD.
             05 PR-USERNAME PIC X(12).
             05 PR-COMPANY PIC X(30).
             05 PR-CONTACT PIC X(60).
             05 PR-REQUEST-DATE PIC X(8).
             05 PR-REVIEW-STATUS PIC X(1).

      *> Same maker-checker queue ADMINCONSOLE reviews
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

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
         77 WS-TRANS-STATUS PIC XX.
         77 WS-USERS-STATUS PIC XX.
         77 WS-ROLES-STATUS PIC XX.
         77 WS-PENDREC-STATUS PIC XX.
         77 WS-PENDING-STATUS PIC XX.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-SCAN-EOF PIC X VALUE "N".

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
         77 WS-TRANS-NAME PIC X(40) VALUE "ADMIN-TRANSACTIONS.TXT".
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-TODAY-STAMP PIC X(8).
         77 WS-SYS-CMD PIC X(120).

      *> One transaction row as read
         01 WS-TRANS-FIELDS.
           05 WS-TF-OPERATOR PIC X(12).
           05 WS-TF-ACTION PIC X(14).
           05 WS-TF-TARGET PIC X(12).
           05 WS-TF-VALUE PIC X(12).

      *> Validated rows, applied in file order. Result: V = valid
      *> and waiting, A = applied, Q = queued for dual approval,
      *> R = rejected.
         77 WS-MAX-TRANS PIC 9(4) VALUE 1000.
         01 WS-TRANS-TABLE.
           05 WS-TX-ENTRY OCCURS 1000 TIMES.
             10 WS-TX-ROW PIC 9(6).
             10 WS-TX-OPERATOR PIC X(12).
             10 WS-TX-ACTION PIC X(14).
             10 WS-TX-TARGET PIC X(12).
             10 WS-TX-VALUE PIC X(12).
             10 WS-TX-RESULT PIC X(1).
             10 WS-TX-DENIED PIC X(1).
             10 WS-TX-REASON PIC X(60).
         77 WS-TX-COUNT PIC 9(4) VALUE 0.
         77 WS-TX-IDX PIC 9(4) VALUE 0.
         77 WS-TX-PRIOR PIC 9(4) VALUE 0.
         77 WS-ROW-NUMBER PIC 9(6) VALUE 0.
         77 WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
         77 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
         77 WS-QUEUED-COUNT PIC 9(6) VALUE 0.
         77 WS-REJECTED-COUNT PIC 9(6) VALUE 0.

      *> Account lookup (FIND-ACCOUNT)
         77 WS-LOOKUP-USER PIC X(12).
         77 WS-LOOKUP-FOUND PIC X VALUE "N".
         77 WS-LOOKUP-ACTIVE PIC X(1).
         77 WS-LOOKUP-TYPE PIC X(1).
         77 WS-LOOKUP-PENDING PIC X VALUE "N".

      *> Operator rights (no ADMINROLES.DAT row = full rights)
         77 WS-RIGHT-ACCOUNTS PIC X VALUE "Y".
         77 WS-RIGHT-RECRUITERS PIC X VALUE "Y".
         77 WS-NEEDS-RIGHT PIC X(1).
         77 WS-NEEDS-DUAL PIC X VALUE "N".

      *> Dual-approval queue; ADMINCONSOLE holds at most 200 rows
         77 WS-MAX-PENDING PIC 9(4) VALUE 200.
         77 WS-AP-COUNT PIC 9(4) VALUE 0.
         77 WS-AP-NEXT-SEQ PIC 9(4) VALUE 0.
         77 WS-QUEUE-ACTION PIC X(12).
         77 WS-QUEUE-EXTRA PIC X(12).
         77 WS-SEQ-TEXT PIC Z(3)9.

      *> Password policy, same rules as the interactive sign-up
         77 WS-PASS-LEN PIC 99 VALUE 0.
         77 WS-PASS-POS PIC 99 VALUE 0.
         77 WS-PASS-CHAR PIC X.
         77 WS-HAS-UPPER PIC X VALUE "N".
         77 WS-HAS-DIGIT PIC X VALUE "N".
         77 WS-HAS-SPECIAL PIC X VALUE "N".

         77 WS-AUDIT-ACTION PIC X(12).
         77 WS-AUDIT-BEFORE PIC X(30).
         77 WS-RESULT-TEXT PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) > 0
             MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-TRANS-NAME
           END-IF

           STRING "BULKADMIN-RESULTS-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-TRANSACTIONS
           IF WS-TRANS-STATUS NOT = "00"
             DISPLAY "Transaction file " FUNCTION TRIM(WS-TRANS-NAME)
               " not available."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

      *> Nothing is applied until every row has been checked.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
             UNTIL WS-TX-IDX > WS-TX-COUNT
             PERFORM VALIDATE-ONE-ROW
           END-PERFORM

           PERFORM COUNT-PENDING-QUEUE
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
             UNTIL WS-TX-IDX > WS-TX-COUNT
             PERFORM APPLY-ONE-ROW
           END-PERFORM

           PERFORM WRITE-RESULTS-REPORT

           DISPLAY "Bulk admin complete: " WS-APPLIED-COUNT
             " applied, " WS-QUEUED-COUNT " queued for approval, "
             WS-REJECTED-COUNT " rejected."
           GOBACK.

       LOAD-TRANSACTIONS.
           MOVE 0 TO WS-TX-COUNT
           MOVE 0 TO WS-ROW-NUMBER
           MOVE 0 TO WS-OVERFLOW-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
             IF WS-TRANS-STATUS = "05"
               CLOSE TRANS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ TRANS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-ROW-NUMBER
                 IF FUNCTION LENGTH(FUNCTION TRIM(TRANS-RECORD)) > 0
                   IF WS-TX-COUNT < WS-MAX-TRANS
                     PERFORM STORE-ONE-ROW
                   ELSE
                     ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TRANS-FILE
           MOVE "00" TO WS-TRANS-STATUS.

       STORE-ONE-ROW.
           MOVE SPACES TO WS-TRANS-FIELDS
           UNSTRING TRANS-RECORD DELIMITED BY "|"
             INTO WS-TF-OPERATOR WS-TF-ACTION WS-TF-TARGET WS-TF-VALUE
           END-UNSTRING
           INSPECT WS-TF-ACTION CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           ADD 1 TO WS-TX-COUNT
           MOVE WS-ROW-NUMBER TO WS-TX-ROW(WS-TX-COUNT)
           MOVE FUNCTION TRIM(WS-TF-OPERATOR) TO
             WS-TX-OPERATOR(WS-TX-COUNT)
           MOVE FUNCTION TRIM(WS-TF-ACTION) TO
             WS-TX-ACTION(WS-TX-COUNT)
           MOVE FUNCTION TRIM(WS-TF-TARGET) TO
             WS-TX-TARGET(WS-TX-COUNT)
           MOVE FUNCTION TRIM(WS-TF-VALUE) TO WS-TX-VALUE(WS-TX-COUNT)
           MOVE "V" TO WS-TX-RESULT(WS-TX-COUNT)
           MOVE "N" TO WS-TX-DENIED(WS-TX-COUNT)
           MOVE SPACES TO WS-TX-REASON(WS-TX-COUNT).

      *> ===== Pass 1: validation =====
       VALIDATE-ONE-ROW.
           IF WS-TX-OPERATOR(WS-TX-IDX) = SPACES
             OR WS-TX-ACTION(WS-TX-IDX) = SPACES
             OR WS-TX-TARGET(WS-TX-IDX) = SPACES
             MOVE "Operator, action and username are required" TO
               WS-TX-REASON(WS-TX-IDX)
             MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF

           EVALUATE WS-TX-ACTION(WS-TX-IDX)
             WHEN "DEACTIVATE"
             WHEN "REACTIVATE"
             WHEN "RESET"
             WHEN "SETTYPE"
               MOVE "A" TO WS-NEEDS-RIGHT
             WHEN "APPROVERECRUIT"
             WHEN "REJECTRECRUIT"
               MOVE "R" TO WS-NEEDS-RIGHT
             WHEN OTHER
               MOVE "Unknown action" TO WS-TX-REASON(WS-TX-IDX)
               MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
               EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-TX-OPERATOR(WS-TX-IDX) TO WS-LOOKUP-USER
           PERFORM FIND-ACCOUNT
           IF WS-LOOKUP-FOUND = "N"
             OR WS-LOOKUP-TYPE NOT = "A"
             OR WS-LOOKUP-ACTIVE NOT = "Y"
             MOVE "Operator is not an active administrator" TO
               WS-TX-REASON(WS-TX-IDX)
             MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OPERATOR-RIGHTS
           IF WS-NEEDS-RIGHT = "A" AND WS-RIGHT-ACCOUNTS NOT = "Y"
             MOVE "Operator's role lacks account management" TO
               WS-TX-REASON(WS-TX-IDX)
             MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             MOVE "Y" TO WS-TX-DENIED(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF
           IF WS-NEEDS-RIGHT = "R" AND WS-RIGHT-RECRUITERS NOT = "Y"
             MOVE "Operator's role lacks recruiter verification" TO
               WS-TX-REASON(WS-TX-IDX)
             MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             MOVE "Y" TO WS-TX-DENIED(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF

           MOVE WS-TX-TARGET(WS-TX-IDX) TO WS-LOOKUP-USER
           PERFORM FIND-ACCOUNT
           IF WS-LOOKUP-FOUND = "N"
             MOVE "No such account" TO WS-TX-REASON(WS-TX-IDX)
             MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF

           EVALUATE WS-TX-ACTION(WS-TX-IDX)
             WHEN "DEACTIVATE"
               IF WS-LOOKUP-ACTIVE = "N"
                 MOVE "Account is already inactive" TO
                   WS-TX-REASON(WS-TX-IDX)
               END-IF
             WHEN "REACTIVATE"
               IF WS-LOOKUP-ACTIVE = "Y"
                 MOVE "Account is already active" TO
                   WS-TX-REASON(WS-TX-IDX)
               END-IF
             WHEN "RESET"
               PERFORM CHECK-PASSWORD-POLICY
             WHEN "SETTYPE"
               INSPECT WS-TX-VALUE(WS-TX-IDX) CONVERTING
                 "srfa" TO "SRFA"
               IF WS-TX-VALUE(WS-TX-IDX) NOT = "S"
                 AND WS-TX-VALUE(WS-TX-IDX) NOT = "R"
                 AND WS-TX-VALUE(WS-TX-IDX) NOT = "F"
                 AND WS-TX-VALUE(WS-TX-IDX) NOT = "A"
                 MOVE "Account type must be S, R, F or A" TO
                   WS-TX-REASON(WS-TX-IDX)
               ELSE
                 IF WS-TX-VALUE(WS-TX-IDX)(1:1) = WS-LOOKUP-TYPE
                   MOVE "Account already has that type" TO
                     WS-TX-REASON(WS-TX-IDX)
                 END-IF
               END-IF
             WHEN OTHER
               PERFORM FIND-PENDING-RECRUITER
               IF WS-LOOKUP-PENDING = "N"
                 MOVE "No pending recruiter signup for this account"
                   TO WS-TX-REASON(WS-TX-IDX)
               END-IF
           END-EVALUATE
           IF WS-TX-REASON(WS-TX-IDX) NOT = SPACES
             MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF

      *> Rows are checked against the accounts as they stand before
      *> the run, so a second change to the same account in one file
      *> could not be validated; it waits for the next file.
           MOVE 0 TO WS-TX-PRIOR
           PERFORM VARYING WS-TX-PRIOR FROM 1 BY 1
             UNTIL WS-TX-PRIOR >= WS-TX-IDX
             IF WS-TX-TARGET(WS-TX-PRIOR) = WS-TX-TARGET(WS-TX-IDX)
               AND WS-TX-RESULT(WS-TX-PRIOR) = "V"
               MOVE SPACES TO WS-TX-REASON(WS-TX-IDX)
               STRING "Account already changed by row " DELIMITED BY
                        SIZE
                      WS-TX-ROW(WS-TX-PRIOR) DELIMITED BY SIZE
                 INTO WS-TX-REASON(WS-TX-IDX)
               END-STRING
               MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             END-IF
           END-PERFORM.

       FIND-ACCOUNT.
           MOVE "N" TO WS-LOOKUP-FOUND
           MOVE SPACES TO WS-LOOKUP-ACTIVE
           MOVE SPACES TO WS-LOOKUP-TYPE
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
             IF WS-USERS-STATUS = "05"
               CLOSE USERS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ USERS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(USERNAME) =
                   FUNCTION TRIM(WS-LOOKUP-USER)
                   MOVE "Y" TO WS-LOOKUP-FOUND
                   MOVE USER-ACTIVE TO WS-LOOKUP-ACTIVE
                   MOVE USER-ACCOUNT-TYPE TO WS-LOOKUP-TYPE
                   MOVE "Y" TO WS-SCAN-EOF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE USERS-FILE.

       LOAD-OPERATOR-RIGHTS.
           MOVE "Y" TO WS-RIGHT-ACCOUNTS
           MOVE "Y" TO WS-RIGHT-RECRUITERS
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ADMINROLES-FILE
           IF WS-ROLES-STATUS NOT = "00"
             IF WS-ROLES-STATUS = "05"
               CLOSE ADMINROLES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ ADMINROLES-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(AR-USERNAME) =
                   FUNCTION TRIM(WS-TX-OPERATOR(WS-TX-IDX))
                   MOVE AR-ACCOUNTS TO WS-RIGHT-ACCOUNTS
                   MOVE AR-RECRUITERS TO WS-RIGHT-RECRUITERS
                   MOVE "Y" TO WS-SCAN-EOF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ADMINROLES-FILE.

       FIND-PENDING-RECRUITER.
           MOVE "N" TO WS-LOOKUP-PENDING
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT PENDINGRECRUITERS-FILE
           IF WS-PENDREC-STATUS NOT = "00"
             IF WS-PENDREC-STATUS = "05"
               CLOSE PENDINGRECRUITERS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ PENDINGRECRUITERS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(PR-USERNAME) =
                   FUNCTION TRIM(WS-TX-TARGET(WS-TX-IDX))
                   AND PR-REVIEW-STATUS = "P"
                   MOVE "Y" TO WS-LOOKUP-PENDING
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PENDINGRECRUITERS-FILE.

      *> Reset passwords get the same rules as one chosen at
      *> sign-up: 8 to 12 characters with a capital letter, a digit
      *> and a special character.
       CHECK-PASSWORD-POLICY.
           MOVE "N" TO WS-HAS-UPPER
           MOVE "N" TO WS-HAS-DIGIT
           MOVE "N" TO WS-HAS-SPECIAL
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TX-VALUE(WS-TX-IDX)))
             TO WS-PASS-LEN
           IF WS-TX-VALUE(WS-TX-IDX) = SPACES
             MOVE 0 TO WS-PASS-LEN
           END-IF
           IF WS-PASS-LEN < 8 OR WS-PASS-LEN > 12
             MOVE "New password must be 8 to 12 characters" TO
               WS-TX-REASON(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PASS-POS FROM 1 BY 1
             UNTIL WS-PASS-POS > WS-PASS-LEN
             MOVE WS-TX-VALUE(WS-TX-IDX)(WS-PASS-POS:1) TO
               WS-PASS-CHAR
             IF WS-PASS-CHAR >= "A" AND WS-PASS-CHAR <= "Z"
               MOVE "Y" TO WS-HAS-UPPER
             ELSE
               IF WS-PASS-CHAR >= "0" AND WS-PASS-CHAR <= "9"
                 MOVE "Y" TO WS-HAS-DIGIT
               ELSE
                 IF WS-PASS-CHAR NOT = " "
                   AND NOT (WS-PASS-CHAR >= "a"
                     AND WS-PASS-CHAR <= "z")
                   MOVE "Y" TO WS-HAS-SPECIAL
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           IF WS-HAS-UPPER NOT = "Y"
             OR WS-HAS-DIGIT NOT = "Y"
             OR WS-HAS-SPECIAL NOT = "Y"
             MOVE "New password needs a capital, a digit and a special c
      -        "haracter" TO WS-TX-REASON(WS-TX-IDX)
           END-IF.

      *> ===== Pass 2: apply or queue =====
       COUNT-PENDING-QUEUE.
           MOVE 0 TO WS-AP-COUNT
           MOVE 0 TO WS-AP-NEXT-SEQ
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ADMINPENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
             IF WS-PENDING-STATUS = "05"
               CLOSE ADMINPENDING-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ ADMINPENDING-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 ADD 1 TO WS-AP-COUNT
                 IF AP-SEQ > WS-AP-NEXT-SEQ
                   MOVE AP-SEQ TO WS-AP-NEXT-SEQ
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ADMINPENDING-FILE.

       APPLY-ONE-ROW.
           IF WS-TX-RESULT(WS-TX-IDX) = "R"
             IF WS-TX-DENIED(WS-TX-IDX) = "Y"
               MOVE "DENIED" TO WS-AUDIT-ACTION
               MOVE "bulk admin row refused" TO WS-AUDIT-BEFORE
               PERFORM WRITE-AUDIT-ROW
             END-IF
             EXIT PARAGRAPH
           END-IF

      *> Same dual-approval rule as the console: deactivation and
      *> password resets wait for a second administrator, and so
      *> does granting administrator access.
           MOVE "N" TO WS-NEEDS-DUAL
           MOVE WS-TX-ACTION(WS-TX-IDX) TO WS-QUEUE-ACTION
           MOVE "-" TO WS-QUEUE-EXTRA
           EVALUATE WS-TX-ACTION(WS-TX-IDX)
             WHEN "DEACTIVATE"
               MOVE "Y" TO WS-NEEDS-DUAL
             WHEN "RESET"
               MOVE "Y" TO WS-NEEDS-DUAL
               MOVE WS-TX-VALUE(WS-TX-IDX) TO WS-QUEUE-EXTRA
             WHEN "SETTYPE"
               IF WS-TX-VALUE(WS-TX-IDX) = "A"
                 MOVE "Y" TO WS-NEEDS-DUAL
                 MOVE "MAKEADMIN" TO WS-QUEUE-ACTION
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-NEEDS-DUAL = "Y"
             PERFORM QUEUE-FOR-APPROVAL
           ELSE
             PERFORM RUN-ADMIN-ACTION
           END-IF.

       QUEUE-FOR-APPROVAL.
           IF WS-AP-COUNT >= WS-MAX-PENDING
             MOVE "The pending-approval queue is full" TO
               WS-TX-REASON(WS-TX-IDX)
             MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ADMINPENDING-FILE
           IF WS-PENDING-STATUS = "35"
             OPEN OUTPUT ADMINPENDING-FILE
             IF WS-PENDING-STATUS = "00"
               CLOSE ADMINPENDING-FILE
             END-IF
             OPEN EXTEND ADMINPENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
             AND WS-PENDING-STATUS NOT = "05"
             MOVE "Unable to write ADMINPENDING.DAT" TO
               WS-TX-REASON(WS-TX-IDX)
             MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AP-COUNT
           ADD 1 TO WS-AP-NEXT-SEQ
           MOVE WS-AP-NEXT-SEQ TO AP-SEQ
           MOVE WS-QUEUE-ACTION TO AP-ACTION
           MOVE WS-TX-TARGET(WS-TX-IDX) TO AP-TARGET
           MOVE WS-QUEUE-EXTRA TO AP-EXTRA
           MOVE WS-TX-OPERATOR(WS-TX-IDX) TO AP-REQUESTED-BY
           MOVE WS-TODAY-STAMP TO AP-DATE
           MOVE "P" TO AP-STATUS
           MOVE SPACES TO AP-DECIDED-BY
           WRITE ADMINPENDING-RECORD
           CLOSE ADMINPENDING-FILE

           MOVE WS-AP-NEXT-SEQ TO WS-SEQ-TEXT
           MOVE SPACES TO WS-TX-REASON(WS-TX-IDX)
           STRING "Awaiting a second administrator, request "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEQ-TEXT) DELIMITED BY SIZE
             INTO WS-TX-REASON(WS-TX-IDX)
           END-STRING
           MOVE "Q" TO WS-TX-RESULT(WS-TX-IDX)

           MOVE "BULK-QUEUED" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING FUNCTION TRIM(WS-QUEUE-ACTION) DELIMITED BY SIZE
                  " request " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEQ-TEXT) DELIMITED BY SIZE
             INTO WS-AUDIT-BEFORE
           END-STRING
           PERFORM WRITE-AUDIT-ROW.

      *> ADMINACCOUNTS takes the USERS.LCK lock, rewrites USERS.DAT
      *> through USERS.NEW and audits the change with the operator as
      *> actor; the account is then re-read to confirm it landed.
       RUN-ADMIN-ACTION.
           MOVE SPACES TO WS-SYS-CMD
           IF WS-TX-ACTION(WS-TX-IDX) = "SETTYPE"
             STRING "./adminaccounts SETTYPE " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TX-TARGET(WS-TX-IDX))
                      DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-TX-VALUE(WS-TX-IDX)(1:1) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TX-OPERATOR(WS-TX-IDX))
                      DELIMITED BY SIZE
               INTO WS-SYS-CMD
             END-STRING
           ELSE
             STRING "./adminaccounts " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TX-ACTION(WS-TX-IDX))
                      DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TX-TARGET(WS-TX-IDX))
                      DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TX-OPERATOR(WS-TX-IDX))
                      DELIMITED BY SIZE
               INTO WS-SYS-CMD
             END-STRING
           END-IF
           CALL "SYSTEM" USING WS-SYS-CMD
             ON EXCEPTION
               MOVE "Unable to run ADMINACCOUNTS" TO
                 WS-TX-REASON(WS-TX-IDX)
               MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
               EXIT PARAGRAPH
           END-CALL

           MOVE WS-TX-TARGET(WS-TX-IDX) TO WS-LOOKUP-USER
           PERFORM FIND-ACCOUNT
           MOVE "R" TO WS-TX-RESULT(WS-TX-IDX)
           EVALUATE WS-TX-ACTION(WS-TX-IDX)
             WHEN "REACTIVATE"
               IF WS-LOOKUP-ACTIVE = "Y"
                 MOVE "A" TO WS-TX-RESULT(WS-TX-IDX)
               END-IF
             WHEN "SETTYPE"
               IF WS-LOOKUP-TYPE = WS-TX-VALUE(WS-TX-IDX)(1:1)
                 MOVE "A" TO WS-TX-RESULT(WS-TX-IDX)
               END-IF
             WHEN "APPROVERECRUIT"
               IF WS-LOOKUP-TYPE = "R"
                 MOVE "A" TO WS-TX-RESULT(WS-TX-IDX)
               END-IF
             WHEN "REJECTRECRUIT"
               PERFORM FIND-PENDING-RECRUITER
               IF WS-LOOKUP-PENDING = "N"
                 MOVE "A" TO WS-TX-RESULT(WS-TX-IDX)
               END-IF
           END-EVALUATE
           IF WS-TX-RESULT(WS-TX-IDX) = "A"
             MOVE SPACES TO WS-TX-REASON(WS-TX-IDX)
           ELSE
             MOVE "Not applied; USERS.DAT was busy, resubmit the row"
               TO WS-TX-REASON(WS-TX-IDX)
           END-IF.

       WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-TX-OPERATOR(WS-TX-IDX) TO WS-AC-ACTOR
           MOVE WS-AUDIT-ACTION TO WS-AC-ACTION
           MOVE WS-TX-TARGET(WS-TX-IDX) TO WS-AC-TARGET
           MOVE WS-AUDIT-BEFORE TO WS-AC-BEFORE-VALUE
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

      *> ===== Result report =====
       WRITE-RESULTS-REPORT.
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE 0 TO WS-QUEUED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT

           OPEN OUTPUT REPORT-FILE
           MOVE "Bulk Admin Transaction Results" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Transaction file: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-NAME) DELIMITED BY SIZE
                  "  run " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
             UNTIL WS-TX-IDX > WS-TX-COUNT
             EVALUATE WS-TX-RESULT(WS-TX-IDX)
               WHEN "A"
                 MOVE "APPLIED" TO WS-RESULT-TEXT
                 ADD 1 TO WS-APPLIED-COUNT
               WHEN "Q"
                 MOVE "QUEUED" TO WS-RESULT-TEXT
                 ADD 1 TO WS-QUEUED-COUNT
               WHEN OTHER
                 MOVE "REJECTED" TO WS-RESULT-TEXT
                 ADD 1 TO WS-REJECTED-COUNT
             END-EVALUATE
             MOVE SPACES TO REPORT-LINE
             STRING "Row " DELIMITED BY SIZE
                    WS-TX-ROW(WS-TX-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-RESULT-TEXT DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-TX-ACTION(WS-TX-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-TX-TARGET(WS-TX-IDX) DELIMITED BY SIZE
                    " by " DELIMITED BY SIZE
                    WS-TX-OPERATOR(WS-TX-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TX-REASON(WS-TX-IDX))
                      DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OVERFLOW-COUNT > 0
             MOVE SPACES TO REPORT-LINE
             STRING "Rows beyond the " DELIMITED BY SIZE
                    WS-MAX-TRANS DELIMITED BY SIZE
                    "-row limit, not processed: " DELIMITED BY SIZE
                    WS-OVERFLOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Applied: " DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  "  queued: " DELIMITED BY SIZE
                  WS-QUEUED-COUNT DELIMITED BY SIZE
                  "  rejected: " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       END PROGRAM BULKADMIN.
