               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.

           SELECT OPTIONAL ONLEAVE-FILE
               ASSIGN TO "ONLEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLEAVE-STATUS.

           SELECT OPTIONAL USERS-FILE
               ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILES-FILE.
             05 PF-DESIRED-LOC PIC X(30).
             05 PF-NO-EXTRACT PIC X(1).

       FD ONLEAVE-FILE.
           01 ONLEAVE-RECORD.
             05 OL-USERNAME PIC X(12).

       FD USERS-FILE.
           01 USER-RECORD.
             05 USERNAME PIC X(12).
             05 USER-PASSWORD PIC X(12).
             05 USER-SEC-QUESTION PIC X(60).
             05 USER-SEC-ANSWER PIC X(30).
             05 USER-ACTIVE PIC X(1).
             05 USER-ACCOUNT-TYPE PIC X(1).

       WORKING-STORAGE SECTION.
         77 WS-SANDBOX-STATUS PIC XX.
         77 WS-IS-SANDBOX PIC X VALUE "N".
         77 WS-ONLEAVE-EOF PIC X VALUE "N".
         77 WS-IS-ON-LEAVE PIC X VALUE "N".
         77 WS-ON-LEAVE-SKIPPED PIC 9(4) VALUE 0.
      *> Advisor (type F) accounts are staff and never list here.
         77 WS-USERS-STATUS PIC XX.
         77 WS-USERS-EOF PIC X VALUE "N".
         77 WS-IS-ADVISOR PIC X VALUE "N".
      *> Connections-only profiles and extract opt-outs stay out of
      *> the shared directory; the trailer counts them and the
      *> count goes to AUDIT.DAT.
         77 WS-REPORT-STATUS PIC XX.
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

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).

             EXIT PARAGRAPH
           END-IF

      *> Nor do advisors, who are staff rather than students.
           PERFORM CHECK-ADVISOR-ACCOUNT
           IF WS-IS-ADVISOR = "Y"
             MOVE "N" TO WS-ROW-MATCHES
             EXIT PARAGRAPH
           END-IF

      *> Privacy: a connections-only profile or an extract opt-out
      *> never appears in a shared listing.
           PERFORM CHECK-PRIVACY-SUPPRESSED
           MOVE "N" TO WS-PREFS-EOF.

       WRITE-SUPPRESSION-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "DIRECTORY" TO WS-AC-ACTOR
           MOVE "SUPPRESS" TO WS-AC-ACTION
           MOVE "DIRECTORY" TO WS-AC-TARGET
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-SUPPRESSED-ROWS DELIMITED BY SIZE
                  " profile(s) suppressed" DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       CHECK-ADVISOR-ACCOUNT.
           MOVE "N" TO WS-IS-ADVISOR
           MOVE "N" TO WS-USERS-EOF

           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
             IF WS-USERS-STATUS = "05"
               CLOSE USERS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-USERS-EOF = "Y"
             READ USERS-FILE
               AT END
                 MOVE "Y" TO WS-USERS-EOF
               NOT AT END
                 IF FUNCTION TRIM(USERNAME) =
                   FUNCTION TRIM(PROFILE-USERNAME)
                   IF USER-ACCOUNT-TYPE = "F"
                     MOVE "Y" TO WS-IS-ADVISOR
                   END-IF
                   MOVE "Y" TO WS-USERS-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE USERS-FILE.

       CHECK-SANDBOX-PROFILE.
           MOVE "N" TO WS-IS-SANDBOX
