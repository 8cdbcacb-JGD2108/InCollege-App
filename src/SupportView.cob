       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPORTVIEW.

      *> Read-only help desk view of one user's account, showing what
      *> the user would see: profile, network counts, applications
      *> with their statuses, interviews, bookmarks, the notification
      *> feed and the mail preference. Message bodies and connection
      *> notes are never shown (messages appear only as counts), and
      *> nothing is written back to any of the user's files.
      *>
      *> Only an administrator holding the support right (ADMINROLES
      *> flag 6, or no ADMINROLES row at all) may open a view. Every
      *> session lands in AUDIT.DAT as a SUPPORTVIEW row naming who
      *> looked and whose account, and InCollege shows those rows to
      *> the user in their login history.
      *>
      *> Usage: SUPPORTVIEW <administrator> <username>
      *>        (run from the ADMINCONSOLE support option)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USERS-FILE
               ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT OPTIONAL ADMINROLES-FILE
               ASSIGN TO "ADMINROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.

           SELECT OPTIONAL PROFILES-FILE
               ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL ESTABLISHED-FILE
               ASSIGN TO "ESTABLISHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT OPTIONAL CONNECTIONS-FILE
               ASSIGN TO "CONNECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-STATUS.

           SELECT OPTIONAL FOLLOWS-FILE
               ASSIGN TO "FOLLOWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLLOWS-STATUS.

           SELECT OPTIONAL MESSAGES-FILE
               ASSIGN TO "MESSAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.

           SELECT OPTIONAL APPLICATIONS-FILE
               ASSIGN TO "APPLICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL JOBS-ARCHIVE-FILE
               ASSIGN TO "JOBS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL INTERVIEWS-FILE
               ASSIGN TO "INTERVIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.

           SELECT OPTIONAL BOOKMARKS-FILE
               ASSIGN TO "BOOKMARKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKMARKS-STATUS.

           SELECT OPTIONAL NOTIFICATIONS-FILE
               ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFICATIONS-STATUS.

           SELECT OPTIONAL MAILPREFS-FILE
               ASSIGN TO "MAILPREFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILPREFS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ESTABLISHED-FILE.
           01 ESTABLISHED-RECORD.
             05 EST-USER1 PIC X(12).
             05 EST-USER2 PIC X(12).

       FD CONNECTIONS-FILE.
           01 CONNECTION-RECORD.
             05 REQUESTER-USERNAME PIC X(12).
             05 RECIPIENT-USERNAME PIC X(12).
             05 REQUEST-STATUS PIC X.
             05 REQUEST-DECISION-DATE PIC X(8).
             05 REQUEST-SENT-DATE PIC X(8).
             05 REQUEST-REMINDED PIC X.
             05 REQUEST-ORIGIN PIC X.

       FD FOLLOWS-FILE.
           01 FOLLOW-RECORD.
             05 FL-USERNAME PIC X(12).
             05 FL-CO-ID PIC 9(4).

       FD MESSAGES-FILE.
           01 MESSAGE-RECORD.
             05 MSG-SENDER PIC X(12).
             05 MSG-RECIPIENT PIC X(12).
             05 MSG-TIMESTAMP PIC X(14).
             05 MSG-CONTENT PIC X(200).
             05 MSG-READ-FLAG PIC X.
             05 MSG-DELETED-FLAG PIC X.

       FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
             05 APP-USERNAME PIC X(12).
             05 APP-JOB-ID PIC X(12).
             05 APP-STATUS PIC X(1).
             05 APP-APPLIED-DATE PIC X(8).
             05 APP-STATUS-DATE PIC X(8).
             05 APP-RESPOND-BY PIC X(8).
             05 APP-REFERRED-BY PIC X(12).
             05 APP-REJECT-CODE PIC X(1).
             05 APP-REJECT-NOTE PIC X(60).

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

       FD INTERVIEWS-FILE.
           01 INTERVIEW-RECORD.
             05 IV-JOB-ID PIC X(12).
             05 IV-POSTER PIC X(12).
             05 IV-APPLICANT PIC X(12).
             05 IV-SLOT PIC X(12).
             05 IV-STATUS PIC X(1).
             05 IV-IN-WINDOW PIC X(1).
             05 IV-OUTCOME PIC X(1).
             05 IV-CANCEL-CODE PIC X(1).
             05 IV-ACTION-BY PIC X(12).
             05 IV-NEW-SLOT PIC X(12).

       FD BOOKMARKS-FILE.
           01 BOOKMARK-RECORD.
             05 BM-USERNAME PIC X(12).
             05 BM-JOB-ID PIC X(12).

       FD NOTIFICATIONS-FILE.
           01 NOTIFICATION-RECORD.
             05 NOTIF-USERNAME PIC X(12).
             05 NOTIF-TIMESTAMP PIC X(14).
             05 NOTIF-TEXT PIC X(60).
             05 NOTIF-SEEN PIC X(1).

       FD MAILPREFS-FILE.
           01 MAILPREF-RECORD.
             05 MLP-USERNAME PIC X(12).
             05 MLP-MODE PIC X(1).

       WORKING-STORAGE SECTION.
         77 WS-USERS-STATUS PIC XX.
         77 WS-ROLES-STATUS PIC XX.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-EST-STATUS PIC XX.
         77 WS-CONN-STATUS PIC XX.
         77 WS-FOLLOWS-STATUS PIC XX.
         77 WS-MESSAGES-STATUS PIC XX.
         77 WS-APPLICATIONS-STATUS PIC XX.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-ARCHIVE-STATUS PIC XX.
         77 WS-INTERVIEWS-STATUS PIC XX.
         77 WS-BOOKMARKS-STATUS PIC XX.
         77 WS-NOTIFICATIONS-STATUS PIC XX.
         77 WS-MAILPREFS-STATUS PIC XX.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-LOOKUP-EOF PIC X VALUE "N".
         77 WS-LOOKUP-FOUND PIC X VALUE "N".

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
         77 WS-VIEWER PIC X(12) VALUE SPACES.
         77 WS-TARGET PIC X(12) VALUE SPACES.

      *> Viewer and target account facts
         77 WS-VIEWER-IS-ADMIN PIC X VALUE "N".
         77 WS-VIEWER-SUPPORT PIC X VALUE "Y".
         77 WS-TARGET-FOUND PIC X VALUE "N".
         77 WS-TARGET-ACTIVE PIC X(1).
         77 WS-TARGET-TYPE PIC X(1).
         77 WS-TYPE-LABEL PIC X(20).

      *> Section counters
         77 WS-LISTED PIC 9(4) VALUE 0.
         77 WS-CONN-COUNT PIC 9(5) VALUE 0.
         77 WS-PEND-IN-COUNT PIC 9(5) VALUE 0.
         77 WS-PEND-OUT-COUNT PIC 9(5) VALUE 0.
         77 WS-FOLLOW-COUNT PIC 9(5) VALUE 0.
         77 WS-INBOX-COUNT PIC 9(5) VALUE 0.
         77 WS-UNREAD-COUNT PIC 9(5) VALUE 0.
         77 WS-SENT-COUNT PIC 9(5) VALUE 0.

         77 WS-ABOUT-POS PIC 9(3) VALUE 0.
         77 WS-LOOKUP-JOB-ID PIC X(12).
         77 WS-LOOKUP-TITLE PIC X(30).
         77 WS-LABEL PIC X(24).
         77 WS-MAIL-MODE PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
             INTO WS-VIEWER WS-TARGET
           END-UNSTRING

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-VIEWER)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET)) = 0
             MOVE 8 TO RETURN-CODE
             DISPLAY "Usage: SUPPORTVIEW <administrator> <username>"
             GOBACK
           END-IF

           PERFORM LOAD-ACCOUNT-FACTS
           IF WS-VIEWER-IS-ADMIN NOT = "Y"
             MOVE 8 TO RETURN-CODE
             DISPLAY FUNCTION TRIM(WS-VIEWER)
               " is not a designated administrator."
             GOBACK
           END-IF

           PERFORM LOAD-VIEWER-ROLE
           IF WS-VIEWER-SUPPORT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Your administrator role does not include the "
               "support view."
             GOBACK
           END-IF

           IF WS-TARGET-FOUND NOT = "Y"
             MOVE 4 TO RETURN-CODE
             DISPLAY "No such account."
             GOBACK
           END-IF

      *> Audit first, so a session that dies part way is still on
      *> record.
           PERFORM WRITE-VIEW-AUDIT
           IF WS-AUDIT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to record the session in AUDIT.DAT; "
               "view not opened."
             GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "=== Support view (read-only): "
             FUNCTION TRIM(WS-TARGET) " ==="
           PERFORM SET-TYPE-LABEL
           DISPLAY "Account type: " FUNCTION TRIM(WS-TYPE-LABEL)
             "   active: " WS-TARGET-ACTIVE

           PERFORM SHOW-PROFILE
           PERFORM SHOW-NETWORK
           PERFORM SHOW-APPLICATIONS
           PERFORM SHOW-INTERVIEWS
           PERFORM SHOW-BOOKMARKS
           PERFORM SHOW-NOTIFICATIONS
           PERFORM SHOW-MAIL-PREFERENCE

           DISPLAY " "
           DISPLAY "=== End of support view ==="
           GOBACK.

       LOAD-ACCOUNT-FACTS.
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
                 IF FUNCTION TRIM(USERNAME) = FUNCTION TRIM(WS-VIEWER)
                   AND USER-ACCOUNT-TYPE = "A"
                   MOVE "Y" TO WS-VIEWER-IS-ADMIN
                 END-IF
                 IF FUNCTION TRIM(USERNAME) = FUNCTION TRIM(WS-TARGET)
                   MOVE "Y" TO WS-TARGET-FOUND
                   MOVE USER-ACTIVE TO WS-TARGET-ACTIVE
                   MOVE USER-ACCOUNT-TYPE TO WS-TARGET-TYPE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE USERS-FILE.

       LOAD-VIEWER-ROLE.
      *> No ADMINROLES.DAT row keeps the pre-roles full rights; a row
      *> grants the support view only with flag 6 set (rows written
      *> before the flag existed read back as a space).
           MOVE "Y" TO WS-VIEWER-SUPPORT
           MOVE "N" TO WS-EOF
           OPEN INPUT ADMINROLES-FILE
           IF WS-ROLES-STATUS NOT = "00"
             IF WS-ROLES-STATUS = "05"
               CLOSE ADMINROLES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ ADMINROLES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FUNCTION TRIM(AR-USERNAME) =
                   FUNCTION TRIM(WS-VIEWER)
                   IF AR-SUPPORT = "Y"
                     MOVE "Y" TO WS-VIEWER-SUPPORT
                   ELSE
                     MOVE "N" TO WS-VIEWER-SUPPORT
                   END-IF
                   MOVE "Y" TO WS-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ADMINROLES-FILE.

       WRITE-VIEW-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-VIEWER TO WS-AC-ACTOR
           MOVE "SUPPORTVIEW" TO WS-AC-ACTION
           MOVE WS-TARGET TO WS-AC-TARGET
           MOVE "read-only support view" TO WS-AC-BEFORE-VALUE
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       SET-TYPE-LABEL.
           EVALUATE WS-TARGET-TYPE
             WHEN "R"
               MOVE "Recruiter" TO WS-TYPE-LABEL
             WHEN "A"
               MOVE "Administrator" TO WS-TYPE-LABEL
             WHEN "L"
               MOVE "Alumni" TO WS-TYPE-LABEL
             WHEN "F"
               MOVE "Staff" TO WS-TYPE-LABEL
             WHEN OTHER
               MOVE "Student" TO WS-TYPE-LABEL
           END-EVALUATE.

       SHOW-PROFILE.
           DISPLAY " "
           DISPLAY "--- Profile ---"
           MOVE 0 TO WS-LISTED
           MOVE "N" TO WS-EOF
           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO PROFILE-RECORD
               READ PROFILES-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(PROFILE-USERNAME) =
                     FUNCTION TRIM(WS-TARGET)
                     ADD 1 TO WS-LISTED
                     MOVE "Y" TO WS-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PROFILES-FILE
           ELSE
             IF WS-PROFILES-STATUS = "05"
               CLOSE PROFILES-FILE
             END-IF
           END-IF

           IF WS-LISTED = 0
             DISPLAY "  No profile on file."
             EXIT PARAGRAPH
           END-IF

           DISPLAY "  Name: " FUNCTION TRIM(PROFILE-FIRST-NAME) " "
             FUNCTION TRIM(PROFILE-LAST-NAME)
           DISPLAY "  University: " FUNCTION TRIM(PROFILE-COLLEGE)
           DISPLAY "  Major: " FUNCTION TRIM(PROFILE-MAJOR)
           DISPLAY "  Graduation year: " PROFILE-GRAD-YEAR
           IF PROFILE-CAMPUS = SPACES
             DISPLAY "  Campus: MAIN"
           ELSE
             DISPLAY "  Campus: " PROFILE-CAMPUS
           END-IF
           IF PROFILE-ABOUT-ME NOT = SPACES
             DISPLAY "  About me:"
             PERFORM VARYING WS-ABOUT-POS FROM 1 BY 50
               UNTIL WS-ABOUT-POS > 500
               IF PROFILE-ABOUT-ME(WS-ABOUT-POS:50) NOT = SPACES
                 DISPLAY "    " PROFILE-ABOUT-ME(WS-ABOUT-POS:50)
               END-IF
             END-PERFORM
           END-IF.

       SHOW-NETWORK.
      *> Counts only; the notes a user keeps on a connection stay
      *> private to them.
           MOVE 0 TO WS-CONN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ESTABLISHED-FILE
           IF WS-EST-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ ESTABLISHED-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(EST-USER1) =
                       FUNCTION TRIM(WS-TARGET)
                     OR FUNCTION TRIM(EST-USER2) =
                       FUNCTION TRIM(WS-TARGET)
                     ADD 1 TO WS-CONN-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ESTABLISHED-FILE
           ELSE
             IF WS-EST-STATUS = "05"
               CLOSE ESTABLISHED-FILE
             END-IF
           END-IF

           MOVE 0 TO WS-PEND-IN-COUNT
           MOVE 0 TO WS-PEND-OUT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ CONNECTIONS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF REQUEST-STATUS = "P" OR REQUEST-STATUS = " "
                     IF FUNCTION TRIM(RECIPIENT-USERNAME) =
                       FUNCTION TRIM(WS-TARGET)
                       ADD 1 TO WS-PEND-IN-COUNT
                     END-IF
                     IF FUNCTION TRIM(REQUESTER-USERNAME) =
                       FUNCTION TRIM(WS-TARGET)
                       ADD 1 TO WS-PEND-OUT-COUNT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONNECTIONS-FILE
           ELSE
             IF WS-CONN-STATUS = "05"
               CLOSE CONNECTIONS-FILE
             END-IF
           END-IF

           MOVE 0 TO WS-FOLLOW-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT FOLLOWS-FILE
           IF WS-FOLLOWS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ FOLLOWS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(FL-USERNAME) =
                     FUNCTION TRIM(WS-TARGET)
                     ADD 1 TO WS-FOLLOW-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FOLLOWS-FILE
           ELSE
             IF WS-FOLLOWS-STATUS = "05"
               CLOSE FOLLOWS-FILE
             END-IF
           END-IF

      *> Messages as counts only; bodies are never read out.
           MOVE 0 TO WS-INBOX-COUNT
           MOVE 0 TO WS-UNREAD-COUNT
           MOVE 0 TO WS-SENT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ MESSAGES-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(MSG-RECIPIENT) =
                       FUNCTION TRIM(WS-TARGET)
                     AND MSG-DELETED-FLAG NOT = "Y"
                     ADD 1 TO WS-INBOX-COUNT
                     IF MSG-READ-FLAG NOT = "Y"
                       ADD 1 TO WS-UNREAD-COUNT
                     END-IF
                   END-IF
                   IF FUNCTION TRIM(MSG-SENDER) =
                     FUNCTION TRIM(WS-TARGET)
                     ADD 1 TO WS-SENT-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MESSAGES-FILE
           ELSE
             IF WS-MESSAGES-STATUS = "05"
               CLOSE MESSAGES-FILE
             END-IF
           END-IF

           DISPLAY " "
           DISPLAY "--- Network ---"
           DISPLAY "  Connections: " WS-CONN-COUNT
           DISPLAY "  Pending requests received: " WS-PEND-IN-COUNT
           DISPLAY "  Pending requests sent: " WS-PEND-OUT-COUNT
           DISPLAY "  Companies followed: " WS-FOLLOW-COUNT
           DISPLAY "  Messages in inbox: " WS-INBOX-COUNT
             " (" WS-UNREAD-COUNT " unread), sent: " WS-SENT-COUNT
           DISPLAY "  (message contents and connection notes are not "
             "shown)".

       SHOW-APPLICATIONS.
           DISPLAY " "
           DISPLAY "--- Applications ---"
           MOVE 0 TO WS-LISTED
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ APPLICATIONS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(APP-USERNAME) =
                     FUNCTION TRIM(WS-TARGET)
                     ADD 1 TO WS-LISTED
                     MOVE APP-JOB-ID TO WS-LOOKUP-JOB-ID
                     PERFORM LOOKUP-JOB-TITLE
                     PERFORM SET-APP-STATUS-LABEL
                     DISPLAY "  " APP-JOB-ID " "
                       FUNCTION TRIM(WS-LOOKUP-TITLE)
                     DISPLAY "      applied " APP-APPLIED-DATE
                       "  status: " FUNCTION TRIM(WS-LABEL)
                       " since " APP-STATUS-DATE
                     IF APP-STATUS = "O"
                       AND APP-RESPOND-BY NOT = SPACES
                       DISPLAY "      respond by " APP-RESPOND-BY
                     END-IF
                     IF APP-STATUS = "R"
                       AND APP-REJECT-NOTE NOT = SPACES
                       DISPLAY "      feedback: "
                         FUNCTION TRIM(APP-REJECT-NOTE)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE APPLICATIONS-FILE
           ELSE
             IF WS-APPLICATIONS-STATUS = "05"
               CLOSE APPLICATIONS-FILE
             END-IF
           END-IF
           IF WS-LISTED = 0
             DISPLAY "  None"
           END-IF.

       SET-APP-STATUS-LABEL.
      *> Same wording the user sees on their applications list.
           EVALUATE APP-STATUS
             WHEN "U"
               MOVE "Under review" TO WS-LABEL
             WHEN "I"
               MOVE "Interview" TO WS-LABEL
             WHEN "O"
               MOVE "Offered" TO WS-LABEL
             WHEN "A"
               MOVE "Offer accepted" TO WS-LABEL
             WHEN "X"
               MOVE "Offer declined" TO WS-LABEL
             WHEN "L"
               MOVE "Offer lapsed" TO WS-LABEL
             WHEN "R"
               MOVE "Rejected" TO WS-LABEL
             WHEN OTHER
               MOVE "Submitted" TO WS-LABEL
           END-EVALUATE.

       LOOKUP-JOB-TITLE.
      *> Live postings first, then the archive; an application whose
      *> posting is in neither is the usual "disappeared" call.
           MOVE "(posting no longer on file)" TO WS-LOOKUP-TITLE
           MOVE "N" TO WS-LOOKUP-FOUND
           MOVE "N" TO WS-LOOKUP-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
             PERFORM UNTIL WS-LOOKUP-EOF = "Y"
               READ JOBS-FILE
                 AT END
                   MOVE "Y" TO WS-LOOKUP-EOF
                 NOT AT END
                   IF JOB-ID = WS-LOOKUP-JOB-ID
                     MOVE JOB-TITLE TO WS-LOOKUP-TITLE
                     MOVE "Y" TO WS-LOOKUP-FOUND
                     MOVE "Y" TO WS-LOOKUP-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOBS-FILE
           ELSE
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
           END-IF
           IF WS-LOOKUP-FOUND = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LOOKUP-EOF
           OPEN INPUT JOBS-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
             PERFORM UNTIL WS-LOOKUP-EOF = "Y"
               READ JOBS-ARCHIVE-FILE
                 AT END
                   MOVE "Y" TO WS-LOOKUP-EOF
                 NOT AT END
                   IF ARC-JOB-ID = WS-LOOKUP-JOB-ID
                     MOVE SPACES TO WS-LOOKUP-TITLE
                     STRING FUNCTION TRIM(ARC-TITLE) DELIMITED BY SIZE
                            " (archived)" DELIMITED BY SIZE
                       INTO WS-LOOKUP-TITLE
                     END-STRING
                     MOVE "Y" TO WS-LOOKUP-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOBS-ARCHIVE-FILE
           ELSE
             IF WS-ARCHIVE-STATUS = "05"
               CLOSE JOBS-ARCHIVE-FILE
             END-IF
           END-IF.

       SHOW-INTERVIEWS.
           DISPLAY " "
           DISPLAY "--- Interviews ---"
           MOVE 0 TO WS-LISTED
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ INTERVIEWS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(IV-APPLICANT) =
                       FUNCTION TRIM(WS-TARGET)
                     OR FUNCTION TRIM(IV-POSTER) =
                       FUNCTION TRIM(WS-TARGET)
                     ADD 1 TO WS-LISTED
                     PERFORM SET-INTERVIEW-LABEL
                     IF FUNCTION TRIM(IV-APPLICANT) =
                       FUNCTION TRIM(WS-TARGET)
                       DISPLAY "  " IV-JOB-ID " with "
                         FUNCTION TRIM(IV-POSTER) " at "
                         IV-SLOT(1:8) " " IV-SLOT(9:4) "  "
                         FUNCTION TRIM(WS-LABEL)
                     ELSE
                       DISPLAY "  " IV-JOB-ID " with "
                         FUNCTION TRIM(IV-APPLICANT) " at "
                         IV-SLOT(1:8) " " IV-SLOT(9:4) "  "
                         FUNCTION TRIM(WS-LABEL)
                     END-IF
                     IF IV-STATUS = "R" AND IV-NEW-SLOT NOT = SPACES
                       DISPLAY "      new time asked: "
                         IV-NEW-SLOT(1:8) " " IV-NEW-SLOT(9:4)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INTERVIEWS-FILE
           ELSE
             IF WS-INTERVIEWS-STATUS = "05"
               CLOSE INTERVIEWS-FILE
             END-IF
           END-IF
           IF WS-LISTED = 0
             DISPLAY "  None"
           END-IF.

       SET-INTERVIEW-LABEL.
           EVALUATE IV-STATUS
             WHEN "A"
               MOVE "Accepted" TO WS-LABEL
             WHEN "D"
               MOVE "Declined" TO WS-LABEL
             WHEN "R"
               MOVE "New time requested" TO WS-LABEL
             WHEN "C"
               MOVE "Cancelled" TO WS-LABEL
             WHEN OTHER
               MOVE "Proposed" TO WS-LABEL
           END-EVALUATE
           EVALUATE IV-OUTCOME
             WHEN "H"
               MOVE "Held" TO WS-LABEL
             WHEN "C"
               MOVE "Candidate no-show" TO WS-LABEL
             WHEN "E"
               MOVE "Employer no-show" TO WS-LABEL
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       SHOW-BOOKMARKS.
           DISPLAY " "
           DISPLAY "--- Bookmarked jobs ---"
           MOVE 0 TO WS-LISTED
           MOVE "N" TO WS-EOF
           OPEN INPUT BOOKMARKS-FILE
           IF WS-BOOKMARKS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ BOOKMARKS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(BM-USERNAME) =
                     FUNCTION TRIM(WS-TARGET)
                     ADD 1 TO WS-LISTED
                     MOVE BM-JOB-ID TO WS-LOOKUP-JOB-ID
                     PERFORM LOOKUP-JOB-TITLE
                     DISPLAY "  " BM-JOB-ID " "
                       FUNCTION TRIM(WS-LOOKUP-TITLE)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BOOKMARKS-FILE
           ELSE
             IF WS-BOOKMARKS-STATUS = "05"
               CLOSE BOOKMARKS-FILE
             END-IF
           END-IF
           IF WS-LISTED = 0
             DISPLAY "  None"
           END-IF.

       SHOW-NOTIFICATIONS.
      *> Rows still at N are what the user's next login feed will
      *> show; seen rows linger until the feed next rewrites the file.
           DISPLAY " "
           DISPLAY "--- Notification feed ---"
           MOVE 0 TO WS-LISTED
           MOVE "N" TO WS-EOF
           OPEN INPUT NOTIFICATIONS-FILE
           IF WS-NOTIFICATIONS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ NOTIFICATIONS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(NOTIF-USERNAME) =
                     FUNCTION TRIM(WS-TARGET)
                     ADD 1 TO WS-LISTED
                     IF NOTIF-SEEN = "Y"
                       DISPLAY "  " NOTIF-TIMESTAMP(1:8) " "
                         NOTIF-TIMESTAMP(9:4) "  "
                         FUNCTION TRIM(NOTIF-TEXT)
                     ELSE
                       DISPLAY "  " NOTIF-TIMESTAMP(1:8) " "
                         NOTIF-TIMESTAMP(9:4) "  "
                         FUNCTION TRIM(NOTIF-TEXT) " (new)"
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE NOTIFICATIONS-FILE
           ELSE
             IF WS-NOTIFICATIONS-STATUS = "05"
               CLOSE NOTIFICATIONS-FILE
             END-IF
           END-IF
           IF WS-LISTED = 0
             DISPLAY "  None"
           END-IF.

       SHOW-MAIL-PREFERENCE.
      *> In-app only is the default for anyone without a row.
           MOVE "I" TO WS-MAIL-MODE
           MOVE "N" TO WS-EOF
           OPEN INPUT MAILPREFS-FILE
           IF WS-MAILPREFS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ MAILPREFS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(MLP-USERNAME) =
                     FUNCTION TRIM(WS-TARGET)
                     MOVE MLP-MODE TO WS-MAIL-MODE
                     MOVE "Y" TO WS-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MAILPREFS-FILE
           ELSE
             IF WS-MAILPREFS-STATUS = "05"
               CLOSE MAILPREFS-FILE
             END-IF
           END-IF

           EVALUATE WS-MAIL-MODE
             WHEN "E"
               MOVE "Email too" TO WS-LABEL
             WHEN "D"
               MOVE "Weekly digest by email" TO WS-LABEL
             WHEN OTHER
               MOVE "In-app only" TO WS-LABEL
           END-EVALUATE
           DISPLAY " "
           DISPLAY "--- Mail preference ---"
           DISPLAY "  " FUNCTION TRIM(WS-LABEL).

       END PROGRAM SUPPORTVIEW.
