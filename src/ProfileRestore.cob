       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILERESTORE.

      *> Administrator restore of one user's profile from the change
      *> history kept by PROFHIST. Without a date the user's latest
      *> change sets are listed (when, which section, who made the
      *> change). With a date every profile section that has changed
      *> since the end of that day is put back as it stood then;
      *> nobody else's rows are touched. The restore is itself a
      *> change set, so it can be reversed the same way.
      *>
      *> Only an administrator holding the accounts right (ADMINROLES
      *> flag 3, or no ADMINROLES row at all) may run it. A restore
      *> lands in AUDIT.DAT as a PROF-RESTORE row naming the
      *> administrator, the user and the as-of date.
      *>
      *> Usage: PROFILERESTORE <administrator> <username>
      *>        PROFILERESTORE <administrator> <username> <yyyymmdd>
      *>        (run from the ADMINCONSOLE restore option)

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

       WORKING-STORAGE SECTION.
         77 WS-USERS-STATUS PIC XX.
         77 WS-ROLES-STATUS PIC XX.
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
         77 WS-ADMIN PIC X(12) VALUE SPACES.
         77 WS-TARGET PIC X(12) VALUE SPACES.
         77 WS-AS-OF PIC X(8) VALUE SPACES.

      *> Administrator and target account facts
         77 WS-ADMIN-IS-ADMIN PIC X VALUE "N".
         77 WS-ADMIN-ACCOUNTS PIC X VALUE "Y".
         77 WS-TARGET-FOUND PIC X VALUE "N".

      *> Change history listing
         77 WS-PH-IDX PIC 9(2) VALUE 0.
         77 WS-PH-LABEL PIC X(14).
         77 WS-PH-VERB PIC X(12).

      *> Request to the shared PROFHIST change history
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
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
             INTO WS-ADMIN WS-TARGET WS-AS-OF
           END-UNSTRING

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ADMIN)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET)) = 0
             MOVE 8 TO RETURN-CODE
             DISPLAY "Usage: PROFILERESTORE <administrator> "
               "<username> [<yyyymmdd>]"
             GOBACK
           END-IF

           PERFORM LOAD-ACCOUNT-FACTS
           IF WS-ADMIN-IS-ADMIN NOT = "Y"
             MOVE 8 TO RETURN-CODE
             DISPLAY FUNCTION TRIM(WS-ADMIN)
               " is not a designated administrator."
             GOBACK
           END-IF

           PERFORM LOAD-ADMIN-ROLE
           IF WS-ADMIN-ACCOUNTS NOT = "Y"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Your administrator role does not include "
               "account maintenance."
             GOBACK
           END-IF

           IF WS-TARGET-FOUND NOT = "Y"
             MOVE 4 TO RETURN-CODE
             DISPLAY "No such account."
             GOBACK
           END-IF

           IF WS-AS-OF = SPACES
             PERFORM SHOW-CHANGE-HISTORY
           ELSE
             PERFORM RESTORE-PROFILE
           END-IF
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
                 IF FUNCTION TRIM(USERNAME) = FUNCTION TRIM(WS-ADMIN)
                   AND USER-ACCOUNT-TYPE = "A"
                   MOVE "Y" TO WS-ADMIN-IS-ADMIN
                 END-IF
                 IF FUNCTION TRIM(USERNAME) = FUNCTION TRIM(WS-TARGET)
                   MOVE "Y" TO WS-TARGET-FOUND
                 END-IF
             END-READ
           END-PERFORM

           CLOSE USERS-FILE.

       LOAD-ADMIN-ROLE.
      *> No ADMINROLES.DAT row keeps the pre-roles full rights; a row
      *> grants the restore only with flag 3 (accounts) set.
           MOVE "Y" TO WS-ADMIN-ACCOUNTS
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
                   FUNCTION TRIM(WS-ADMIN)
                   IF AR-ACCOUNTS = "Y"
                     MOVE "Y" TO WS-ADMIN-ACCOUNTS
                   ELSE
                     MOVE "N" TO WS-ADMIN-ACCOUNTS
                   END-IF
                   MOVE "Y" TO WS-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ADMINROLES-FILE.

       SHOW-CHANGE-HISTORY.
           MOVE SPACES TO WS-PROFILE-HISTORY
           MOVE "L" TO WS-PH-FUNCTION
           MOVE WS-TARGET TO WS-PH-USERNAME
           MOVE 0 TO WS-PH-CHANGES
           CALL "PROFHIST" USING WS-PROFILE-HISTORY
             ON EXCEPTION
               MOVE 8 TO RETURN-CODE
               DISPLAY "Unable to run PROFHIST."
               EXIT PARAGRAPH
           END-CALL

           DISPLAY "=== Profile changes: " FUNCTION TRIM(WS-TARGET)
             " ==="
           IF WS-PH-CHANGES = 0
             DISPLAY "No profile changes on record."
             EXIT PARAGRAPH
           END-IF

           DISPLAY "Latest change sets (oldest first):"
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
             UNTIL WS-PH-IDX > WS-PH-CHANGES
             PERFORM SET-SECTION-LABEL
             DISPLAY "  " WS-PH-L-TIMESTAMP(WS-PH-IDX)(1:8) " "
               WS-PH-L-TIMESTAMP(WS-PH-IDX)(9:6) "  "
               WS-PH-LABEL " " FUNCTION TRIM(WS-PH-VERB) " "
               FUNCTION TRIM(WS-PH-L-ACTOR(WS-PH-IDX))
           END-PERFORM
           DISPLAY "Rerun with a YYYYMMDD date to restore the profile"
           DISPLAY "as it stood at the end of that day.".

       SET-SECTION-LABEL.
           EVALUATE WS-PH-L-SECTION(WS-PH-IDX)
             WHEN "P"
               MOVE "Profile" TO WS-PH-LABEL
             WHEN "E"
               MOVE "Experience" TO WS-PH-LABEL
             WHEN "D"
               MOVE "Education" TO WS-PH-LABEL
             WHEN "J"
               MOVE "Projects" TO WS-PH-LABEL
             WHEN "C"
               MOVE "Certifications" TO WS-PH-LABEL
             WHEN OTHER
               MOVE "All sections" TO WS-PH-LABEL
           END-EVALUATE
           EVALUATE WS-PH-L-KIND(WS-PH-IDX)
             WHEN "U"
               MOVE "undo by" TO WS-PH-VERB
             WHEN "R"
               MOVE "restored by" TO WS-PH-VERB
             WHEN OTHER
               MOVE "changed by" TO WS-PH-VERB
           END-EVALUATE.

       RESTORE-PROFILE.
           IF WS-AS-OF IS NOT NUMERIC
             MOVE 8 TO RETURN-CODE
             DISPLAY "Restore date must be 8 digits (YYYYMMDD)."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROFILE-HISTORY
           MOVE "R" TO WS-PH-FUNCTION
           MOVE WS-TARGET TO WS-PH-USERNAME
           MOVE WS-ADMIN TO WS-PH-ACTOR
           MOVE WS-AS-OF TO WS-PH-AS-OF
           MOVE 0 TO WS-PH-CHANGES
           CALL "PROFHIST" USING WS-PROFILE-HISTORY
             ON EXCEPTION
               MOVE 8 TO RETURN-CODE
               DISPLAY "Unable to run PROFHIST."
               EXIT PARAGRAPH
           END-CALL

           DISPLAY FUNCTION TRIM(WS-PH-MESSAGE)
           IF WS-PH-RESULT NOT = "Y"
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-RESTORE-AUDIT
           IF WS-AUDIT-STATUS NOT = "00"
             MOVE 4 TO RETURN-CODE
             DISPLAY "Profile restored, but AUDIT.DAT could not be "
               "written."
           END-IF.

       WRITE-RESTORE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN TO WS-AC-ACTOR
           MOVE "PROF-RESTORE" TO WS-AC-ACTION
           MOVE WS-TARGET TO WS-AC-TARGET
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING "as of " DELIMITED BY SIZE
                  WS-AS-OF DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-PH-CHANGES DELIMITED BY SIZE
                  " section(s)" DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.
