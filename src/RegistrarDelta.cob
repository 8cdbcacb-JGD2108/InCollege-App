      *>   username|R            returned from leave
      *>   username|M|major|college   major and/or college change on
      *>                         the profile (blank keeps the old
      *>                         value); both are mapped through the
      *>                         ACADMATCH code tables and stored
      *>                         under the table name, and a row
      *>                         naming an unknown major or college
      *>                         is skipped and counted as unmapped
      *> Every touched account lands in AUDIT.DAT under the
      *> REGISTRAR actor.
      *>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLEAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
           01 ONLEAVE-RECORD.
             05 OL-USERNAME PIC X(12).

       WORKING-STORAGE SECTION.
         77 WS-FEED-STATUS PIC XX.
         77 WS-FEED-FILENAME PIC X(40).
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

         01 WS-FEED-FIELDS.
         77 WS-RETURNS PIC 9(4) VALUE 0.
         77 WS-MAJOR-CHANGES PIC 9(4) VALUE 0.
         77 WS-UNMATCHED PIC 9(4) VALUE 0.
         77 WS-UNMAPPED PIC 9(4) VALUE 0.
         77 WS-TOUCHED PIC X VALUE "N".

         77 WS-READ-COUNT PIC 9(8) VALUE 0.
         77 WS-LOCK-HELD-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-AGE-SECS PIC S9(7) VALUE 0.

      *> College/major lookup against the code tables (ACADMATCH)
         01 WS-ACAD-MATCH.
           05 WS-AM-FUNCTION PIC X.
           05 WS-AM-TYPE PIC X.
           05 WS-AM-TEXT PIC X(30).
           05 WS-AM-FOUND PIC X.
           05 WS-AM-CODE PIC X(6).
           05 WS-AM-NAME PIC X(30).
           05 WS-AM-LIST-COUNT PIC 9(2).
           05 WS-AM-MORE PIC X.
           05 WS-AM-LIST OCCURS 40 TIMES.
             10 WS-AM-L-CODE PIC X(6).
             10 WS-AM-L-NAME PIC X(30).

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
           DISPLAY "Registrar deltas complete: " WS-SUSPENDED
             " suspended, " WS-LEAVES " on leave, " WS-RETURNS
             " returned, " WS-MAJOR-CHANGES " major change(s), "
             WS-UNMATCHED " unmatched, " WS-UNMAPPED " unmapped."
           GOBACK.

       PROCESS-ONE-DELTA.
       APPLY-MAJOR-CHANGE.
      *> PROFILES.DAT rewrite behind the PROFILES.CMT marker; the
      *> interactive startup recovery finishes an interrupted swap.
      *> The feed's wording is mapped to the code tables first; a value
      *> with no code is reported rather than guessed at.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-MAJOR)) > 0
             MOVE "M" TO WS-AM-TYPE
             MOVE WS-FEED-MAJOR(1:30) TO WS-AM-TEXT
             PERFORM LOOKUP-ACAD-VALUE
             IF WS-AM-FOUND NOT = "Y"
               DISPLAY "Unmapped major for "
                 FUNCTION TRIM(WS-FEED-USERNAME) ": "
                 FUNCTION TRIM(WS-FEED-MAJOR)
               ADD 1 TO WS-UNMAPPED
               EXIT PARAGRAPH
             END-IF
             MOVE WS-AM-NAME TO WS-FEED-MAJOR
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-COLLEGE)) > 0
             MOVE "C" TO WS-AM-TYPE
             MOVE WS-FEED-COLLEGE(1:30) TO WS-AM-TEXT
             PERFORM LOOKUP-ACAD-VALUE
             IF WS-AM-FOUND NOT = "Y"
               DISPLAY "Unmapped college for "
                 FUNCTION TRIM(WS-FEED-USERNAME) ": "
                 FUNCTION TRIM(WS-FEED-COLLEGE)
               ADD 1 TO WS-UNMAPPED
               EXIT PARAGRAPH
             END-IF
             MOVE WS-AM-NAME TO WS-FEED-COLLEGE
           END-IF

           MOVE "N" TO WS-TOUCHED
           MOVE 0 TO WS-READ-COUNT
           MOVE "N" TO WS-SCAN-EOF
             EXIT PARAGRAPH
           END-IF

      *> The profile as it stood goes to the PROFHIST change history
      *> before the staged copy replaces the live file.
           MOVE SPACES TO WS-PROFILE-HISTORY
           MOVE "S" TO WS-PH-FUNCTION
           MOVE WS-FEED-USERNAME(1:12) TO WS-PH-USERNAME
           MOVE "REGISTRARDELTA" TO WS-PH-ACTOR
           MOVE "P" TO WS-PH-SECTION
           MOVE "E" TO WS-PH-KIND
           CALL "PROFHIST" USING WS-PROFILE-HISTORY
             ON EXCEPTION
               CONTINUE
           END-CALL

           PERFORM COMMIT-PROFILES-WORK
           ADD 1 TO WS-MAJOR-CHANGES
           MOVE "REG-MAJOR" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-RECORD.

       LOOKUP-ACAD-VALUE.
           MOVE "M" TO WS-AM-FUNCTION
           MOVE "N" TO WS-AM-FOUND
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-AM-FOUND
           END-CALL.

       COMMIT-PROFILES-WORK.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "REGISTRAR" TO WS-AC-ACTOR
           MOVE WS-AUDIT-ACTION TO WS-AC-ACTION
           MOVE WS-FEED-USERNAME(1:12) TO WS-AC-TARGET
           MOVE "registrar delta feed" TO WS-AC-BEFORE-VALUE
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

      *> ===== USERS.LCK lock protocol (shared with the other
      *> programs that rewrite USERS.DAT) =====
