       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFHIST.

      *> Profile change history, shared by every path that rewrites
      *> a user's profile sections: the interactive EDITPROFILE
      *> saves, REGISTRARDELTA, MERGEACCOUNTS and the SCREENREVIEW
      *> About Me release. Before a section is changed the caller
      *> asks for a snapshot, and the user's current rows for that
      *> section are appended to PROFHIST.DAT as one change set
      *> stamped with the time, who is making the change and why.
      *> Sections (PH-SECTION) and the files behind them:
      *>   P profile       PROFILES.DAT   (one row per user)
      *>   E experience    EXPERIENCE.DAT
      *>   D education     EDUCATION.DAT
      *>   J projects      PROJECTS.DAT
      *>   C certifications CERTS.DAT
      *> Every file keys on the username in columns 1-12.
      *> Functions (LK-PH-FUNCTION):
      *>   S snapshot LK-PH-SECTION (space = all five sections)
      *>     for LK-PH-USERNAME, kind LK-PH-KIND (E when blank)
      *>   L list the user's ten latest change sets, oldest first
      *>   U undo the user's latest change set; only a change the
      *>     user made themselves (LK-PH-ACTOR) can be undone here
      *>   R restore every section as of the end of LK-PH-AS-OF
      *>     (YYYYMMDD): the first change set after that day holds
      *>     the section as it stood then
      *>   P purge the user's history (account deletion)
      *> An undo or restore is itself recorded first, so it can be
      *> undone in turn. Rewrites take the <base>.LCK lock and go
      *> through <base>.NEW and the <base>.CMT marker like every
      *> other rewriter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "PROFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL DATA-IN-FILE
               ASSIGN TO DYNAMIC WS-DATA-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-IN-STATUS.

           SELECT OPTIONAL DATA-OUT-FILE
               ASSIGN TO DYNAMIC WS-DATA-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-OUT-STATUS.

           SELECT OPTIONAL DATA-COMMIT-FILE
               ASSIGN TO DYNAMIC WS-CMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.

           SELECT OPTIONAL DATA-LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One row per before-image row. A change set is the run of
      *> rows starting at PH-ROW-NO 01; a section that had no rows
      *> is written as a single PH-ROW-NO 00 row with a blank image.
       FD HISTORY-FILE.
           01 HISTORY-RECORD.
             05 PH-TIMESTAMP PIC X(14).
             05 PH-USERNAME PIC X(12).
      *> The user themselves, or the batch program making the change
             05 PH-ACTOR PIC X(16).
             05 PH-SECTION PIC X(1).
      *> E edit, U undo by the user, R administrative restore
             05 PH-KIND PIC X(1).
             05 PH-ROW-NO PIC 9(2).
             05 PH-ROW-COUNT PIC 9(2).
             05 PH-IMAGE PIC X(620).

       FD DATA-IN-FILE.
           01 DATA-IN-RECORD PIC X(700).

       FD DATA-OUT-FILE.
           01 DATA-OUT-RECORD PIC X(700).

       FD DATA-COMMIT-FILE.
           01 DATA-COMMIT-RECORD PIC 9(8).

       FD DATA-LOCK-FILE.
           01 DATA-LOCK-RECORD PIC X(14).

       WORKING-STORAGE SECTION.
         77 WS-HISTORY-STATUS PIC XX.
         77 WS-DATA-IN-STATUS PIC XX.
         77 WS-DATA-OUT-STATUS PIC XX.
         77 WS-CMT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-WORK-EOF PIC X VALUE "N".

         77 WS-DATA-IN-NAME PIC X(40).
         77 WS-DATA-OUT-NAME PIC X(40).
         77 WS-CMT-NAME PIC X(40).
         77 WS-LOCK-NAME PIC X(40).
         77 WS-BASE-NAME PIC X(20).

      *> Lock protocol working storage
         77 WS-LOCK-STATUS PIC XX.
         77 WS-LOCK-OK PIC X VALUE "N".
         77 WS-LOCK-HELD-TS PIC X(14).
         77 WS-LOCK-STALE PIC X VALUE "N".
         77 WS-LOCK-STALE-SECS PIC 9(6) VALUE 600.
         77 WS-LOCK-NOW-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-HELD-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-AGE-SECS PIC S9(7) VALUE 0.

         77 WS-ROWS-KEPT PIC 9(8) VALUE 0.
         77 WS-WORK-COUNT PIC 9(8) VALUE 0.
         77 WS-COMMIT-OK PIC X VALUE "N".
         77 WS-RESTORE-OK PIC X VALUE "N".
         77 WS-PURGED PIC 9(6) VALUE 0.

      *> The five profile sections and their data files
         01 WS-SECTION-TABLE.
           05 WS-SEC-ENTRY OCCURS 5 TIMES.
             10 WS-SEC-CODE PIC X(1).
             10 WS-SEC-BASE PIC X(20).
             10 WS-SEC-LABEL PIC X(14).
         77 WS-SEC-IDX PIC 9 VALUE 0.
         77 WS-SEC-FOUND PIC 9 VALUE 0.

         77 WS-NOW-TS PIC X(14).
         77 WS-SNAP-KIND PIC X(1).
         77 WS-ROW-IDX PIC 9(2) VALUE 0.
         77 WS-LIST-IDX PIC 9(2) VALUE 0.

      *> Rows captured from the live file for a snapshot
         01 WS-SNAP-TABLE.
           05 WS-SNAP-ROW PIC X(620) OCCURS 20 TIMES.
         77 WS-SNAP-COUNT PIC 9(2) VALUE 0.

      *> One change set per section, read back from PROFHIST.DAT.
      *> State: space = none yet, C = capturing, D = complete.
         01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 5 TIMES.
             10 WS-SET-STATE PIC X(1).
             10 WS-SET-TS PIC X(14).
             10 WS-SET-ACTOR PIC X(16).
             10 WS-SET-SECTION PIC X(1).
             10 WS-SET-KIND PIC X(1).
             10 WS-SET-COUNT PIC 9(2).
             10 WS-SET-ROW PIC X(620) OCCURS 20 TIMES.

      *> The latest change set, for an undo (same shape as an entry)
         01 WS-LAST-SET.
           05 WS-LAST-STATE PIC X(1).
           05 WS-LAST-TS PIC X(14).
           05 WS-LAST-ACTOR PIC X(16).
           05 WS-LAST-SECTION PIC X(1).
           05 WS-LAST-KIND PIC X(1).
           05 WS-LAST-COUNT PIC 9(2).
           05 WS-LAST-ROW PIC X(620) OCCURS 20 TIMES.

       LINKAGE SECTION.
         01 LK-PROFILE-HISTORY.
      *> S snapshot, L list, U undo, R restore as of, P purge
           05 LK-PH-FUNCTION PIC X(1).
           05 LK-PH-USERNAME PIC X(12).
           05 LK-PH-ACTOR PIC X(16).
           05 LK-PH-SECTION PIC X(1).
           05 LK-PH-KIND PIC X(1).
           05 LK-PH-AS-OF PIC X(8).
      *> Y done, N nothing done (see LK-PH-MESSAGE)
           05 LK-PH-RESULT PIC X(1).
           05 LK-PH-MESSAGE PIC X(100).
      *> Change sets listed, or sections restored
           05 LK-PH-CHANGES PIC 9(2).
           05 LK-PH-LIST OCCURS 10 TIMES.
             10 LK-PH-L-TIMESTAMP PIC X(14).
             10 LK-PH-L-ACTOR PIC X(16).
             10 LK-PH-L-SECTION PIC X(1).
             10 LK-PH-L-KIND PIC X(1).
             10 LK-PH-L-ROWS PIC 9(2).

       PROCEDURE DIVISION USING LK-PROFILE-HISTORY.
       MAIN-LOGIC.
           MOVE "N" TO LK-PH-RESULT
           MOVE SPACES TO LK-PH-MESSAGE
           MOVE 0 TO LK-PH-CHANGES
           PERFORM BUILD-SECTION-TABLE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS

           EVALUATE LK-PH-FUNCTION
             WHEN "S"
               PERFORM SNAPSHOT-REQUESTED
             WHEN "L"
               PERFORM LIST-RECENT-CHANGES
             WHEN "U"
               PERFORM UNDO-LAST-CHANGE
             WHEN "R"
               PERFORM RESTORE-AS-OF
             WHEN "P"
               PERFORM PURGE-USER-HISTORY
             WHEN OTHER
               MOVE "Unknown profile history function." TO
                 LK-PH-MESSAGE
           END-EVALUATE
           GOBACK.

       BUILD-SECTION-TABLE.
           MOVE "P" TO WS-SEC-CODE(1)
           MOVE "PROFILES" TO WS-SEC-BASE(1)
           MOVE "Profile" TO WS-SEC-LABEL(1)
           MOVE "E" TO WS-SEC-CODE(2)
           MOVE "EXPERIENCE" TO WS-SEC-BASE(2)
           MOVE "Experience" TO WS-SEC-LABEL(2)
           MOVE "D" TO WS-SEC-CODE(3)
           MOVE "EDUCATION" TO WS-SEC-BASE(3)
           MOVE "Education" TO WS-SEC-LABEL(3)
           MOVE "J" TO WS-SEC-CODE(4)
           MOVE "PROJECTS" TO WS-SEC-BASE(4)
           MOVE "Projects" TO WS-SEC-LABEL(4)
           MOVE "C" TO WS-SEC-CODE(5)
           MOVE "CERTS" TO WS-SEC-BASE(5)
           MOVE "Certifications" TO WS-SEC-LABEL(5).

      *> WS-SEC-FOUND = index of section code WS-LAST-SECTION, or 0
       FIND-SECTION.
           MOVE 0 TO WS-SEC-FOUND
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
             UNTIL WS-SEC-IDX > 5
             IF WS-SEC-CODE(WS-SEC-IDX) = WS-LAST-SECTION
               MOVE WS-SEC-IDX TO WS-SEC-FOUND
             END-IF
           END-PERFORM.

      *> ===== S: snapshot before a change =====
       SNAPSHOT-REQUESTED.
           MOVE LK-PH-KIND TO WS-SNAP-KIND
           IF WS-SNAP-KIND = SPACE
             MOVE "E" TO WS-SNAP-KIND
           END-IF

           IF LK-PH-SECTION = SPACE
             PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 5
               PERFORM SNAPSHOT-SECTION
             END-PERFORM
           ELSE
             MOVE LK-PH-SECTION TO WS-LAST-SECTION
             PERFORM FIND-SECTION
             IF WS-SEC-FOUND = 0
               MOVE "Unknown profile section." TO LK-PH-MESSAGE
               EXIT PARAGRAPH
             END-IF
             MOVE WS-SEC-FOUND TO WS-SEC-IDX
             PERFORM SNAPSHOT-SECTION
           END-IF
           MOVE "Y" TO LK-PH-RESULT.

      *> Appends the user's current rows of section WS-SEC-IDX to
      *> PROFHIST.DAT as one change set of kind WS-SNAP-KIND.
       SNAPSHOT-SECTION.
           MOVE 0 TO WS-SNAP-COUNT
           MOVE SPACES TO WS-DATA-IN-NAME
           STRING FUNCTION TRIM(WS-SEC-BASE(WS-SEC-IDX))
                    DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-DATA-IN-NAME
           END-STRING

           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-IN-FILE
           IF WS-DATA-IN-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ DATA-IN-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF DATA-IN-RECORD(1:12) = LK-PH-USERNAME
                     AND WS-SNAP-COUNT < 20
                     ADD 1 TO WS-SNAP-COUNT
                     MOVE DATA-IN-RECORD(1:620) TO
                       WS-SNAP-ROW(WS-SNAP-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DATA-IN-FILE
           ELSE
             IF WS-DATA-IN-STATUS = "05"
               CLOSE DATA-IN-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
             OPEN OUTPUT HISTORY-FILE
             IF WS-HISTORY-STATUS = "00"
               CLOSE HISTORY-FILE
             END-IF
             OPEN EXTEND HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
             AND WS-HISTORY-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-NOW-TS TO PH-TIMESTAMP
           MOVE LK-PH-USERNAME TO PH-USERNAME
           MOVE LK-PH-ACTOR TO PH-ACTOR
           MOVE WS-SEC-CODE(WS-SEC-IDX) TO PH-SECTION
           MOVE WS-SNAP-KIND TO PH-KIND
           MOVE WS-SNAP-COUNT TO PH-ROW-COUNT
           IF WS-SNAP-COUNT = 0
             MOVE 0 TO PH-ROW-NO
             WRITE HISTORY-RECORD
           ELSE
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-SNAP-COUNT
               MOVE WS-ROW-IDX TO PH-ROW-NO
               MOVE WS-SNAP-ROW(WS-ROW-IDX) TO PH-IMAGE
               WRITE HISTORY-RECORD
             END-PERFORM
           END-IF
           CLOSE HISTORY-FILE.

      *> ===== L: the user's latest change sets =====
       LIST-RECENT-CHANGES.
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
             IF WS-HISTORY-STATUS = "05"
               CLOSE HISTORY-FILE
             END-IF
             MOVE "Y" TO LK-PH-RESULT
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ HISTORY-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF PH-USERNAME = LK-PH-USERNAME
                   AND PH-ROW-NO < 2
      *> Keep the latest ten, sliding the window as older sets
      *> stream by.
                   IF LK-PH-CHANGES = 10
                     PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                       UNTIL WS-LIST-IDX > 9
                       MOVE LK-PH-LIST(WS-LIST-IDX + 1) TO
                         LK-PH-LIST(WS-LIST-IDX)
                     END-PERFORM
                     MOVE 9 TO LK-PH-CHANGES
                   END-IF
                   ADD 1 TO LK-PH-CHANGES
                   MOVE PH-TIMESTAMP TO
                     LK-PH-L-TIMESTAMP(LK-PH-CHANGES)
                   MOVE PH-ACTOR TO LK-PH-L-ACTOR(LK-PH-CHANGES)
                   MOVE PH-SECTION TO LK-PH-L-SECTION(LK-PH-CHANGES)
                   MOVE PH-KIND TO LK-PH-L-KIND(LK-PH-CHANGES)
                   MOVE PH-ROW-COUNT TO LK-PH-L-ROWS(LK-PH-CHANGES)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-EOF
           MOVE "Y" TO LK-PH-RESULT.

      *> ===== U: undo the user's latest change =====
       UNDO-LAST-CHANGE.
           MOVE SPACES TO WS-LAST-SET
           MOVE 0 TO WS-LAST-COUNT

           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF PH-USERNAME = LK-PH-USERNAME
                     PERFORM CAPTURE-LAST-SET-ROW
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HISTORY-FILE
           ELSE
             IF WS-HISTORY-STATUS = "05"
               CLOSE HISTORY-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-LAST-STATE = SPACE
             MOVE "There are no profile changes to undo." TO
               LK-PH-MESSAGE
             EXIT PARAGRAPH
           END-IF

           IF WS-LAST-ACTOR NOT = LK-PH-ACTOR
             MOVE SPACES TO LK-PH-MESSAGE
             STRING "Your latest profile change was made by "
                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-LAST-ACTOR) DELIMITED BY SIZE
                    "; contact support to reverse it."
                      DELIMITED BY SIZE
               INTO LK-PH-MESSAGE
             END-STRING
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-SECTION
           IF WS-SEC-FOUND = 0
             MOVE "That change cannot be undone." TO LK-PH-MESSAGE
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SEC-FOUND TO WS-SEC-IDX
           MOVE WS-LAST-SET TO WS-SET-ENTRY(WS-SEC-IDX)
           MOVE "U" TO WS-SNAP-KIND
           PERFORM RESTORE-SECTION
           IF WS-RESTORE-OK NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE 1 TO LK-PH-CHANGES
           MOVE "Y" TO LK-PH-RESULT
           MOVE SPACES TO LK-PH-MESSAGE
           STRING "Undid the " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEC-LABEL(WS-SEC-IDX))
                    DELIMITED BY SIZE
                  " change of " DELIMITED BY SIZE
                  WS-LAST-TS(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LAST-TS(9:6) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO LK-PH-MESSAGE
           END-STRING.

      *> A row numbered 00 or 01 opens a new change set; later rows
      *> of the same set follow it directly.
       CAPTURE-LAST-SET-ROW.
           IF PH-ROW-NO < 2
             MOVE SPACES TO WS-LAST-SET
             MOVE "D" TO WS-LAST-STATE
             MOVE PH-TIMESTAMP TO WS-LAST-TS
             MOVE PH-ACTOR TO WS-LAST-ACTOR
             MOVE PH-SECTION TO WS-LAST-SECTION
             MOVE PH-KIND TO WS-LAST-KIND
             MOVE 0 TO WS-LAST-COUNT
           ELSE
             IF PH-TIMESTAMP NOT = WS-LAST-TS
               OR PH-SECTION NOT = WS-LAST-SECTION
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF PH-ROW-NO > 0 AND WS-LAST-COUNT < 20
             ADD 1 TO WS-LAST-COUNT
             MOVE PH-IMAGE TO WS-LAST-ROW(WS-LAST-COUNT)
           END-IF.

      *> ===== R: restore every section as of a date =====
       RESTORE-AS-OF.
           IF LK-PH-AS-OF IS NOT NUMERIC
             MOVE "Restore date must be 8 digits (YYYYMMDD)." TO
               LK-PH-MESSAGE
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SET-TABLE
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
             UNTIL WS-SEC-IDX > 5
             MOVE 0 TO WS-SET-COUNT(WS-SEC-IDX)
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF PH-USERNAME = LK-PH-USERNAME
                     PERFORM CAPTURE-AS-OF-ROW
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HISTORY-FILE
           ELSE
             IF WS-HISTORY-STATUS = "05"
               CLOSE HISTORY-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           MOVE "R" TO WS-SNAP-KIND
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
             UNTIL WS-SEC-IDX > 5
             IF WS-SET-STATE(WS-SEC-IDX) NOT = SPACE
               PERFORM RESTORE-SECTION
               IF WS-RESTORE-OK = "Y"
                 ADD 1 TO LK-PH-CHANGES
               END-IF
             END-IF
           END-PERFORM

           IF LK-PH-CHANGES > 0
             MOVE "Y" TO LK-PH-RESULT
             MOVE SPACES TO LK-PH-MESSAGE
             STRING LK-PH-CHANGES DELIMITED BY SIZE
                    " section(s) restored as of " DELIMITED BY SIZE
                    LK-PH-AS-OF DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
               INTO LK-PH-MESSAGE
             END-STRING
           ELSE
             IF LK-PH-MESSAGE = SPACES
               MOVE SPACES TO LK-PH-MESSAGE
               STRING "No profile changes after " DELIMITED BY SIZE
                      LK-PH-AS-OF DELIMITED BY SIZE
                      "; nothing to restore." DELIMITED BY SIZE
                 INTO LK-PH-MESSAGE
               END-STRING
             END-IF
           END-IF.

      *> The first change set after the as-of day holds each
      *> section as it stood at the end of that day.
       CAPTURE-AS-OF-ROW.
           MOVE PH-SECTION TO WS-LAST-SECTION
           PERFORM FIND-SECTION
           IF WS-SEC-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-SEC-FOUND TO WS-SEC-IDX

           IF PH-ROW-NO < 2
             IF WS-SET-STATE(WS-SEC-IDX) = "C"
               MOVE "D" TO WS-SET-STATE(WS-SEC-IDX)
             END-IF
             IF WS-SET-STATE(WS-SEC-IDX) = SPACE
               AND PH-TIMESTAMP(1:8) > LK-PH-AS-OF
               MOVE "C" TO WS-SET-STATE(WS-SEC-IDX)
               MOVE PH-TIMESTAMP TO WS-SET-TS(WS-SEC-IDX)
               MOVE PH-ACTOR TO WS-SET-ACTOR(WS-SEC-IDX)
               MOVE PH-SECTION TO WS-SET-SECTION(WS-SEC-IDX)
               MOVE PH-KIND TO WS-SET-KIND(WS-SEC-IDX)
               MOVE 0 TO WS-SET-COUNT(WS-SEC-IDX)
             END-IF
           END-IF

           IF WS-SET-STATE(WS-SEC-IDX) = "C"
             AND PH-TIMESTAMP = WS-SET-TS(WS-SEC-IDX)
             AND PH-ROW-NO > 0
             AND WS-SET-COUNT(WS-SEC-IDX) < 20
             ADD 1 TO WS-SET-COUNT(WS-SEC-IDX)
             MOVE PH-IMAGE TO
               WS-SET-ROW(WS-SEC-IDX, WS-SET-COUNT(WS-SEC-IDX))
           END-IF.

      *> Replaces the user's rows of section WS-SEC-IDX with the
      *> change set in WS-SET-ENTRY(WS-SEC-IDX), recording the
      *> current rows first as a WS-SNAP-KIND change.
       RESTORE-SECTION.
           MOVE "N" TO WS-RESTORE-OK
           MOVE SPACES TO WS-DATA-IN-NAME
           STRING FUNCTION TRIM(WS-SEC-BASE(WS-SEC-IDX))
                    DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-DATA-IN-NAME
           END-STRING
           PERFORM BUILD-SAFE-NAMES

           PERFORM ACQUIRE-DATA-LOCK
           IF WS-LOCK-OK NOT = "Y"
             MOVE SPACES TO LK-PH-MESSAGE
             STRING FUNCTION TRIM(WS-DATA-IN-NAME) DELIMITED BY SIZE
                    " is locked by another process; try again later."
                      DELIMITED BY SIZE
               INTO LK-PH-MESSAGE
             END-STRING
             EXIT PARAGRAPH
           END-IF

           PERFORM RECOVER-INTERRUPTED-SWAP
           PERFORM SNAPSHOT-SECTION

           MOVE 0 TO WS-ROWS-KEPT
           MOVE "N" TO WS-EOF
           OPEN OUTPUT DATA-OUT-FILE
           IF WS-DATA-OUT-STATUS NOT = "00"
             AND WS-DATA-OUT-STATUS NOT = "05"
             MOVE "Unable to stage the restored rows." TO
               LK-PH-MESSAGE
             PERFORM RELEASE-DATA-LOCK
             EXIT PARAGRAPH
           END-IF

           OPEN INPUT DATA-IN-FILE
           IF WS-DATA-IN-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ DATA-IN-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF DATA-IN-RECORD(1:12) NOT = LK-PH-USERNAME
                     MOVE DATA-IN-RECORD TO DATA-OUT-RECORD
                     WRITE DATA-OUT-RECORD
                     ADD 1 TO WS-ROWS-KEPT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DATA-IN-FILE
           ELSE
             IF WS-DATA-IN-STATUS = "05"
               CLOSE DATA-IN-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-SET-COUNT(WS-SEC-IDX)
             MOVE SPACES TO DATA-OUT-RECORD
             MOVE WS-SET-ROW(WS-SEC-IDX, WS-ROW-IDX) TO
               DATA-OUT-RECORD
             MOVE LK-PH-USERNAME TO DATA-OUT-RECORD(1:12)
             WRITE DATA-OUT-RECORD
             ADD 1 TO WS-ROWS-KEPT
           END-PERFORM
           CLOSE DATA-OUT-FILE

           PERFORM COMMIT-WORK-FILE
           PERFORM RELEASE-DATA-LOCK
           IF WS-COMMIT-OK = "Y"
             MOVE "Y" TO WS-RESTORE-OK
           ELSE
             MOVE SPACES TO LK-PH-MESSAGE
             STRING FUNCTION TRIM(WS-DATA-OUT-NAME) DELIMITED BY SIZE
                    " verify failed; " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DATA-IN-NAME) DELIMITED BY SIZE
                    " left unchanged." DELIMITED BY SIZE
               INTO LK-PH-MESSAGE
             END-STRING
           END-IF.

      *> ===== P: drop a deleted account's history =====
       PURGE-USER-HISTORY.
           MOVE "PROFHIST.DAT" TO WS-DATA-IN-NAME
           PERFORM BUILD-SAFE-NAMES

           PERFORM ACQUIRE-DATA-LOCK
           IF WS-LOCK-OK NOT = "Y"
             MOVE "PROFHIST.DAT is locked by another process." TO
               LK-PH-MESSAGE
             EXIT PARAGRAPH
           END-IF

           PERFORM RECOVER-INTERRUPTED-SWAP

           MOVE 0 TO WS-ROWS-KEPT
           MOVE 0 TO WS-PURGED
           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-IN-FILE
           IF WS-DATA-IN-STATUS NOT = "00"
             IF WS-DATA-IN-STATUS = "05"
               CLOSE DATA-IN-FILE
             END-IF
             PERFORM RELEASE-DATA-LOCK
             MOVE "Y" TO LK-PH-RESULT
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DATA-OUT-FILE
           IF WS-DATA-OUT-STATUS NOT = "00"
             AND WS-DATA-OUT-STATUS NOT = "05"
             CLOSE DATA-IN-FILE
             PERFORM RELEASE-DATA-LOCK
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ DATA-IN-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF DATA-IN-RECORD(15:12) = LK-PH-USERNAME
                   ADD 1 TO WS-PURGED
                 ELSE
                   MOVE DATA-IN-RECORD TO DATA-OUT-RECORD
                   WRITE DATA-OUT-RECORD
                   ADD 1 TO WS-ROWS-KEPT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DATA-IN-FILE
           CLOSE DATA-OUT-FILE
           MOVE "N" TO WS-EOF

           IF WS-PURGED = 0
             PERFORM CLEAR-WORK-FILE
             PERFORM RELEASE-DATA-LOCK
             MOVE "Y" TO LK-PH-RESULT
             EXIT PARAGRAPH
           END-IF

           PERFORM COMMIT-WORK-FILE
           PERFORM RELEASE-DATA-LOCK
           IF WS-COMMIT-OK = "Y"
             MOVE "Y" TO LK-PH-RESULT
           END-IF.

      *> ===== Safe rewrite helpers =====
       BUILD-SAFE-NAMES.
           MOVE SPACES TO WS-BASE-NAME
           UNSTRING WS-DATA-IN-NAME DELIMITED BY "."
             INTO WS-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-DATA-OUT-NAME
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  ".NEW" DELIMITED BY SIZE
             INTO WS-DATA-OUT-NAME
           END-STRING
           MOVE SPACES TO WS-CMT-NAME
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  ".CMT" DELIMITED BY SIZE
             INTO WS-CMT-NAME
           END-STRING
           MOVE SPACES TO WS-LOCK-NAME
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  ".LCK" DELIMITED BY SIZE
             INTO WS-LOCK-NAME
           END-STRING.

      *> Re-read the staged work file and verify its count, drop the
      *> commit marker, copy over the live file, then clear marker
      *> and work file.
       COMMIT-WORK-FILE.
           MOVE "N" TO WS-COMMIT-OK
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT DATA-OUT-FILE
           IF WS-DATA-OUT-STATUS NOT = "00"
             IF WS-DATA-OUT-STATUS = "05"
               CLOSE DATA-OUT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ DATA-OUT-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 ADD 1 TO WS-WORK-COUNT
             END-READ
           END-PERFORM
           CLOSE DATA-OUT-FILE
           MOVE "N" TO WS-WORK-EOF

           IF WS-WORK-COUNT NOT = WS-ROWS-KEPT
             PERFORM CLEAR-WORK-FILE
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DATA-COMMIT-FILE
           IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
             MOVE WS-WORK-COUNT TO DATA-COMMIT-RECORD
             WRITE DATA-COMMIT-RECORD
             CLOSE DATA-COMMIT-FILE
           END-IF

           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT DATA-OUT-FILE
           OPEN OUTPUT DATA-IN-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ DATA-OUT-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 MOVE SPACES TO DATA-IN-RECORD
                 MOVE DATA-OUT-RECORD TO DATA-IN-RECORD
                 WRITE DATA-IN-RECORD
             END-READ
           END-PERFORM
           CLOSE DATA-OUT-FILE
           CLOSE DATA-IN-FILE
           MOVE "N" TO WS-WORK-EOF

           OPEN OUTPUT DATA-COMMIT-FILE
           IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
             CLOSE DATA-COMMIT-FILE
           END-IF
           PERFORM CLEAR-WORK-FILE
           MOVE "Y" TO WS-COMMIT-OK.

      *> A non-empty <base>.CMT means an earlier run died while
      *> copying a verified work file over the live one: finish
      *> that copy first. A work file without a marker was never
      *> verified and is discarded.
       RECOVER-INTERRUPTED-SWAP.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT DATA-COMMIT-FILE
           IF WS-CMT-STATUS NOT = "00"
             IF WS-CMT-STATUS = "05"
               CLOSE DATA-COMMIT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           READ DATA-COMMIT-FILE
             AT END
               CLOSE DATA-COMMIT-FILE
               PERFORM CLEAR-WORK-FILE
               EXIT PARAGRAPH
             NOT AT END
               CONTINUE
           END-READ
           CLOSE DATA-COMMIT-FILE

           OPEN INPUT DATA-OUT-FILE
           IF WS-DATA-OUT-STATUS = "00"
             PERFORM UNTIL WS-WORK-EOF = "Y"
               READ DATA-OUT-FILE
                 AT END
                   MOVE "Y" TO WS-WORK-EOF
                 NOT AT END
                   ADD 1 TO WS-WORK-COUNT
               END-READ
             END-PERFORM
             CLOSE DATA-OUT-FILE
           ELSE
             IF WS-DATA-OUT-STATUS = "05"
               CLOSE DATA-OUT-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-WORK-EOF

           IF WS-WORK-COUNT = DATA-COMMIT-RECORD
             AND WS-WORK-COUNT > 0
             MOVE WS-WORK-COUNT TO WS-ROWS-KEPT
             PERFORM COMMIT-WORK-FILE
           ELSE
             OPEN OUTPUT DATA-COMMIT-FILE
             IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
               CLOSE DATA-COMMIT-FILE
             END-IF
             PERFORM CLEAR-WORK-FILE
           END-IF.

       CLEAR-WORK-FILE.
           OPEN OUTPUT DATA-OUT-FILE
           IF WS-DATA-OUT-STATUS = "00"
             OR WS-DATA-OUT-STATUS = "05"
             CLOSE DATA-OUT-FILE
           END-IF.

       ACQUIRE-DATA-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE SPACES TO WS-LOCK-HELD-TS
           OPEN INPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
             READ DATA-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE DATA-LOCK-RECORD TO WS-LOCK-HELD-TS
             END-READ
             CLOSE DATA-LOCK-FILE
           ELSE
             IF WS-LOCK-STATUS = "05"
               CLOSE DATA-LOCK-FILE
             END-IF
           END-IF

           IF WS-LOCK-HELD-TS NOT = SPACES
             PERFORM CHECK-LOCK-STALE
             IF WS-LOCK-STALE NOT = "Y"
               EXIT PARAGRAPH
             END-IF
           END-IF

           OPEN OUTPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-LOCK-RECORD
             WRITE DATA-LOCK-RECORD
             CLOSE DATA-LOCK-FILE
             MOVE "Y" TO WS-LOCK-OK
           END-IF.

       RELEASE-DATA-LOCK.
           OPEN OUTPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             CLOSE DATA-LOCK-FILE
           END-IF.

      *> A lock from a different day, or older than the stale
      *> threshold, belongs to a crashed run and may be taken over.
       CHECK-LOCK-STALE.
           MOVE "N" TO WS-LOCK-STALE
           IF WS-LOCK-HELD-TS(1:8) NOT = FUNCTION CURRENT-DATE(1:8)
             MOVE "Y" TO WS-LOCK-STALE
             EXIT PARAGRAPH
           END-IF
           IF WS-LOCK-HELD-TS(9:6) IS NOT NUMERIC
             MOVE "Y" TO WS-LOCK-STALE
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOCK-NOW-SECS =
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2))
           COMPUTE WS-LOCK-HELD-SECS =
             FUNCTION NUMVAL(WS-LOCK-HELD-TS(9:2)) * 3600
             + FUNCTION NUMVAL(WS-LOCK-HELD-TS(11:2)) * 60
             + FUNCTION NUMVAL(WS-LOCK-HELD-TS(13:2))
           COMPUTE WS-LOCK-AGE-SECS =
             WS-LOCK-NOW-SECS - WS-LOCK-HELD-SECS
           IF WS-LOCK-AGE-SECS > WS-LOCK-STALE-SECS
             MOVE "Y" TO WS-LOCK-STALE
           END-IF.
