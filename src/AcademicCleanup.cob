       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMICCLEANUP.

      *> One-time assisted cleanup for profile colleges and majors.
      *> Maps the free-text PROFILE-COLLEGE and PROFILE-MAJOR of
      *> every row in PROFILES.DAT onto the code tables (ACADMATCH),
      *> so "Comp Sci", "CS" and "computer science" all read as
      *> "Computer Science" and count as one major in the directory,
      *> cohort, completeness and salary reports and the connection
      *> recommender. The accepted majors on posting eligibility
      *> rules are mapped the same way, so a rule typed as "Comp
      *> Sci" still admits the students it admitted before; a
      *> corrected rule is appended to JOBELIG.DAT, where the later
      *> row for a posting wins.
      *> Text that matches nothing is never guessed at: it is left
      *> as entered and put on the review list in
      *> ACADEMIC-CLEANUP-<yyyymmdd>.TXT. Add the spelling with
      *> ACADCODES ALIAS (or ACADCODES ADD) and rerun. Rerunning is
      *> safe: canonical names map to themselves. Blank values are
      *> left blank.
      *> PROFILES.DAT is rewritten through PROFILES.NEW under
      *> PROFILES.LCK with the PROFILES.CMT marker, and each changed
      *> profile is first recorded in the PROFHIST change history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROFILES-FILE
               ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL PROFILES-WORK-FILE
               ASSIGN TO "PROFILES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-WORK-STATUS.

           SELECT OPTIONAL PROFILES-COMMIT-FILE
               ASSIGN TO "PROFILES.CMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-CMT-STATUS.

           SELECT OPTIONAL PROFILES-LOCK-FILE
               ASSIGN TO "PROFILES.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL JOBELIG-FILE
               ASSIGN TO "JOBELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBELIG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PROFILES-WORK-FILE.
           01 PROFILE-WORK-RECORD PIC X(620).

       FD PROFILES-COMMIT-FILE.
           01 PROFILES-COMMIT-RECORD PIC 9(8).

       FD PROFILES-LOCK-FILE.
           01 PROFILES-LOCK-RECORD PIC X(14).

       FD JOBELIG-FILE.
           01 JOBELIG-RECORD.
             05 JE-JOB-ID PIC X(12).
             05 JE-GRAD-FROM PIC 9(4).
             05 JE-GRAD-TO PIC 9(4).
             05 JE-ALUMNI PIC X(1).
             05 JE-MAJOR PIC X(30) OCCURS 5 TIMES.

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-PROFILES-WORK-STATUS PIC XX.
         77 WS-PROFILES-CMT-STATUS PIC XX.
         77 WS-JOBELIG-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-WORK-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).

         77 WS-READ-COUNT PIC 9(8) VALUE 0.
         77 WS-WRITE-COUNT PIC 9(8) VALUE 0.
         77 WS-WORK-COUNT PIC 9(8) VALUE 0.

         77 WS-PRO-SEEN PIC 9(6) VALUE 0.
         77 WS-PRO-CHANGED PIC 9(6) VALUE 0.
         77 WS-COLLEGE-MAPPED PIC 9(6) VALUE 0.
         77 WS-COLLEGE-REVIEW PIC 9(6) VALUE 0.
         77 WS-MAJOR-MAPPED PIC 9(6) VALUE 0.
         77 WS-MAJOR-REVIEW PIC 9(6) VALUE 0.
         77 WS-PROFILES-APPLIED PIC X VALUE "N".
         77 WS-ROW-CHANGED PIC X VALUE "N".

         77 WS-RULES-SEEN PIC 9(6) VALUE 0.
         77 WS-RULES-CHANGED PIC 9(6) VALUE 0.
         77 WS-RULE-MAJORS-MAPPED PIC 9(6) VALUE 0.
         77 WS-RULE-MAJORS-REVIEW PIC 9(6) VALUE 0.

      *> One value is mapped at a time through these fields.
         77 WS-MAP-TYPE PIC X(1).
         77 WS-MAP-TEXT PIC X(30).
         77 WS-MAP-RENAMED PIC X VALUE "N".
         77 WS-MAP-MATCHED PIC X VALUE "N".

      *> Review list: values left as entered (key is the username,
      *> or the posting id for an eligibility rule)
         77 WS-MAX-REVIEW PIC 9(4) VALUE 1000.
         01 WS-REVIEW-TABLE.
           05 WS-RV-ENTRY OCCURS 1000 TIMES.
             10 WS-RV-KEY PIC X(12).
             10 WS-RV-FIELD PIC X(8).
             10 WS-RV-TEXT PIC X(30).
         77 WS-RV-COUNT PIC 9(4) VALUE 0.
         77 WS-RV-IDX PIC 9(4) VALUE 0.
         77 WS-RV-OVERFLOW PIC X VALUE "N".
         77 WS-RV-KEY-IN PIC X(12).
         77 WS-RV-FIELD-IN PIC X(8).

      *> Latest eligibility rule per posting
         77 WS-MAX-RULES PIC 9(4) VALUE 2000.
         01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 2000 TIMES.
             10 WS-RULE-ROW PIC X(171).
         77 WS-RULE-COUNT PIC 9(4) VALUE 0.
         77 WS-RULE-IDX PIC 9(4) VALUE 0.
         77 WS-RULE-HIT PIC 9(4) VALUE 0.
         77 WS-MAJOR-IDX PIC 9 VALUE 0.

         77 WS-COUNT-TEXT PIC Z(5)9.

      *> College and major match (ACADMATCH)
         01 WS-ACAD-MATCH.
           05 WS-AM-FUNCTION PIC X(1).
           05 WS-AM-TYPE PIC X(1).
           05 WS-AM-TEXT PIC X(30).
           05 WS-AM-FOUND PIC X(1).
           05 WS-AM-CODE PIC X(6).
           05 WS-AM-NAME PIC X(30).
           05 WS-AM-LIST-COUNT PIC 9(2).
           05 WS-AM-MORE PIC X(1).
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

         77 WS-LOCK-STATUS PIC XX.
         77 WS-LOCK-OK PIC X VALUE "N".
         77 WS-LOCK-HELD-TS PIC X(14).
         77 WS-LOCK-STALE PIC X VALUE "N".
         77 WS-LOCK-STALE-SECS PIC 9(6) VALUE 600.
         77 WS-LOCK-NOW-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-HELD-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-AGE-SECS PIC S9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP

           MOVE "S" TO WS-AM-FUNCTION
           MOVE SPACES TO WS-AM-TEXT
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               DISPLAY "ACADMATCH is not available; profiles "
                 "unchanged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-CALL

           PERFORM ACQUIRE-PROFILES-LOCK
           IF WS-LOCK-OK NOT = "Y"
             DISPLAY "PROFILES.DAT is locked by another process; "
               "try again later."
             GOBACK
           END-IF
           PERFORM CLEAN-PROFILE-VALUES
           PERFORM RELEASE-PROFILES-LOCK

           PERFORM CLEAN-ELIGIBILITY-MAJORS
           PERFORM WRITE-CLEANUP-REPORT

           DISPLAY "College/major cleanup complete: " WS-PRO-CHANGED
             " of " WS-PRO-SEEN " profile(s) changed ("
             WS-COLLEGE-MAPPED " college(s), " WS-MAJOR-MAPPED
             " major(s));"
           DISPLAY "  " WS-RULES-CHANGED " posting rule(s) updated; "
             WS-RV-COUNT " value(s) on the review list."
           DISPLAY "See " FUNCTION TRIM(WS-REPORT-FILENAME)

           GOBACK.

      *> Map WS-MAP-TEXT of type WS-MAP-TYPE onto the code table.
      *> The text is only ever replaced by a canonical name.
       MAP-ONE-VALUE.
           MOVE "N" TO WS-MAP-RENAMED
           MOVE "N" TO WS-MAP-MATCHED
           IF WS-MAP-TEXT = SPACES
             MOVE "Y" TO WS-MAP-MATCHED
             EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-AM-FUNCTION
           MOVE WS-MAP-TYPE TO WS-AM-TYPE
           MOVE WS-MAP-TEXT TO WS-AM-TEXT
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-AM-FOUND
           END-CALL

           IF WS-AM-FOUND = "Y"
             MOVE "Y" TO WS-MAP-MATCHED
             IF WS-MAP-TEXT NOT = WS-AM-NAME
               MOVE WS-AM-NAME TO WS-MAP-TEXT
               MOVE "Y" TO WS-MAP-RENAMED
             END-IF
           ELSE
             PERFORM NOTE-REVIEW-VALUE
           END-IF.

       NOTE-REVIEW-VALUE.
           IF WS-RV-COUNT >= WS-MAX-REVIEW
             MOVE "Y" TO WS-RV-OVERFLOW
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RV-COUNT
           MOVE WS-RV-KEY-IN TO WS-RV-KEY(WS-RV-COUNT)
           MOVE WS-RV-FIELD-IN TO WS-RV-FIELD(WS-RV-COUNT)
           MOVE WS-MAP-TEXT TO WS-RV-TEXT(WS-RV-COUNT).

      *> Stream every profile through PROFILES.NEW with its college
      *> and major mapped, then swap the work file in behind the
      *> commit marker.
       CLEAN-PROFILE-VALUES.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
             IF WS-PROFILES-STATUS = "05"
               CLOSE PROFILES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PROFILES-WORK-FILE
           IF WS-PROFILES-WORK-STATUS NOT = "00"
             AND WS-PROFILES-WORK-STATUS NOT = "05"
             DISPLAY "Unable to write PROFILES.NEW; profiles "
               "unchanged."
             CLOSE PROFILES-FILE
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PROFILES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 ADD 1 TO WS-PRO-SEEN
                 MOVE "N" TO WS-ROW-CHANGED
                 MOVE PROFILE-USERNAME TO WS-RV-KEY-IN

                 MOVE "C" TO WS-MAP-TYPE
                 MOVE "College" TO WS-RV-FIELD-IN
                 MOVE PROFILE-COLLEGE TO WS-MAP-TEXT
                 PERFORM MAP-ONE-VALUE
                 IF WS-MAP-RENAMED = "Y"
                   ADD 1 TO WS-COLLEGE-MAPPED
                   MOVE "Y" TO WS-ROW-CHANGED
                 END-IF
                 IF WS-MAP-MATCHED NOT = "Y"
                   ADD 1 TO WS-COLLEGE-REVIEW
                 END-IF
                 MOVE WS-MAP-TEXT TO PROFILE-COLLEGE

                 MOVE "M" TO WS-MAP-TYPE
                 MOVE "Major" TO WS-RV-FIELD-IN
                 MOVE PROFILE-MAJOR TO WS-MAP-TEXT
                 PERFORM MAP-ONE-VALUE
                 IF WS-MAP-RENAMED = "Y"
                   ADD 1 TO WS-MAJOR-MAPPED
                   MOVE "Y" TO WS-ROW-CHANGED
                 END-IF
                 IF WS-MAP-MATCHED NOT = "Y"
                   ADD 1 TO WS-MAJOR-REVIEW
                 END-IF
                 MOVE WS-MAP-TEXT TO PROFILE-MAJOR

      *> The profile as it stands on the live file goes to the
      *> change history before the staged copy replaces it.
                 IF WS-ROW-CHANGED = "Y"
                   ADD 1 TO WS-PRO-CHANGED
                   MOVE SPACES TO WS-PROFILE-HISTORY
                   MOVE "S" TO WS-PH-FUNCTION
                   MOVE PROFILE-USERNAME TO WS-PH-USERNAME
                   MOVE "ACADEMICCLEANUP" TO WS-PH-ACTOR
                   MOVE "P" TO WS-PH-SECTION
                   MOVE "E" TO WS-PH-KIND
                   CALL "PROFHIST" USING WS-PROFILE-HISTORY
                     ON EXCEPTION
                       CONTINUE
                   END-CALL
                 END-IF

                 MOVE PROFILE-RECORD TO PROFILE-WORK-RECORD
                 WRITE PROFILE-WORK-RECORD
                 ADD 1 TO WS-WRITE-COUNT
             END-READ
           END-PERFORM

           CLOSE PROFILES-FILE
           CLOSE PROFILES-WORK-FILE

           IF WS-PRO-CHANGED = 0
             PERFORM CLEAR-WORK-FILE
             EXIT PARAGRAPH
           END-IF

           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
             DISPLAY "Record-count check failed; PROFILES.DAT left "
               "unchanged."
             PERFORM CLEAR-WORK-FILE
             EXIT PARAGRAPH
           END-IF

      *> Re-read PROFILES.NEW so a torn write is caught before the
      *> live file is touched.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT PROFILES-WORK-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ PROFILES-WORK-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 ADD 1 TO WS-WORK-COUNT
             END-READ
           END-PERFORM
           CLOSE PROFILES-WORK-FILE

           IF WS-WORK-COUNT NOT = WS-WRITE-COUNT
             DISPLAY "PROFILES.NEW verify failed; PROFILES.DAT left "
               "unchanged."
             PERFORM CLEAR-WORK-FILE
             EXIT PARAGRAPH
           END-IF

      *> The PROFILES.CMT marker makes the copy-back recoverable: the
      *> interactive startup check finishes an interrupted swap when
      *> it finds the marker alongside the work file.
           OPEN OUTPUT PROFILES-COMMIT-FILE
           IF WS-PROFILES-CMT-STATUS = "00"
             OR WS-PROFILES-CMT-STATUS = "05"
             MOVE WS-WORK-COUNT TO PROFILES-COMMIT-RECORD
             WRITE PROFILES-COMMIT-RECORD
             CLOSE PROFILES-COMMIT-FILE
           END-IF

           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT PROFILES-WORK-FILE
           OPEN OUTPUT PROFILES-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ PROFILES-WORK-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 MOVE PROFILE-WORK-RECORD TO PROFILE-RECORD
                 WRITE PROFILE-RECORD
             END-READ
           END-PERFORM
           CLOSE PROFILES-WORK-FILE
           CLOSE PROFILES-FILE
           MOVE "Y" TO WS-PROFILES-APPLIED

      *> Marker first, so a leftover work file is treated as
      *> unverified and discarded, never re-applied.
           OPEN OUTPUT PROFILES-COMMIT-FILE
           IF WS-PROFILES-CMT-STATUS = "00"
             OR WS-PROFILES-CMT-STATUS = "05"
             CLOSE PROFILES-COMMIT-FILE
           END-IF
           PERFORM CLEAR-WORK-FILE.

       CLEAR-WORK-FILE.
           OPEN OUTPUT PROFILES-WORK-FILE
           IF WS-PROFILES-WORK-STATUS = "00"
             OR WS-PROFILES-WORK-STATUS = "05"
             CLOSE PROFILES-WORK-FILE
           END-IF.

      *> The rule in force for a posting is its latest JOBELIG.DAT
      *> row. Each rule whose accepted majors map to different names
      *> is appended again with the canonical names. A major that
      *> matches nothing may be a deliberate broad word such as
      *> "Engineering", which the eligibility check still applies
      *> by containment, so it is listed for review but kept.
       CLEAN-ELIGIBILITY-MAJORS.
           MOVE 0 TO WS-RULE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBELIG-FILE
           IF WS-JOBELIG-STATUS NOT = "00"
             IF WS-JOBELIG-STATUS = "05"
               CLOSE JOBELIG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ JOBELIG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE 0 TO WS-RULE-HIT
                 PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                     OR WS-RULE-HIT > 0
                   IF WS-RULE-ROW(WS-RULE-IDX)(1:12) = JE-JOB-ID
                     MOVE WS-RULE-IDX TO WS-RULE-HIT
                   END-IF
                 END-PERFORM
                 IF WS-RULE-HIT = 0 AND WS-RULE-COUNT < WS-MAX-RULES
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-RULE-COUNT TO WS-RULE-HIT
                 END-IF
                 IF WS-RULE-HIT > 0
                   MOVE JOBELIG-RECORD TO WS-RULE-ROW(WS-RULE-HIT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBELIG-FILE
           MOVE "N" TO WS-EOF

           IF WS-RULE-COUNT = 0
             EXIT PARAGRAPH
           END-IF

           OPEN EXTEND JOBELIG-FILE
           IF WS-JOBELIG-STATUS NOT = "00"
             AND WS-JOBELIG-STATUS NOT = "05"
             DISPLAY "Unable to extend JOBELIG.DAT; posting rules "
               "unchanged."
             EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-MAP-TYPE
           MOVE "Posting" TO WS-RV-FIELD-IN
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
             UNTIL WS-RULE-IDX > WS-RULE-COUNT
             ADD 1 TO WS-RULES-SEEN
             MOVE WS-RULE-ROW(WS-RULE-IDX) TO JOBELIG-RECORD
             MOVE JE-JOB-ID TO WS-RV-KEY-IN
             MOVE "N" TO WS-ROW-CHANGED
             PERFORM VARYING WS-MAJOR-IDX FROM 1 BY 1
               UNTIL WS-MAJOR-IDX > 5
               MOVE JE-MAJOR(WS-MAJOR-IDX) TO WS-MAP-TEXT
               PERFORM MAP-ONE-VALUE
               IF WS-MAP-RENAMED = "Y"
                 ADD 1 TO WS-RULE-MAJORS-MAPPED
                 MOVE "Y" TO WS-ROW-CHANGED
                 MOVE WS-MAP-TEXT TO JE-MAJOR(WS-MAJOR-IDX)
               END-IF
               IF WS-MAP-MATCHED NOT = "Y"
                 ADD 1 TO WS-RULE-MAJORS-REVIEW
               END-IF
             END-PERFORM
             IF WS-ROW-CHANGED = "Y"
               WRITE JOBELIG-RECORD
               ADD 1 TO WS-RULES-CHANGED
             END-IF
           END-PERFORM
           CLOSE JOBELIG-FILE.

       WRITE-CLEANUP-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "ACADEMIC-CLEANUP-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "Unable to open the college/major cleanup report."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege College/Major Cleanup - "
                    DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "Values             Rows  Mapped  For review"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Profile college" TO REPORT-LINE(1:17)
           MOVE WS-PRO-SEEN TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(17:6)
           MOVE WS-COLLEGE-MAPPED TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(25:6)
           MOVE WS-COLLEGE-REVIEW TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(36:6)
           IF WS-PRO-CHANGED > 0 AND WS-PROFILES-APPLIED NOT = "Y"
             MOVE "NOT APPLIED" TO REPORT-LINE(45:11)
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Profile major" TO REPORT-LINE(1:17)
           MOVE WS-PRO-SEEN TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(17:6)
           MOVE WS-MAJOR-MAPPED TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(25:6)
           MOVE WS-MAJOR-REVIEW TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(36:6)
           IF WS-PRO-CHANGED > 0 AND WS-PROFILES-APPLIED NOT = "Y"
             MOVE "NOT APPLIED" TO REPORT-LINE(45:11)
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Posting majors" TO REPORT-LINE(1:17)
           MOVE WS-RULES-SEEN TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(17:6)
           MOVE WS-RULE-MAJORS-MAPPED TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(25:6)
           MOVE WS-RULE-MAJORS-REVIEW TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(36:6)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RV-COUNT = 0
             MOVE "Every college and major matches the code tables."
               TO REPORT-LINE
             WRITE REPORT-LINE
             CLOSE REPORT-FILE
             EXIT PARAGRAPH
           END-IF

           MOVE "Review list (left as entered, not guessed):"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Add each with ACADCODES ALIAS or ACADCODES ADD and "
             TO REPORT-LINE
           MOVE "rerun." TO REPORT-LINE(52:6)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "User/posting  Field     Text as entered"
             TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
             UNTIL WS-RV-IDX > WS-RV-COUNT
             MOVE SPACES TO REPORT-LINE
             MOVE WS-RV-KEY(WS-RV-IDX) TO REPORT-LINE(1:12)
             MOVE WS-RV-FIELD(WS-RV-IDX) TO REPORT-LINE(15:8)
             MOVE WS-RV-TEXT(WS-RV-IDX) TO REPORT-LINE(25:30)
             WRITE REPORT-LINE
           END-PERFORM

           IF WS-RV-OVERFLOW = "Y"
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "More values for review than the report lists; "
               TO REPORT-LINE
             MOVE "rerun after adding these." TO REPORT-LINE(48:25)
             WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE.

      *> ===== PROFILES.LCK lock protocol (shared with the other
      *> programs that rewrite PROFILES.DAT) =====
       ACQUIRE-PROFILES-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE SPACES TO WS-LOCK-HELD-TS
           OPEN INPUT PROFILES-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
             READ PROFILES-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PROFILES-LOCK-RECORD TO WS-LOCK-HELD-TS
             END-READ
             CLOSE PROFILES-LOCK-FILE
           ELSE
             IF WS-LOCK-STATUS = "05"
               CLOSE PROFILES-LOCK-FILE
             END-IF
           END-IF

           IF WS-LOCK-HELD-TS NOT = SPACES
             PERFORM CHECK-LOCK-STALE
             IF WS-LOCK-STALE NOT = "Y"
               EXIT PARAGRAPH
             END-IF
           END-IF

           OPEN OUTPUT PROFILES-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             MOVE FUNCTION CURRENT-DATE(1:14) TO PROFILES-LOCK-RECORD
             WRITE PROFILES-LOCK-RECORD
             CLOSE PROFILES-LOCK-FILE
             MOVE "Y" TO WS-LOCK-OK
           END-IF.

       RELEASE-PROFILES-LOCK.
           OPEN OUTPUT PROFILES-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             CLOSE PROFILES-LOCK-FILE
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

       END PROGRAM ACADEMICCLEANUP.
