      *> strong bump per listed JOBSKILLS.DAT requirement the student
      *> has completed in SKILLS.DAT), then writes each user's top
      *> matches to RECOMMENDATIONS.DAT for the "Jobs picked for you"
      *> entry on the job menu. Postings whose JOBELIG.DAT rules the
      *> student does not meet (graduation year, major, alumni) are
      *> never recommended. The file is rebuilt from scratch on
      *> every run.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECS-STATUS.

           SELECT OPTIONAL JOBELIG-FILE
               ASSIGN TO "JOBELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBELIG-STATUS.

           SELECT OPTIONAL USERS-FILE
               ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT OPTIONAL PREFERENCES-FILE
               ASSIGN TO "PREFERENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD JOBSKILLS-FILE.
           01 JOBSKILL-RECORD.
             05 REC-SCORE PIC 9(3).
             05 REC-DATE PIC X(8).

       FD JOBELIG-FILE.
           01 JOBELIG-RECORD.
             05 JE-JOB-ID PIC X(12).
             05 JE-GRAD-FROM PIC 9(4).
             05 JE-GRAD-TO PIC 9(4).
             05 JE-ALUMNI PIC X(1).
             05 JE-MAJOR PIC X(30) OCCURS 5 TIMES.

       FD USERS-FILE.
           01 USER-RECORD.
             05 USERNAME PIC X(12).
             05 USER-PASSWORD PIC X(12).
             05 USER-SEC-QUESTION PIC X(60).
             05 USER-SEC-ANSWER PIC X(30).
             05 USER-ACTIVE PIC X(1).
             05 USER-ACCOUNT-TYPE PIC X(1).

       FD PREFERENCES-FILE.
           01 PREFERENCE-RECORD.
             05 PF-USERNAME PIC X(12).
             10 WS-JT-EMPLOYER PIC X(30).
             10 WS-JT-LOCATION PIC X(30).
             10 WS-JT-DEADLINE PIC X(8).
             10 WS-JT-EL-SET PIC X(1).
             10 WS-JT-GRAD-FROM PIC 9(4).
             10 WS-JT-GRAD-TO PIC 9(4).
             10 WS-JT-ALUMNI PIC X(1).
             10 WS-JT-MAJOR PIC X(30) OCCURS 5 TIMES.
         77 WS-JOB-COUNT PIC 9(4) VALUE 0.
         77 WS-JOB-IDX PIC 9(4) VALUE 0.

      *> One Y/N per catalog slot for the user being scored
         77 WS-USER-SKILLS PIC X(9).

      *> Posting eligibility rules and the alumni accounts they
      *> may exclude
         77 WS-JOBELIG-STATUS PIC XX.
         77 WS-USERS-STATUS PIC XX.
         77 WS-MAX-ALUMNI PIC 9(4) VALUE 2000.
         01 WS-ALUMNI-TABLE.
           05 WS-ALUMNI-USER PIC X(12) OCCURS 2000 TIMES.
         77 WS-ALUMNI-COUNT PIC 9(4) VALUE 0.
         77 WS-ALUMNI-IDX PIC 9(4) VALUE 0.
         77 WS-CUR-ALUMNI PIC X VALUE "N".
         77 WS-CUR-GRAD-YEAR PIC 9(4) VALUE 0.
         77 WS-JOB-ELIGIBLE PIC X VALUE "Y".
         77 WS-EL-IDX PIC 9 VALUE 0.

      *> One user processed at a time
         77 WS-CURRENT-USER PIC X(12).
         77 WS-CURRENT-MAJOR PIC X(30).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           PERFORM LOAD-JOBS
           PERFORM LOAD-JOBSKILLS
           PERFORM LOAD-JOB-ELIGIBILITY
           PERFORM LOAD-ALUMNI-ACCOUNTS
           PERFORM LOAD-SEEKING-PREFS

           IF WS-JOB-COUNT = 0
                     MOVE JOB-EMPLOYER TO WS-JT-EMPLOYER(WS-JOB-COUNT)
                     MOVE JOB-LOCATION TO WS-JT-LOCATION(WS-JOB-COUNT)
                     MOVE JOB-DEADLINE TO WS-JT-DEADLINE(WS-JOB-COUNT)
                     MOVE "N" TO WS-JT-EL-SET(WS-JOB-COUNT)
                   END-IF
                 END-IF
             END-READ
               NOT AT END
                 MOVE PROFILE-USERNAME TO WS-CURRENT-USER
                 MOVE PROFILE-MAJOR TO WS-CURRENT-MAJOR
                 MOVE 0 TO WS-CUR-GRAD-YEAR
                 IF PROFILE-GRAD-YEAR IS NUMERIC
                   MOVE PROFILE-GRAD-YEAR TO WS-CUR-GRAD-YEAR
                 END-IF
                 PERFORM SCORE-ONE-USER
                 ADD 1 TO WS-USERS-DONE
             END-READ

       SCORE-ONE-USER.
           PERFORM LOOKUP-SEEKING-STATUS
           PERFORM LOOKUP-ALUMNI-STATUS
           PERFORM LOAD-USER-EXPERIENCE-TERMS
           PERFORM LOAD-USER-SKILLS
           PERFORM SPLIT-MAJOR-WORDS
           MOVE SPACES TO WS-TOP-RECS
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
             UNTIL WS-JOB-IDX > WS-JOB-COUNT
             PERFORM CHECK-JOB-ELIGIBLE
             IF WS-JOB-ELIGIBLE = "Y"
               PERFORM SCORE-ONE-JOB
               IF WS-JOB-SCORE > 0
                 PERFORM KEEP-IF-TOP-SCORE
               END-IF
             END-IF
           END-PERFORM

           CLOSE SKILLS-FILE
           MOVE "N" TO WS-JOBS-EOF.

       LOAD-JOB-ELIGIBILITY.
      *> Attach each JOBELIG.DAT row to its posting in the job table;
      *> a later row for the same posting wins.
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
                 PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JT-ID(WS-JOB-IDX) = JE-JOB-ID
                     MOVE "Y" TO WS-JT-EL-SET(WS-JOB-IDX)
                     MOVE JE-GRAD-FROM TO WS-JT-GRAD-FROM(WS-JOB-IDX)
                     MOVE JE-GRAD-TO TO WS-JT-GRAD-TO(WS-JOB-IDX)
                     MOVE JE-ALUMNI TO WS-JT-ALUMNI(WS-JOB-IDX)
                     PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                       UNTIL WS-EL-IDX > 5
                       MOVE JE-MAJOR(WS-EL-IDX) TO
                         WS-JT-MAJOR(WS-JOB-IDX, WS-EL-IDX)
                     END-PERFORM
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE JOBELIG-FILE
           MOVE "N" TO WS-EOF.

       LOAD-ALUMNI-ACCOUNTS.
           MOVE 0 TO WS-ALUMNI-COUNT
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
                 IF USER-ACCOUNT-TYPE = "L"
                   AND WS-ALUMNI-COUNT < WS-MAX-ALUMNI
                   ADD 1 TO WS-ALUMNI-COUNT
                   MOVE USERNAME TO WS-ALUMNI-USER(WS-ALUMNI-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE USERS-FILE
           MOVE "N" TO WS-EOF.

       LOOKUP-ALUMNI-STATUS.
           MOVE "N" TO WS-CUR-ALUMNI
           PERFORM VARYING WS-ALUMNI-IDX FROM 1 BY 1
             UNTIL WS-ALUMNI-IDX > WS-ALUMNI-COUNT
             IF WS-ALUMNI-USER(WS-ALUMNI-IDX) = WS-CURRENT-USER
               MOVE "Y" TO WS-CUR-ALUMNI
             END-IF
           END-PERFORM.

       CHECK-JOB-ELIGIBLE.
      *> Same rules the apply screen enforces: alumni exclusion,
      *> graduation-year window, and accepted majors (the profile
      *> major must contain one of them).
           MOVE "Y" TO WS-JOB-ELIGIBLE
           IF WS-JT-EL-SET(WS-JOB-IDX) NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           IF WS-JT-ALUMNI(WS-JOB-IDX) = "N" AND WS-CUR-ALUMNI = "Y"
             MOVE "N" TO WS-JOB-ELIGIBLE
             EXIT PARAGRAPH
           END-IF

           IF WS-JT-GRAD-FROM(WS-JOB-IDX) > 0
             AND (WS-CUR-GRAD-YEAR = 0
               OR WS-CUR-GRAD-YEAR < WS-JT-GRAD-FROM(WS-JOB-IDX))
             MOVE "N" TO WS-JOB-ELIGIBLE
             EXIT PARAGRAPH
           END-IF
           IF WS-JT-GRAD-TO(WS-JOB-IDX) > 0
             AND (WS-CUR-GRAD-YEAR = 0
               OR WS-CUR-GRAD-YEAR > WS-JT-GRAD-TO(WS-JOB-IDX))
             MOVE "N" TO WS-JOB-ELIGIBLE
             EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-FILTER-FOUND
           MOVE WS-CURRENT-MAJOR TO WS-FILTER-HAYSTACK
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
             UNTIL WS-EL-IDX > 5
             IF WS-JT-MAJOR(WS-JOB-IDX, WS-EL-IDX) NOT = SPACES
               IF WS-EL-IDX = 1
                 MOVE "N" TO WS-FILTER-FOUND
               END-IF
               IF WS-FILTER-FOUND = "N"
                 AND WS-CURRENT-MAJOR NOT = SPACES
                 MOVE WS-JT-MAJOR(WS-JOB-IDX, WS-EL-IDX) TO
                   WS-FILTER-NEEDLE
                 PERFORM FIND-SUBSTRING-MATCH
               END-IF
             END-IF
           END-PERFORM
           IF WS-FILTER-FOUND = "N"
             MOVE "N" TO WS-JOB-ELIGIBLE
           END-IF.

       KEEP-IF-TOP-SCORE.
      *> Keep the three best-scoring postings per user: replace the
      *> lowest kept score when the new one beats it.
