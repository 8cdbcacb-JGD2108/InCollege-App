       PROGRAM-ID. PROFILECOMPLETENESS.

      *> Completion-rate report for career services: the same
      *> completeness score the login greeting shows (basic profile,
      *> About Me, experience, education, skills, endorsements,
      *> projects, certifications), averaged per college and per
      *> graduation year
      *> with a count of profiles under the halfway mark, so outreach
      *> can target the emptiest cohorts.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDORSE-STATUS.

           SELECT OPTIONAL PROJECTS-FILE
               ASSIGN TO "PROJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECTS-STATUS.

           SELECT OPTIONAL CERTS-FILE
               ASSIGN TO "CERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
             05 ENDORSE-TEXT PIC X(60).
             05 ENDORSE-DATE PIC X(8).

       FD PROJECTS-FILE.
           01 PROJECT-RECORD.
             05 PROJECT-USERNAME PIC X(12).
             05 FILLER PIC X(172).

       FD CERTS-FILE.
           01 CERT-RECORD.
             05 CERT-USERNAME PIC X(12).
             05 FILLER PIC X(98).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

         77 WS-EDUCATION-STATUS PIC XX.
         77 WS-SKILLS-STATUS PIC XX.
         77 WS-ENDORSE-STATUS PIC XX.
         77 WS-PROJECTS-STATUS PIC XX.
         77 WS-CERTS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-SCAN-EOF PIC X VALUE "N".
           GOBACK.

       SCORE-ONE-PROFILE.
      *> Mirror of the interactive score: 20 basic, 15 About Me,
      *> 15 experience, 10 education, 15 skills, 15 endorsements,
      *> 5 projects, 5 certifications.
           MOVE 20 TO WS-SCORE
           IF FUNCTION LENGTH(FUNCTION TRIM(PROFILE-ABOUT-ME)) > 0
             ADD 15 TO WS-SCORE
           END-IF

           MOVE "EXPERIENCE" TO WS-CO-KEY-IN
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 15 TO WS-SCORE
           END-IF

           MOVE "EDUCATION" TO WS-CO-KEY-IN
             ADD 15 TO WS-SCORE
           END-IF

           MOVE "PROJECTS" TO WS-CO-KEY-IN
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 5 TO WS-SCORE
           END-IF

           MOVE "CERTS" TO WS-CO-KEY-IN
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 5 TO WS-SCORE
           END-IF

           MOVE "C" TO WS-CO-TYPE-IN
           MOVE PROFILE-COLLEGE TO WS-CO-KEY-IN
           PERFORM ADD-SCORE-TO-COHORT
                   CLOSE SKILLS-FILE
                 END-IF
               END-IF
             WHEN "PROJECTS"
               OPEN INPUT PROJECTS-FILE
               IF WS-PROJECTS-STATUS = "00"
                 PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PROJECTS-FILE
                     AT END
                       MOVE "Y" TO WS-SCAN-EOF
                     NOT AT END
                       IF FUNCTION TRIM(PROJECT-USERNAME) =
                         FUNCTION TRIM(PROFILE-USERNAME)
                         MOVE "Y" TO WS-HAS-ANY
                         MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE PROJECTS-FILE
               ELSE
                 IF WS-PROJECTS-STATUS = "05"
                   CLOSE PROJECTS-FILE
                 END-IF
               END-IF
             WHEN "CERTS"
               OPEN INPUT CERTS-FILE
               IF WS-CERTS-STATUS = "00"
                 PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ CERTS-FILE
                     AT END
                       MOVE "Y" TO WS-SCAN-EOF
                     NOT AT END
                       IF FUNCTION TRIM(CERT-USERNAME) =
                         FUNCTION TRIM(PROFILE-USERNAME)
                         MOVE "Y" TO WS-HAS-ANY
                         MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE CERTS-FILE
               ELSE
                 IF WS-CERTS-STATUS = "05"
                   CLOSE CERTS-FILE
                 END-IF
               END-IF
             WHEN OTHER
               OPEN INPUT ENDORSEMENTS-FILE
               IF WS-ENDORSE-STATUS = "00"
