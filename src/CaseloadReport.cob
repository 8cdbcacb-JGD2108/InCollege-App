       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASELOADREPORT.

      *> Printable advisor caseload for the advising office. For
      *> every advisor/advisee pairing in ADVISEES.DAT the report
      *> shows the advisee's profile completeness score (the same
      *> score the login greeting shows), applications by
      *> status (including outside applications the student logged
      *> in OUTSIDEAPPS.DAT), upcoming interviews, last login and
      *> whether they are open to opportunities, grouped by advisor.
      *>
      *>   CASELOADREPORT              every advisor
      *>   CASELOADREPORT <advisor>    one advisor's caseload

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADVISEES-FILE
               ASSIGN TO "ADVISEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVISEES-STATUS.

           SELECT OPTIONAL PROFILES-FILE
               ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL EXPERIENCE-FILE
               ASSIGN TO "EXPERIENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPERIENCE-STATUS.

           SELECT OPTIONAL EDUCATION-FILE
               ASSIGN TO "EDUCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDUCATION-STATUS.

           SELECT OPTIONAL SKILLS-FILE
               ASSIGN TO "SKILLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLS-STATUS.

           SELECT OPTIONAL ENDORSEMENTS-FILE
               ASSIGN TO "ENDORSEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDORSE-STATUS.

           SELECT OPTIONAL APPLICATIONS-FILE
               ASSIGN TO "APPLICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT OPTIONAL OUTSIDEAPPS-FILE
               ASSIGN TO "OUTSIDEAPPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSIDE-STATUS.

           SELECT OPTIONAL INTERVIEWS-FILE
               ASSIGN TO "INTERVIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.

           SELECT OPTIONAL LOGINLOG-FILE
               ASSIGN TO "LOGINLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGINLOG-STATUS.

           SELECT OPTIONAL PREFERENCES-FILE
               ASSIGN TO "PREFERENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.

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
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADVISEES-FILE.
           01 ADVISEE-RECORD.
             05 AV-ADVISOR PIC X(12).
             05 AV-STUDENT PIC X(12).
             05 AV-ASSIGNED-DATE PIC X(8).

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

       FD EXPERIENCE-FILE.
           01 EXPERIENCE-RECORD.
             05 EXPERIENCE-USERNAME PIC X(12).
             05 EXPERIENCE-INDEX PIC 99.
             05 EXPERIENCE-TITLE PIC X(30).
             05 EXPERIENCE-COMPANY PIC X(30).
             05 EXPERIENCE-START-DATE PIC X(10).
             05 EXPERIENCE-END-DATE PIC X(10).
             05 EXPERIENCE-DESC PIC X(100).

       FD EDUCATION-FILE.
           01 EDUCATION-RECORD.
             05 EDUCATION-USERNAME PIC X(12).
             05 EDUCATION-INDEX PIC 99.
             05 EDUCATION-DEGREE PIC X(30).
             05 EDUCATION-UNI PIC X(30).
             05 EDUCATION-START-YEAR PIC 9(4).
             05 EDUCATION-END-YEAR PIC 9(4).
             05 EDUCATION-VERIFIED PIC X(1).

       FD SKILLS-FILE.
           01 SKILL-TS-RECORD.
             05 STS-USERNAME PIC X(12).
             05 STS-INDEX PIC 9.
             05 STS-NAME PIC X(30).
             05 STS-COMPLETED-DATE PIC X(8).
             05 STS-STALE PIC X(1).

       FD ENDORSEMENTS-FILE.
           01 ENDORSEMENT-RECORD.
             05 ENDORSE-ENDORSER PIC X(12).
             05 ENDORSE-ENDORSEE PIC X(12).
             05 ENDORSE-ENTRY-TYPE PIC X(1).
             05 ENDORSE-ENTRY-INDEX PIC 99.
             05 ENDORSE-TEXT PIC X(60).
             05 ENDORSE-DATE PIC X(8).

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

       FD OUTSIDEAPPS-FILE.
           01 OUTSIDEAPP-RECORD.
             05 OA-ID PIC X(12).
             05 OA-USERNAME PIC X(12).
             05 OA-EMPLOYER PIC X(30).
             05 OA-TITLE PIC X(30).
             05 OA-APPLIED-DATE PIC X(8).
             05 OA-SOURCE PIC X(20).
             05 OA-STATUS PIC X(1).
             05 OA-STATUS-DATE PIC X(8).

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

       FD LOGINLOG-FILE.
           01 LOGINLOG-RECORD.
             05 LL-USERNAME PIC X(12).
             05 LL-LOGIN-TIMESTAMP PIC X(14).

       FD PREFERENCES-FILE.
           01 PREFERENCE-RECORD.
             05 PF-USERNAME PIC X(12).
             05 PF-VISIBILITY PIC X(1).
             05 PF-NO-RECOMMEND PIC X(1).
             05 PF-NO-VIEWLOG PIC X(1).
             05 PF-XCAMPUS PIC X(1).
             05 PF-SEEKING PIC X(1).
             05 PF-AVAIL-FROM PIC X(8).
             05 PF-DESIRED-LOC PIC X(30).
             05 PF-NO-EXTRACT PIC X(1).

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

       WORKING-STORAGE SECTION.
         77 WS-ADVISEES-STATUS PIC XX.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-EXPERIENCE-STATUS PIC XX.
         77 WS-EDUCATION-STATUS PIC XX.
         77 WS-SKILLS-STATUS PIC XX.
         77 WS-ENDORSE-STATUS PIC XX.
         77 WS-PROJECTS-STATUS PIC XX.
         77 WS-CERTS-STATUS PIC XX.
         77 WS-APPLICATIONS-STATUS PIC XX.
         77 WS-OUTSIDE-STATUS PIC XX.
         77 WS-INTERVIEWS-STATUS PIC XX.
         77 WS-LOGINLOG-STATUS PIC XX.
         77 WS-PREFS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-SCAN-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-NOW-STAMP PIC X(12).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-COMMAND-LINE PIC X(80).
         77 WS-ADVISOR-FILTER PIC X(12) VALUE SPACES.

      *> Caseload rows, sorted advisor-then-advisee before printing
         77 WS-MAX-ROWS PIC 9(4) VALUE 2000.
         01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 2000 TIMES.
             10 WS-CASE-ADVISOR PIC X(12).
             10 WS-CASE-STUDENT PIC X(12).
         77 WS-CASE-COUNT PIC 9(4) VALUE 0.
         77 WS-CASE-IDX PIC 9(4) VALUE 0.
         77 WS-CASE-IDX2 PIC 9(4) VALUE 0.
         01 WS-CASE-SWAP PIC X(24).
         77 WS-CURRENT-ADVISOR PIC X(12).
         77 WS-ADVISEE-NUMBER PIC 9(4) VALUE 0.

      *> One advisee's figures, rebuilt for each row
         77 WS-STUDENT PIC X(12).
         77 WS-STUDENT-NAME PIC X(41).
         77 WS-HAS-PROFILE PIC X VALUE "N".
         77 WS-HAS-ABOUT PIC X VALUE "N".
         77 WS-HAS-ANY PIC X VALUE "N".
         77 WS-SIDE-FILE PIC X(10).
         77 WS-SCORE PIC 9(3) VALUE 0.
         77 WS-SEEKING PIC X(3).
         77 WS-LAST-LOGIN PIC X(8).
         77 WS-APP-CODES PIC X(8) VALUE "SUIORAXL".
         01 WS-APP-TALLY.
           05 WS-APP-N PIC 9(4) OCCURS 8 TIMES.
         77 WS-APP-IDX PIC 9(2) VALUE 0.
         77 WS-APP-TOTAL PIC 9(4) VALUE 0.
         77 WS-APP-OUTSIDE PIC 9(4) VALUE 0.
         77 WS-APP-LABEL PIC X(20).
         77 WS-IV-COUNT PIC 9(4) VALUE 0.
         77 WS-IV-NEXT PIC X(12).
         77 WS-COUNT-TEXT PIC Z(3)9.
         77 WS-OUTSIDE-TEXT PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "CASELOAD-REPORT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-ADVISOR-FILTER

           PERFORM LOAD-CASELOAD
           PERFORM SORT-CASELOAD
           PERFORM WRITE-CASELOAD-REPORT

           GOBACK.

       LOAD-CASELOAD.
           MOVE 0 TO WS-CASE-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT ADVISEES-FILE
           IF WS-ADVISEES-STATUS NOT = "00"
             IF WS-ADVISEES-STATUS = "05"
               CLOSE ADVISEES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ ADVISEES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF (WS-ADVISOR-FILTER = SPACES
                     OR FUNCTION TRIM(AV-ADVISOR) =
                       FUNCTION TRIM(WS-ADVISOR-FILTER))
                   AND WS-CASE-COUNT < WS-MAX-ROWS
                   ADD 1 TO WS-CASE-COUNT
                   MOVE AV-ADVISOR TO WS-CASE-ADVISOR(WS-CASE-COUNT)
                   MOVE AV-STUDENT TO WS-CASE-STUDENT(WS-CASE-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ADVISEES-FILE.

       SORT-CASELOAD.
      *> Simple exchange sort; advisor major, advisee minor.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX >= WS-CASE-COUNT
             PERFORM VARYING WS-CASE-IDX2 FROM 1 BY 1
               UNTIL WS-CASE-IDX2 >= WS-CASE-COUNT
               IF WS-CASE-ENTRY(WS-CASE-IDX2) >
                 WS-CASE-ENTRY(WS-CASE-IDX2 + 1)
                 MOVE WS-CASE-ENTRY(WS-CASE-IDX2) TO WS-CASE-SWAP
                 MOVE WS-CASE-ENTRY(WS-CASE-IDX2 + 1) TO
                   WS-CASE-ENTRY(WS-CASE-IDX2)
                 MOVE WS-CASE-SWAP TO WS-CASE-ENTRY(WS-CASE-IDX2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-CASELOAD-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the caseload report file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Advisor Caseload - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CASE-COUNT = 0
             MOVE "No advisee assignments are on file." TO
               REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO WS-CURRENT-ADVISOR
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-COUNT
             IF WS-CASE-ADVISOR(WS-CASE-IDX) NOT = WS-CURRENT-ADVISOR
               MOVE WS-CASE-ADVISOR(WS-CASE-IDX) TO WS-CURRENT-ADVISOR
               MOVE 0 TO WS-ADVISEE-NUMBER
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Advisor: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-ADVISOR) DELIMITED BY
                        SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
             ADD 1 TO WS-ADVISEE-NUMBER
             MOVE WS-CASE-STUDENT(WS-CASE-IDX) TO WS-STUDENT
             PERFORM BUILD-ADVISEE-FIGURES
             PERFORM WRITE-ONE-ADVISEE
           END-PERFORM

           CLOSE REPORT-FILE

           DISPLAY "Caseload report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME) " ("
             WS-CASE-COUNT " advisee(s)).".

       BUILD-ADVISEE-FIGURES.
           PERFORM SCORE-ADVISEE
           PERFORM TALLY-APPLICATIONS
           PERFORM TALLY-OUTSIDE-APPLICATIONS
           PERFORM FIND-UPCOMING-INTERVIEWS
           PERFORM FIND-LAST-LOGIN
           PERFORM FIND-SEEKING-STATUS.

       SCORE-ADVISEE.
      *> Mirror of the interactive score: 20 basic, 15 About Me,
      *> 15 experience, 10 education, 15 skills, 15 endorsements,
      *> 5 projects, 5 certifications.
           MOVE 0 TO WS-SCORE
           MOVE "N" TO WS-HAS-PROFILE
           MOVE "N" TO WS-HAS-ABOUT
           MOVE "(no profile yet)" TO WS-STUDENT-NAME
           MOVE "N" TO WS-SCAN-EOF

           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS = "00"
             PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ PROFILES-FILE
                 AT END
                   MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END
                   IF FUNCTION TRIM(PROFILE-USERNAME) =
                     FUNCTION TRIM(WS-STUDENT)
                     MOVE "Y" TO WS-HAS-PROFILE
                     IF FUNCTION LENGTH(FUNCTION
                       TRIM(PROFILE-ABOUT-ME)) > 0
                       MOVE "Y" TO WS-HAS-ABOUT
                     END-IF
                     MOVE SPACES TO WS-STUDENT-NAME
                     STRING FUNCTION TRIM(PROFILE-FIRST-NAME)
                              DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(PROFILE-LAST-NAME)
                              DELIMITED BY SIZE
                       INTO WS-STUDENT-NAME
                     END-STRING
                     MOVE "Y" TO WS-SCAN-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PROFILES-FILE
           ELSE
             IF WS-PROFILES-STATUS = "05"
               CLOSE PROFILES-FILE
             END-IF
           END-IF

           IF WS-HAS-PROFILE = "N"
             EXIT PARAGRAPH
           END-IF

           ADD 20 TO WS-SCORE
           IF WS-HAS-ABOUT = "Y"
             ADD 15 TO WS-SCORE
           END-IF

           MOVE "EXPERIENCE" TO WS-SIDE-FILE
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 15 TO WS-SCORE
           END-IF

           MOVE "EDUCATION" TO WS-SIDE-FILE
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 10 TO WS-SCORE
           END-IF

           MOVE "SKILLS" TO WS-SIDE-FILE
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 15 TO WS-SCORE
           END-IF

           MOVE "ENDORSE" TO WS-SIDE-FILE
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 15 TO WS-SCORE
           END-IF

           MOVE "PROJECTS" TO WS-SIDE-FILE
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 5 TO WS-SCORE
           END-IF

           MOVE "CERTS" TO WS-SIDE-FILE
           PERFORM CHECK-HAS-SIDE-ROWS
           IF WS-HAS-ANY = "Y"
             ADD 5 TO WS-SCORE
           END-IF.

       CHECK-HAS-SIDE-ROWS.
      *> Does WS-STUDENT have any row in the side file named by
      *> WS-SIDE-FILE?
           MOVE "N" TO WS-HAS-ANY
           MOVE "N" TO WS-SCAN-EOF

           EVALUATE FUNCTION TRIM(WS-SIDE-FILE)
             WHEN "EXPERIENCE"
               OPEN INPUT EXPERIENCE-FILE
               IF WS-EXPERIENCE-STATUS = "00"
                 PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ EXPERIENCE-FILE
                     AT END
                       MOVE "Y" TO WS-SCAN-EOF
                     NOT AT END
                       IF FUNCTION TRIM(EXPERIENCE-USERNAME) =
                         FUNCTION TRIM(WS-STUDENT)
                         MOVE "Y" TO WS-HAS-ANY
                         MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE EXPERIENCE-FILE
               ELSE
                 IF WS-EXPERIENCE-STATUS = "05"
                   CLOSE EXPERIENCE-FILE
                 END-IF
               END-IF
             WHEN "EDUCATION"
               OPEN INPUT EDUCATION-FILE
               IF WS-EDUCATION-STATUS = "00"
                 PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ EDUCATION-FILE
                     AT END
                       MOVE "Y" TO WS-SCAN-EOF
                     NOT AT END
                       IF FUNCTION TRIM(EDUCATION-USERNAME) =
                         FUNCTION TRIM(WS-STUDENT)
                         MOVE "Y" TO WS-HAS-ANY
                         MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE EDUCATION-FILE
               ELSE
                 IF WS-EDUCATION-STATUS = "05"
                   CLOSE EDUCATION-FILE
                 END-IF
               END-IF
             WHEN "SKILLS"
               OPEN INPUT SKILLS-FILE
               IF WS-SKILLS-STATUS = "00"
                 PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ SKILLS-FILE
                     AT END
                       MOVE "Y" TO WS-SCAN-EOF
                     NOT AT END
                       IF FUNCTION TRIM(STS-USERNAME) =
                         FUNCTION TRIM(WS-STUDENT)
                         AND STS-STALE NOT = "Y"
                         MOVE "Y" TO WS-HAS-ANY
                         MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE SKILLS-FILE
               ELSE
                 IF WS-SKILLS-STATUS = "05"
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
                         FUNCTION TRIM(WS-STUDENT)
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
                         FUNCTION TRIM(WS-STUDENT)
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
                 PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ ENDORSEMENTS-FILE
                     AT END
                       MOVE "Y" TO WS-SCAN-EOF
                     NOT AT END
                       IF FUNCTION TRIM(ENDORSE-ENDORSEE) =
                         FUNCTION TRIM(WS-STUDENT)
                         MOVE "Y" TO WS-HAS-ANY
                         MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE ENDORSEMENTS-FILE
               ELSE
                 IF WS-ENDORSE-STATUS = "05"
                   CLOSE ENDORSEMENTS-FILE
                 END-IF
               END-IF
           END-EVALUATE.

       TALLY-APPLICATIONS.
      *> One bucket per APP-STATUS code in WS-APP-CODES order; rows
      *> from before the lifecycle fields count as submitted.
           INITIALIZE WS-APP-TALLY
           MOVE 0 TO WS-APP-TOTAL
           MOVE "N" TO WS-SCAN-EOF

           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
             IF WS-APPLICATIONS-STATUS = "05"
               CLOSE APPLICATIONS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ APPLICATIONS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(APP-USERNAME) =
                   FUNCTION TRIM(WS-STUDENT)
                   ADD 1 TO WS-APP-TOTAL
                   PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                     UNTIL WS-APP-IDX > 8
                     OR WS-APP-CODES(WS-APP-IDX:1) = APP-STATUS
                     CONTINUE
                   END-PERFORM
                   IF WS-APP-IDX > 8
                     MOVE 1 TO WS-APP-IDX
                   END-IF
                   ADD 1 TO WS-APP-N(WS-APP-IDX)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE APPLICATIONS-FILE.

       TALLY-OUTSIDE-APPLICATIONS.
      *> Logged outside applications carry the APP-STATUS codes and
      *> go into the same buckets.
           MOVE 0 TO WS-APP-OUTSIDE
           MOVE "N" TO WS-SCAN-EOF

           OPEN INPUT OUTSIDEAPPS-FILE
           IF WS-OUTSIDE-STATUS NOT = "00"
             IF WS-OUTSIDE-STATUS = "05"
               CLOSE OUTSIDEAPPS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ OUTSIDEAPPS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(OA-USERNAME) =
                   FUNCTION TRIM(WS-STUDENT)
                   ADD 1 TO WS-APP-TOTAL
                   ADD 1 TO WS-APP-OUTSIDE
                   PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                     UNTIL WS-APP-IDX > 8
                     OR WS-APP-CODES(WS-APP-IDX:1) = OA-STATUS
                     CONTINUE
                   END-PERFORM
                   IF WS-APP-IDX > 8
                     MOVE 1 TO WS-APP-IDX
                   END-IF
                   ADD 1 TO WS-APP-N(WS-APP-IDX)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE OUTSIDEAPPS-FILE.

       FIND-UPCOMING-INTERVIEWS.
      *> Proposed or agreed interviews still ahead of now, with the
      *> earliest slot kept for the summary line.
           MOVE 0 TO WS-IV-COUNT
           MOVE SPACES TO WS-IV-NEXT
           MOVE "N" TO WS-SCAN-EOF

           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
             IF WS-INTERVIEWS-STATUS = "05"
               CLOSE INTERVIEWS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ INTERVIEWS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(IV-APPLICANT) =
                   FUNCTION TRIM(WS-STUDENT)
                   AND (IV-STATUS = "P" OR IV-STATUS = "A"
                        OR IV-STATUS = "R")
                   AND IV-SLOT >= WS-NOW-STAMP
                   ADD 1 TO WS-IV-COUNT
                   IF WS-IV-NEXT = SPACES
                     OR IV-SLOT < WS-IV-NEXT
                     MOVE IV-SLOT TO WS-IV-NEXT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE INTERVIEWS-FILE.

       FIND-LAST-LOGIN.
           MOVE SPACES TO WS-LAST-LOGIN
           MOVE "N" TO WS-SCAN-EOF

           OPEN INPUT LOGINLOG-FILE
           IF WS-LOGINLOG-STATUS NOT = "00"
             IF WS-LOGINLOG-STATUS = "05"
               CLOSE LOGINLOG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ LOGINLOG-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(LL-USERNAME) =
                   FUNCTION TRIM(WS-STUDENT)
                   MOVE LL-LOGIN-TIMESTAMP(1:8) TO WS-LAST-LOGIN
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOGINLOG-FILE.

       FIND-SEEKING-STATUS.
           MOVE "No" TO WS-SEEKING
           MOVE "N" TO WS-SCAN-EOF

           OPEN INPUT PREFERENCES-FILE
           IF WS-PREFS-STATUS NOT = "00"
             IF WS-PREFS-STATUS = "05"
               CLOSE PREFERENCES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ PREFERENCES-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF FUNCTION TRIM(PF-USERNAME) =
                   FUNCTION TRIM(WS-STUDENT)
                   IF PF-SEEKING = "Y"
                     MOVE "Yes" TO WS-SEEKING
                   END-IF
                   MOVE "Y" TO WS-SCAN-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PREFERENCES-FILE.

       WRITE-ONE-ADVISEE.
           MOVE WS-ADVISEE-NUMBER TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STUDENT-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STUDENT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-SCORE TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "     Profile " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " percent complete; open to opportunities: "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEEKING) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-APP-TOTAL TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "     Applications: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           IF WS-APP-OUTSIDE > 0
             MOVE WS-APP-OUTSIDE TO WS-OUTSIDE-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "     Applications: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OUTSIDE-TEXT) DELIMITED BY SIZE
                    " outside InCollege, self-reported)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
             UNTIL WS-APP-IDX > 8
             IF WS-APP-N(WS-APP-IDX) > 0
               PERFORM SET-APP-LABEL
               MOVE WS-APP-N(WS-APP-IDX) TO WS-COUNT-TEXT
               MOVE SPACES TO REPORT-LINE
               STRING "       " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APP-LABEL) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM

           MOVE WS-IV-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           IF WS-IV-COUNT = 0
             MOVE "     Upcoming interviews: none" TO REPORT-LINE
           ELSE
             STRING "     Upcoming interviews: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                    " (next " DELIMITED BY SIZE
                    WS-IV-NEXT(1:8) DELIMITED BY SIZE
                    " at " DELIMITED BY SIZE
                    WS-IV-NEXT(9:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    WS-IV-NEXT(11:2) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-LAST-LOGIN = SPACES
             MOVE "     Last login: never" TO REPORT-LINE
           ELSE
             STRING "     Last login: " DELIMITED BY SIZE
                    WS-LAST-LOGIN DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE.

       SET-APP-LABEL.
      *> Same wording the job board shows for each APP-STATUS.
           EVALUATE WS-APP-CODES(WS-APP-IDX:1)
             WHEN "U"
               MOVE "Under review" TO WS-APP-LABEL
             WHEN "I"
               MOVE "Interview" TO WS-APP-LABEL
             WHEN "O"
               MOVE "Offered" TO WS-APP-LABEL
             WHEN "A"
               MOVE "Offer accepted" TO WS-APP-LABEL
             WHEN "X"
               MOVE "Offer declined" TO WS-APP-LABEL
             WHEN "L"
               MOVE "Offer lapsed" TO WS-APP-LABEL
             WHEN "R"
               MOVE "Rejected" TO WS-APP-LABEL
             WHEN OTHER
               MOVE "Submitted" TO WS-APP-LABEL
           END-EVALUATE.

       END PROGRAM CASELOADREPORT.
