
      *> Placements report: aggregates PLACEMENTS.DAT hires by
      *> employer (joined through JOBS.DAT and the archive), by major
      *> (joined through PROFILES.DAT) and by term (from the
      *> academic calendar, ACADCAL.DAT), and lists the
      *> poster/student disagreements flagged for admin review. This
      *> is the number the university asks for. Hires a student
      *> reports from outside InCollege (reporter O) take their
      *> employer from OUTSIDEAPPS.DAT and are marked off-platform.
      *>
      *>   PLACEMENTSREPORT [ARCHIVED]
      *>
      *> ARCHIVED also counts the placements annual closes have moved
      *> out to per-year archives (listed in ANNUALCLOSE.DAT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLACEMENTS-FILE
               ASSIGN TO DYNAMIC WS-PLACEMENTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENTS-STATUS.

           SELECT OPTIONAL ANNUALCLOSE-FILE
               ASSIGN TO "ANNUALCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUALCLOSE-STATUS.

           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL OUTSIDEAPPS-FILE
               ASSIGN TO "OUTSIDEAPPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSIDE-STATUS.

           SELECT OPTIONAL PROFILES-FILE
               ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
             05 PL-DATE PIC X(8).
             05 PL-FLAGGED PIC X(1).

       FD ANNUALCLOSE-FILE.
           01 ANNUALCLOSE-RECORD.
             05 YC-YEAR PIC X(4).
             05 YC-FILE PIC X(20).
             05 YC-ARCHIVE PIC X(24).
             05 YC-MOVED PIC 9(8).
             05 YC-KEPT PIC 9(8).
             05 YC-CLOSED-TS PIC X(14).
             05 YC-ADMIN PIC X(12).

       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-ID PIC X(12).
             05 JOB-POSTED-DATE PIC X(8).
             05 JOB-DEADLINE PIC X(8).
             05 JOB-REVIEW-STATUS PIC X(1).
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD JOBS-ARCHIVE-FILE.
           01 JOB-ARCHIVE-RECORD.
             05 ARC-DEADLINE PIC X(8).
             05 ARC-ARCHIVED-DATE PIC X(8).
             05 ARC-REASON PIC X(12).
             05 ARC-WORK-MODE PIC X(1).

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

       FD PROFILES-FILE.
           01 PROFILE-RECORD.
             05 PROFILE-GRAD-YEAR PIC 9(4).
             05 PROFILE-ABOUT-ME PIC X(500).

       FD ACADCAL-FILE.
           01 ACADCAL-RECORD.
             05 AC-TYPE PIC X(1).
             05 AC-CODE PIC X(6).
             05 AC-START PIC X(8).
             05 AC-END PIC X(8).
             05 AC-NAME PIC X(30).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(90).

         77 WS-PLACEMENTS-STATUS PIC XX.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-ARCHIVE-STATUS PIC XX.
         77 WS-OUTSIDE-STATUS PIC XX.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-ACADCAL-STATUS PIC XX.
         77 WS-ANNUALCLOSE-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-SCAN-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-COMMAND-LINE PIC X(80).
         77 WS-INCLUDE-ARCHIVED PIC X VALUE "N".

      *> PLACEMENTS.DAT, then (with ARCHIVED) each per-year archive
         77 WS-PLACEMENTS-NAME PIC X(40).
         01 WS-SOURCE-TABLE.
           05 WS-SOURCE-NAME PIC X(24) OCCURS 30 TIMES.
         77 WS-SOURCE-COUNT PIC 9(2) VALUE 0.
         77 WS-SOURCE-IDX PIC 9(2) VALUE 0.
         77 WS-SOURCE-NEW PIC X VALUE "N".
         77 WS-CHECK-IDX PIC 9(2) VALUE 0.

         77 WS-HIRE-JOB PIC X(12).
         77 WS-HIRE-USER PIC X(12).
         77 WS-HIRE-EMPLOYER PIC X(45).
         77 WS-HIRE-HOLD PIC X(30).
         77 WS-HIRE-MAJOR PIC X(30).
         77 WS-HIRE-TERM PIC X(30).

      *> Aggregation tables (bounded by distinct employers, majors
      *> and terms seen among hires, not by account volume)
         77 WS-MAX-GROUPS PIC 9(4) VALUE 200.
         01 WS-EMP-GROUPS.
           05 WS-EG-ENTRY OCCURS 200 TIMES.
             10 WS-EG-NAME PIC X(45).
             10 WS-EG-COUNT PIC 9(4).
         77 WS-EG-COUNT-USED PIC 9(4) VALUE 0.
         01 WS-MAJ-GROUPS.
         77 WS-MG-COUNT-USED PIC 9(4) VALUE 0.
         01 WS-TERM-GROUPS.
           05 WS-TG-ENTRY OCCURS 200 TIMES.
             10 WS-TG-NAME PIC X(30).
             10 WS-TG-COUNT PIC 9(4).
         77 WS-TG-COUNT-USED PIC 9(4) VALUE 0.
         77 WS-GRP-IDX PIC 9(4) VALUE 0.

         77 WS-HIRES-TOTAL PIC 9(4) VALUE 0.
         77 WS-FLAGGED-TOTAL PIC 9(4) VALUE 0.
         77 WS-OFFPLAT-TOTAL PIC 9(4) VALUE 0.
         77 WS-MONTH-NUM PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(WS-COMMAND-LINE) = "ARCHIVED"
             MOVE "Y" TO WS-INCLUDE-ARCHIVED
           END-IF
           PERFORM LOAD-SOURCE-FILES

           STRING "PLACEMENTS-REPORT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-INCLUDE-ARCHIVED = "Y"
             MOVE SPACES TO REPORT-LINE
             STRING "Including archived years (" DELIMITED BY SIZE
                    WS-SOURCE-COUNT DELIMITED BY SIZE
                    " placement file(s))" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           GOBACK.

      *> The live file always; with ARCHIVED, every distinct archive
      *> an annual close has recorded for PLACEMENTS.DAT.
       LOAD-SOURCE-FILES.
           MOVE 1 TO WS-SOURCE-COUNT
           MOVE "PLACEMENTS.DAT" TO WS-SOURCE-NAME(1)
           IF WS-INCLUDE-ARCHIVED NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ANNUALCLOSE-FILE
           IF WS-ANNUALCLOSE-STATUS NOT = "00"
             IF WS-ANNUALCLOSE-STATUS = "05"
               CLOSE ANNUALCLOSE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ ANNUALCLOSE-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF YC-FILE = "PLACEMENTS.DAT"
                   MOVE "Y" TO WS-SOURCE-NEW
                   PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                     UNTIL WS-CHECK-IDX > WS-SOURCE-COUNT
                     IF WS-SOURCE-NAME(WS-CHECK-IDX) = YC-ARCHIVE
                       MOVE "N" TO WS-SOURCE-NEW
                     END-IF
                   END-PERFORM
                   IF WS-SOURCE-NEW = "Y" AND WS-SOURCE-COUNT < 30
                     ADD 1 TO WS-SOURCE-COUNT
                     MOVE YC-ARCHIVE TO WS-SOURCE-NAME(WS-SOURCE-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ANNUALCLOSE-FILE
           MOVE "N" TO WS-SCAN-EOF.

       TALLY-HIRES.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
             UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
             MOVE WS-SOURCE-NAME(WS-SOURCE-IDX) TO WS-PLACEMENTS-NAME
             PERFORM TALLY-HIRES-IN-FILE
           END-PERFORM.

       TALLY-HIRES-IN-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS NOT = "00"
      *> are archived by the time outcomes land).
           MOVE "(unknown employer)" TO WS-HIRE-EMPLOYER
           MOVE "N" TO WS-SCAN-EOF
           IF PL-REPORTER = "O"
             ADD 1 TO WS-OFFPLAT-TOTAL
             PERFORM LOOKUP-OUTSIDE-EMPLOYER
             EXIT PARAGRAPH
           END-IF

           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
             END-IF
           END-IF.

      *> Off-platform hires name the employer the student typed in;
      *> the group is kept apart from the same employer's postings.
       LOOKUP-OUTSIDE-EMPLOYER.
           OPEN INPUT OUTSIDEAPPS-FILE
           IF WS-OUTSIDE-STATUS = "00"
             PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ OUTSIDEAPPS-FILE
                 AT END
                   MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END
                   IF FUNCTION TRIM(OA-ID) =
                     FUNCTION TRIM(WS-HIRE-JOB)
                     MOVE OA-EMPLOYER TO WS-HIRE-EMPLOYER
                     MOVE "Y" TO WS-SCAN-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE OUTSIDEAPPS-FILE
           ELSE
             IF WS-OUTSIDE-STATUS = "05"
               CLOSE OUTSIDEAPPS-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-HIRE-EMPLOYER TO WS-HIRE-HOLD
           MOVE SPACES TO WS-HIRE-EMPLOYER
           STRING FUNCTION TRIM(WS-HIRE-HOLD) DELIMITED BY SIZE
                  " (off-platform)" DELIMITED BY SIZE
             INTO WS-HIRE-EMPLOYER
           END-STRING.

       LOOKUP-HIRE-MAJOR.
           MOVE "(no profile)" TO WS-HIRE-MAJOR
           MOVE "N" TO WS-SCAN-EOF
           END-IF.

       DERIVE-HIRE-TERM.
      *> Terms follow the academic calendar: the term whose dates
      *> cover the hire date. Outside the calendar, January-June is
      *> Spring and July-December is Fall.
           MOVE SPACES TO WS-HIRE-TERM
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS = "00"
             PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ACADCAL-FILE
                 AT END
                   MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END
                   IF AC-TYPE = "T"
                     AND AC-START <= PL-DATE
                     AND AC-END >= PL-DATE
                     IF AC-NAME = SPACES
                       MOVE AC-CODE TO WS-HIRE-TERM
                     ELSE
                       MOVE AC-NAME TO WS-HIRE-TERM
                     END-IF
                     MOVE "Y" TO WS-SCAN-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACADCAL-FILE
           ELSE
             IF WS-ACADCAL-STATUS = "05"
               CLOSE ACADCAL-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           IF WS-HIRE-TERM NOT = SPACES
             EXIT PARAGRAPH
           END-IF

           IF PL-DATE(5:2) IS NUMERIC
             MOVE FUNCTION NUMVAL(PL-DATE(5:2)) TO WS-MONTH-NUM
           ELSE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  Self-reported off-platform hires included: "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OFFPLAT-TOTAL) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
             UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
             MOVE WS-SOURCE-NAME(WS-SOURCE-IDX) TO WS-PLACEMENTS-NAME
             PERFORM LIST-FLAGGED-IN-FILE
           END-PERFORM.

       LIST-FLAGGED-IN-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS = "00"
