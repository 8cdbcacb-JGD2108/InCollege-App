      *> relations: per employer, postings created, still open vs
      *> past deadline, applications received per posting, and the
      *> average applications per posting, written to a dated report
      *> file in the DAILYREPORT style. Where the employer hosted
      *> company info sessions, the report also counts students who
      *> checked in at one and applied to that employer.
      *>
      *>   EMPLOYERREPORT [ARCHIVED]
      *>
      *> ARCHIVED widens the funnel to the years annual closes have
      *> archived: postings in JOBS-ARCHIVE.DAT are reported with the
      *> live ones, and the applications and check-ins moved out to
      *> per-year archives (listed in ANNUALCLOSE.DAT) are counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL JOBS-ARCHIVE-FILE
               ASSIGN TO "JOBS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ARCHIVE-STATUS.

           SELECT OPTIONAL ANNUALCLOSE-FILE
               ASSIGN TO "ANNUALCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUALCLOSE-STATUS.

           SELECT OPTIONAL APPLICATIONS-FILE
               ASSIGN TO DYNAMIC WS-APPLICATIONS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.

           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL EVENTS-FILE
               ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO DYNAMIC WS-ATTENDANCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTENDANCE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD ANNUALCLOSE-FILE.
           01 ANNUALCLOSE-RECORD.
             05 YC-YEAR PIC X(4).
             05 YC-FILE PIC X(20).
             05 YC-ARCHIVE PIC X(24).
             05 YC-MOVED PIC 9(8).
             05 YC-KEPT PIC 9(8).
             05 YC-CLOSED-TS PIC X(14).
             05 YC-ADMIN PIC X(12).

       FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
             05 APP-REJECT-CODE PIC X(1).
             05 APP-REJECT-NOTE PIC X(60).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-FILLER PIC X(103).

       FD EVENTS-FILE.
           01 EVENT-RECORD.
             05 EV-ID PIC X(12).
             05 EV-FILLER PIC X(208).
             05 EV-CO-ID PIC X(4).
             05 EV-TYPE PIC X(1).

       FD ATTENDANCE-FILE.
           01 ATTENDANCE-RECORD.
             05 AT-EVENT-ID PIC X(12).
             05 AT-USERNAME PIC X(12).
             05 AT-STATUS PIC X(1).
             05 AT-DATE PIC X(8).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

         77 WS-JOBS-STATUS PIC XX.
         77 WS-APPS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-EVENTS-STATUS PIC XX.
         77 WS-ATTENDANCE-STATUS PIC XX.
         77 WS-JOBS-ARCHIVE-STATUS PIC XX.
         77 WS-ANNUALCLOSE-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-COMMAND-LINE PIC X(80).
         77 WS-INCLUDE-ARCHIVED PIC X VALUE "N".

      *> Live file first, then (with ARCHIVED) each per-year archive
      *> an annual close recorded for it
         77 WS-APPLICATIONS-NAME PIC X(40).
         77 WS-ATTENDANCE-NAME PIC X(40).
         01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 60 TIMES.
             10 WS-SOURCE-BASE PIC X(20).
             10 WS-SOURCE-NAME PIC X(24).
         77 WS-SOURCE-COUNT PIC 9(2) VALUE 0.
         77 WS-SOURCE-IDX PIC 9(2) VALUE 0.
         77 WS-SOURCE-NEW PIC X VALUE "N".
         77 WS-CHECK-IDX PIC 9(2) VALUE 0.
         77 WS-ARCHIVE-FILES PIC 9(2) VALUE 0.

         77 WS-MAX-JOBS PIC 9(4) VALUE 1000.
         01 WS-JOB-TABLE.
         77 WS-AVG-TEXT PIC ZZZ9.99.
         77 WS-COUNT-TEXT PIC ZZZ9.

      *> Info-session attendees: one row per hosting employer and
      *> checked-in student, flagged once that student applies to
      *> any of the employer's postings.
         77 WS-MAX-COMPANIES PIC 9(4) VALUE 500.
         01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 500 TIMES.
             10 WS-CO-ID PIC 9(4).
             10 WS-CO-NAME PIC X(30).
         77 WS-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-CO-IDX PIC 9(4) VALUE 0.
         77 WS-MAX-SESSIONS PIC 9(4) VALUE 1000.
         01 WS-SESSION-TABLE.
           05 WS-SES-ENTRY OCCURS 1000 TIMES.
             10 WS-SES-EVENT-ID PIC X(12).
             10 WS-SES-EMPLOYER PIC X(30).
         77 WS-SES-COUNT PIC 9(4) VALUE 0.
         77 WS-SES-IDX PIC 9(4) VALUE 0.
         77 WS-MAX-ATTENDEES PIC 9(4) VALUE 2000.
         01 WS-ATTENDEE-TABLE.
           05 WS-ATT-ENTRY OCCURS 2000 TIMES.
             10 WS-ATT-EMPLOYER PIC X(30).
             10 WS-ATT-USERNAME PIC X(12).
             10 WS-ATT-APPLIED PIC X(1).
         77 WS-ATT-COUNT PIC 9(4) VALUE 0.
         77 WS-ATT-IDX PIC 9(4) VALUE 0.
         77 WS-ATT-FOUND PIC X(1) VALUE "N".
         77 WS-EMP-ATTENDEES PIC 9(4) VALUE 0.
         77 WS-EMP-ATT-APPLIED PIC 9(4) VALUE 0.

      *> Rejection reason rollup across all employers, so career
      *> services can see why students are screened out.
         77 WS-REJ-FILLED PIC 9(6) VALUE 0.
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

           STRING "EMPLOYER-FUNNEL-REPORT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
           END-STRING

           PERFORM LOAD-JOBS
           IF WS-INCLUDE-ARCHIVED = "Y"
             PERFORM LOAD-ARCHIVED-JOBS
           END-IF
           IF WS-JOB-COUNT = 0
             DISPLAY "No job postings on file; nothing to report."
             GOBACK
           END-IF

           PERFORM LOAD-SESSION-ATTENDEES
           PERFORM COUNT-APPLICATIONS-PER-JOB
           PERFORM BUILD-EMPLOYER-LIST

             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-INCLUDE-ARCHIVED = "Y"
             MOVE SPACES TO REPORT-LINE
             STRING "Including archived postings and years ("
                      DELIMITED BY SIZE
                    WS-ARCHIVE-FILES DELIMITED BY SIZE
                    " archive file(s))" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           CLOSE JOBS-FILE.

      *> Archived postings are past their deadline, so they land in
      *> the closed column with the applications they drew.
       LOAD-ARCHIVED-JOBS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-ARCHIVE-FILE
           IF WS-JOBS-ARCHIVE-STATUS NOT = "00"
             IF WS-JOBS-ARCHIVE-STATUS = "05"
               CLOSE JOBS-ARCHIVE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ JOBS-ARCHIVE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-JOB-COUNT < WS-MAX-JOBS
                   ADD 1 TO WS-JOB-COUNT
                   MOVE ARC-JOB-ID TO WS-JT-ID(WS-JOB-COUNT)
                   MOVE ARC-TITLE TO WS-JT-TITLE(WS-JOB-COUNT)
                   MOVE ARC-EMPLOYER TO WS-JT-EMPLOYER(WS-JOB-COUNT)
                   MOVE ARC-DEADLINE TO WS-JT-DEADLINE(WS-JOB-COUNT)
                   IF WS-JT-DEADLINE(WS-JOB-COUNT) = SPACES
                     MOVE ARC-ARCHIVED-DATE TO
                       WS-JT-DEADLINE(WS-JOB-COUNT)
                   END-IF
                   MOVE 0 TO WS-JT-APP-COUNT(WS-JOB-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOBS-ARCHIVE-FILE.

      *> APPLICATIONS.DAT and ATTENDANCE.DAT always; with ARCHIVED,
      *> every distinct archive an annual close recorded for them.
       LOAD-SOURCE-FILES.
           MOVE 2 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-ARCHIVE-FILES
           MOVE "APPLICATIONS.DAT" TO WS-SOURCE-BASE(1)
           MOVE "APPLICATIONS.DAT" TO WS-SOURCE-NAME(1)
           MOVE "ATTENDANCE.DAT" TO WS-SOURCE-BASE(2)
           MOVE "ATTENDANCE.DAT" TO WS-SOURCE-NAME(2)
           IF WS-INCLUDE-ARCHIVED NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT ANNUALCLOSE-FILE
           IF WS-ANNUALCLOSE-STATUS NOT = "00"
             IF WS-ANNUALCLOSE-STATUS = "05"
               CLOSE ANNUALCLOSE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ANNUALCLOSE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF YC-FILE = "APPLICATIONS.DAT"
                   OR YC-FILE = "ATTENDANCE.DAT"
                   MOVE "Y" TO WS-SOURCE-NEW
                   PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                     UNTIL WS-CHECK-IDX > WS-SOURCE-COUNT
                     IF WS-SOURCE-NAME(WS-CHECK-IDX) = YC-ARCHIVE
                       MOVE "N" TO WS-SOURCE-NEW
                     END-IF
                   END-PERFORM
                   IF WS-SOURCE-NEW = "Y" AND WS-SOURCE-COUNT < 60
                     ADD 1 TO WS-SOURCE-COUNT
                     ADD 1 TO WS-ARCHIVE-FILES
                     MOVE YC-FILE TO WS-SOURCE-BASE(WS-SOURCE-COUNT)
                     MOVE YC-ARCHIVE TO WS-SOURCE-NAME(WS-SOURCE-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ANNUALCLOSE-FILE
           MOVE "N" TO WS-EOF.

       COUNT-APPLICATIONS-PER-JOB.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
             UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
             IF WS-SOURCE-BASE(WS-SOURCE-IDX) = "APPLICATIONS.DAT"
               MOVE WS-SOURCE-NAME(WS-SOURCE-IDX) TO
                 WS-APPLICATIONS-NAME
               PERFORM COUNT-APPLICATIONS-IN-FILE
             END-IF
           END-PERFORM.

       COUNT-APPLICATIONS-IN-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPS-STATUS NOT = "00"
                   IF FUNCTION TRIM(WS-JT-ID(WS-JOB-IDX)) =
                     FUNCTION TRIM(APP-JOB-ID)
                     ADD 1 TO WS-JT-APP-COUNT(WS-JOB-IDX)
                     PERFORM MARK-ATTENDEE-APPLIED
                   END-IF
                 END-PERFORM
                 IF APP-STATUS = "R"

           CLOSE APPLICATIONS-FILE.

       MARK-ATTENDEE-APPLIED.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
             UNTIL WS-ATT-IDX > WS-ATT-COUNT
             IF WS-ATT-USERNAME(WS-ATT-IDX) = APP-USERNAME
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                 WS-ATT-EMPLOYER(WS-ATT-IDX))) =
                 FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-JT-EMPLOYER(WS-JOB-IDX)))
               MOVE "Y" TO WS-ATT-APPLIED(WS-ATT-IDX)
             END-IF
           END-PERFORM.

       LOAD-SESSION-ATTENDEES.
      *> Company info sessions carry the host's CO-ID; resolve it to
      *> the company name that postings are grouped under.
           MOVE 0 TO WS-CO-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ COMPANIES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-CO-COUNT < WS-MAX-COMPANIES
                   ADD 1 TO WS-CO-COUNT
                   MOVE CO-ID TO WS-CO-ID(WS-CO-COUNT)
                   MOVE CO-NAME TO WS-CO-NAME(WS-CO-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE

           MOVE 0 TO WS-SES-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
             IF WS-EVENTS-STATUS = "05"
               CLOSE EVENTS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ EVENTS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF EV-CO-ID IS NUMERIC
                   PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                     UNTIL WS-CO-IDX > WS-CO-COUNT
                     IF WS-CO-ID(WS-CO-IDX) = EV-CO-ID
                       AND WS-SES-COUNT < WS-MAX-SESSIONS
                       ADD 1 TO WS-SES-COUNT
                       MOVE EV-ID TO WS-SES-EVENT-ID(WS-SES-COUNT)
                       MOVE WS-CO-NAME(WS-CO-IDX) TO
                         WS-SES-EMPLOYER(WS-SES-COUNT)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           IF WS-SES-COUNT = 0
             EXIT PARAGRAPH
           END-IF

      *> A student checked in at several sessions of the same
      *> employer is counted once for that employer.
           MOVE 0 TO WS-ATT-COUNT
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
             UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
             IF WS-SOURCE-BASE(WS-SOURCE-IDX) = "ATTENDANCE.DAT"
               MOVE WS-SOURCE-NAME(WS-SOURCE-IDX) TO
                 WS-ATTENDANCE-NAME
               PERFORM LOAD-ATTENDEES-IN-FILE
             END-IF
           END-PERFORM.

       LOAD-ATTENDEES-IN-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTENDANCE-STATUS NOT = "00"
             IF WS-ATTENDANCE-STATUS = "05"
               CLOSE ATTENDANCE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ATTENDANCE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF AT-STATUS = "A"
                   PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                     UNTIL WS-SES-IDX > WS-SES-COUNT
                     IF WS-SES-EVENT-ID(WS-SES-IDX) = AT-EVENT-ID
                       PERFORM ADD-SESSION-ATTENDEE
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.

       ADD-SESSION-ATTENDEE.
           MOVE "N" TO WS-ATT-FOUND
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
             UNTIL WS-ATT-IDX > WS-ATT-COUNT
             IF WS-ATT-USERNAME(WS-ATT-IDX) = AT-USERNAME
               AND WS-ATT-EMPLOYER(WS-ATT-IDX) =
                 WS-SES-EMPLOYER(WS-SES-IDX)
               MOVE "Y" TO WS-ATT-FOUND
             END-IF
           END-PERFORM
           IF WS-ATT-FOUND = "N"
             AND WS-ATT-COUNT < WS-MAX-ATTENDEES
             ADD 1 TO WS-ATT-COUNT
             MOVE WS-SES-EMPLOYER(WS-SES-IDX) TO
               WS-ATT-EMPLOYER(WS-ATT-COUNT)
             MOVE AT-USERNAME TO WS-ATT-USERNAME(WS-ATT-COUNT)
             MOVE "N" TO WS-ATT-APPLIED(WS-ATT-COUNT)
           END-IF.

       BUILD-EMPLOYER-LIST.
           MOVE 0 TO WS-EMP-COUNT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                  FUNCTION TRIM(WS-AVG-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO WS-EMP-ATTENDEES
           MOVE 0 TO WS-EMP-ATT-APPLIED
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
             UNTIL WS-ATT-IDX > WS-ATT-COUNT
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-ATT-EMPLOYER(WS-ATT-IDX))) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(
                 WS-EMP-NAME(WS-EMP-IDX)))
               ADD 1 TO WS-EMP-ATTENDEES
               IF WS-ATT-APPLIED(WS-ATT-IDX) = "Y"
                 ADD 1 TO WS-EMP-ATT-APPLIED
               END-IF
             END-IF
           END-PERFORM
           IF WS-EMP-ATTENDEES > 0
             MOVE WS-EMP-ATTENDEES TO WS-COUNT-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "  Info session attendees: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             MOVE WS-EMP-ATT-APPLIED TO WS-COUNT-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "  Attendees who applied: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF.

       END PROGRAM EMPLOYERREPORT.
