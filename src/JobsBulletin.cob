      *> Weekly printed jobs bulletin for the career center's
      *> physical board. Reads JOBS.DAT, drops postings past their
      *> deadline (and any not yet approved for display), groups by
      *> location and work mode (on-site, hybrid, remote) with
      *> employers sorted within each group, and
      *> formats each posting -- title, employer, salary (including
      *> the unpaid/volunteer case), deadline and the job id students
      *> quote when applying -- into a fixed-width bulletin written
      *> to a dated report file. Postings from companies whose
      *> partnership tier carries featured placement (PARTNERQUOTA)
      *> lead the bulletin under their own heading.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD JOBCATS-FILE.
           01 JOBCAT-RECORD.
         77 WS-MAX-JOBS PIC 9(4) VALUE 1000.
         01 WS-JOB-TABLE.
           05 WS-JB-ENTRY OCCURS 1000 TIMES.
      *> 0 = featured partner, 1 = everyone else
             10 WS-JB-RANK PIC X(1).
             10 WS-JB-LOCATION PIC X(30).
             10 WS-JB-WORK-MODE PIC X(1).
             10 WS-JB-CATEGORY PIC X(3).
             10 WS-JB-EMPLOYER PIC X(30).
             10 WS-JB-TITLE PIC X(30).
         77 WS-JB-IDX PIC 9(4) VALUE 0.
         77 WS-JB-IDX2 PIC 9(4) VALUE 0.
         01 WS-JB-SWAP.
           05 WS-JB-SWAP-RANK PIC X(1).
           05 WS-JB-SWAP-LOCATION PIC X(30).
           05 WS-JB-SWAP-WORK-MODE PIC X(1).
           05 WS-JB-SWAP-CATEGORY PIC X(3).
           05 WS-JB-SWAP-EMPLOYER PIC X(30).
           05 WS-JB-SWAP-TITLE PIC X(30).
           05 WS-JB-SWAP-DEADLINE PIC X(8).
           05 WS-JB-SWAP-ID PIC X(12).
         01 WS-JB-KEY-A.
           05 WS-JB-KEY-A-RANK PIC X(1).
           05 WS-JB-KEY-A-LOC PIC X(30).
           05 WS-JB-KEY-A-MODE PIC X(1).
           05 WS-JB-KEY-A-EMP PIC X(30).
         01 WS-JB-KEY-B.
           05 WS-JB-KEY-B-RANK PIC X(1).
           05 WS-JB-KEY-B-LOC PIC X(30).
           05 WS-JB-KEY-B-MODE PIC X(1).
           05 WS-JB-KEY-B-EMP PIC X(30).

         77 WS-GROUP-LOCATION PIC X(30) VALUE SPACES.
         77 WS-GROUP-WORK-MODE PIC X(1) VALUE SPACES.
         77 WS-WORK-MODE-TEXT PIC X(7).
      *> CATEGORY on the command line produces the edition grouped
      *> by JOBCATS taxonomy instead of by location.
         77 WS-JOBCATS-STATUS PIC XX.
         77 WS-CAT-COUNT PIC 9(2) VALUE 0.
         77 WS-CAT-IDX PIC 9(2) VALUE 0.

      *> Featured partner companies (PARTNERQUOTA function F)
         01 WS-PARTNER-QUOTA.
           05 WS-PQ-FUNCTION PIC X(1).
           05 WS-PQ-EMPLOYER PIC X(30).
           05 WS-PQ-CO-ID PIC 9(4).
           05 WS-PQ-TIER PIC X(1).
           05 WS-PQ-QUOTA PIC 9(4).
           05 WS-PQ-LIVE PIC 9(4).
           05 WS-PQ-FEATURED PIC X(1).
           05 WS-PQ-OVER PIC X(1).
           05 WS-PQ-FEAT-COUNT PIC 9(4).
           05 WS-PQ-FEAT-NAME PIC X(30) OCCURS 200 TIMES.
         77 WS-PQ-IDX PIC 9(4) VALUE 0.
         77 WS-FEATURED-HEADING PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           GOBACK.

       LOAD-OPEN-JOBS.
           MOVE "F" TO WS-PQ-FUNCTION
           MOVE 0 TO WS-PQ-FEAT-COUNT
           CALL "PARTNERQUOTA" USING WS-PARTNER-QUOTA
             ON EXCEPTION
               MOVE 0 TO WS-PQ-FEAT-COUNT
           END-CALL

           MOVE 0 TO WS-JB-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
                   IF WS-JB-COUNT < WS-MAX-JOBS
                     ADD 1 TO WS-JB-COUNT
                     MOVE JOB-LOCATION TO WS-JB-LOCATION(WS-JB-COUNT)
      *> Postings from before work modes were recorded are on-site.
                     IF JOB-WORK-MODE = SPACES
                       MOVE "O" TO WS-JB-WORK-MODE(WS-JB-COUNT)
                     ELSE
                       MOVE JOB-WORK-MODE TO
                         WS-JB-WORK-MODE(WS-JB-COUNT)
                     END-IF
                     MOVE JOB-EMPLOYER TO WS-JB-EMPLOYER(WS-JB-COUNT)
                     MOVE JOB-TITLE TO WS-JB-TITLE(WS-JB-COUNT)
                     MOVE JOB-SALARY TO WS-JB-SALARY(WS-JB-COUNT)
                     MOVE JOB-ID TO WS-JB-ID(WS-JB-COUNT)
                     MOVE JOB-CATEGORY TO
                       WS-JB-CATEGORY(WS-JB-COUNT)
                     PERFORM SET-FEATURED-RANK
                   END-IF
                 END-IF
             END-READ

           CLOSE JOBS-FILE.

       SET-FEATURED-RANK.
           MOVE "1" TO WS-JB-RANK(WS-JB-COUNT)
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
             UNTIL WS-PQ-IDX > WS-PQ-FEAT-COUNT
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-EMPLOYER)) =
               FUNCTION UPPER-CASE(FUNCTION
                 TRIM(WS-PQ-FEAT-NAME(WS-PQ-IDX)))
               MOVE "0" TO WS-JB-RANK(WS-JB-COUNT)
               EXIT PERFORM
             END-IF
           END-PERFORM.

       SORT-BY-LOCATION-EMPLOYER.
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
             UNTIL WS-JB-IDX > WS-JB-COUNT
             PERFORM VARYING WS-JB-IDX2 FROM 1 BY 1
               UNTIL WS-JB-IDX2 >= WS-JB-COUNT
               MOVE WS-JB-RANK(WS-JB-IDX2) TO WS-JB-KEY-A-RANK
               MOVE WS-JB-RANK(WS-JB-IDX2 + 1) TO WS-JB-KEY-B-RANK
               MOVE FUNCTION UPPER-CASE(WS-JB-LOCATION(WS-JB-IDX2))
                 TO WS-JB-KEY-A-LOC
               MOVE FUNCTION UPPER-CASE(WS-JB-EMPLOYER(WS-JB-IDX2))
                 TO WS-JB-KEY-A-EMP
               MOVE WS-JB-WORK-MODE(WS-JB-IDX2) TO WS-JB-KEY-A-MODE
               MOVE WS-JB-WORK-MODE(WS-JB-IDX2 + 1) TO WS-JB-KEY-B-MODE
               MOVE FUNCTION UPPER-CASE(
                 WS-JB-LOCATION(WS-JB-IDX2 + 1)) TO WS-JB-KEY-B-LOC
               MOVE FUNCTION UPPER-CASE(
             UNTIL WS-JB-IDX > WS-JB-COUNT
             PERFORM VARYING WS-JB-IDX2 FROM 1 BY 1
               UNTIL WS-JB-IDX2 >= WS-JB-COUNT
               IF WS-JB-RANK(WS-JB-IDX2) >
                    WS-JB-RANK(WS-JB-IDX2 + 1)
                 OR (WS-JB-RANK(WS-JB-IDX2) =
                       WS-JB-RANK(WS-JB-IDX2 + 1)
                     AND WS-JB-CATEGORY(WS-JB-IDX2) >
                       WS-JB-CATEGORY(WS-JB-IDX2 + 1))
                 OR (WS-JB-RANK(WS-JB-IDX2) =
                       WS-JB-RANK(WS-JB-IDX2 + 1)
                     AND WS-JB-CATEGORY(WS-JB-IDX2) =
                       WS-JB-CATEGORY(WS-JB-IDX2 + 1)
                     AND FUNCTION UPPER-CASE(
                           WS-JB-EMPLOYER(WS-JB-IDX2)) >
           WRITE REPORT-LINE

           MOVE SPACES TO WS-GROUP-LOCATION
           MOVE SPACES TO WS-GROUP-WORK-MODE
           MOVE LOW-VALUES TO WS-GROUP-CATEGORY
           MOVE "N" TO WS-FEATURED-HEADING
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
             UNTIL WS-JB-IDX > WS-JB-COUNT
             IF WS-JB-RANK(WS-JB-IDX) = "0"
               IF WS-FEATURED-HEADING = "N"
                 MOVE "Y" TO WS-FEATURED-HEADING
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE "--- Featured Employers ---" TO REPORT-LINE
                 WRITE REPORT-LINE
               END-IF
             ELSE
               PERFORM WRITE-GROUP-HEADING
             END-IF

             MOVE SPACES TO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE

      *> Featured postings sit outside the location groups, so each
      *> carries its own location line.
             IF WS-JB-RANK(WS-JB-IDX) = "0"
               MOVE SPACES TO REPORT-LINE
               PERFORM SET-WORK-MODE-TEXT
               STRING "  Location: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JB-LOCATION(WS-JB-IDX))
                        DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WORK-MODE-TEXT) DELIMITED BY
                        SIZE
                      ")" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF

             MOVE SPACES TO REPORT-LINE
             IF FUNCTION LENGTH(FUNCTION TRIM(
               WS-JB-SALARY(WS-JB-IDX))) = 0

           CLOSE REPORT-FILE.

      *> Location (or category) heading whenever the group changes.
       WRITE-GROUP-HEADING.
           IF WS-BY-CATEGORY = "Y"
             IF WS-JB-CATEGORY(WS-JB-IDX) NOT = WS-GROUP-CATEGORY
               MOVE WS-JB-CATEGORY(WS-JB-IDX) TO
                 WS-GROUP-CATEGORY
               PERFORM SET-CATEGORY-LABEL
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "--- " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-LABEL) DELIMITED BY
                        SIZE
                      " ---" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           ELSE
             IF WS-JB-LOCATION(WS-JB-IDX) NOT = WS-GROUP-LOCATION
               OR WS-JB-WORK-MODE(WS-JB-IDX) NOT = WS-GROUP-WORK-MODE
               MOVE WS-JB-LOCATION(WS-JB-IDX) TO
                 WS-GROUP-LOCATION
               MOVE WS-JB-WORK-MODE(WS-JB-IDX) TO
                 WS-GROUP-WORK-MODE
               PERFORM SET-WORK-MODE-TEXT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "--- " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GROUP-LOCATION) DELIMITED
                        BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WORK-MODE-TEXT) DELIMITED BY
                        SIZE
                      ") ---" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-IF.

       SET-WORK-MODE-TEXT.
           EVALUATE WS-JB-WORK-MODE(WS-JB-IDX)
             WHEN "H"
               MOVE "Hybrid" TO WS-WORK-MODE-TEXT
             WHEN "R"
               MOVE "Remote" TO WS-WORK-MODE-TEXT
             WHEN OTHER
               MOVE "On-site" TO WS-WORK-MODE-TEXT
           END-EVALUATE.

       END PROGRAM JOBSBULLETIN.
