
      *> Anonymized salary insights: hired placements are joined to
      *> their posting's salary range (live or archived) and the
      *> student's PROFILE-MAJOR, then aggregated by major, by
      *> posting location and by work mode (on-site, hybrid,
      *> remote). Only yearly salaries take part; a range
      *> contributes its midpoint. Any cell with fewer than the
      *> minimum count is suppressed so no individual is
      *> identifiable. Two editions are written: a student-readable
      *> one with the suppressed cells omitted, and a career-services
      *> detail edition that also shows counts and what was held
      *> back. The medians of the location cells that meet the
      *> minimum, and of all yearly hires together, are also kept
      *> in SALARYBENCH.DAT as the benchmark new postings' salaries
      *> are checked against by the JOBRISK fraud scoring.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL SALARYBENCH-FILE
               ASSIGN TO "SALARYBENCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCH-STATUS.

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
             05 ARC-DEADLINE PIC X(8).
             05 ARC-ARCHIVED-DATE PIC X(8).
             05 ARC-REASON PIC X(12).
             05 ARC-WORK-MODE PIC X(1).

       FD PROFILES-FILE.
           01 PROFILE-RECORD.
             05 PROFILE-GRAD-YEAR PIC 9(4).
             05 PROFILE-ABOUT-ME PIC X(500).

      *> SB-TYPE L = one posting location, A = all yearly hires.
       FD SALARYBENCH-FILE.
           01 SALARYBENCH-RECORD.
             05 SB-TYPE PIC X(1).
             05 SB-KEY PIC X(30).
             05 SB-COUNT PIC 9(4).
             05 SB-MEDIAN PIC 9(8).
             05 SB-BUILT PIC X(8).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

         77 WS-ARCHIVE-STATUS PIC XX.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-BENCH-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-SCAN-EOF PIC X VALUE "N".

      *> Cells with fewer hires than this are suppressed.
         77 WS-MIN-CELL-COUNT PIC 9(2) VALUE 3.

      *> Aggregation cells: type M = by major, L = by location,
      *> W = by work mode, A = every yearly hire (benchmark only,
      *> never printed).
         77 WS-MAX-CELLS PIC 9(2) VALUE 60.
         01 WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 60 TIMES.
      *> One placement being processed
         77 WS-HIRE-SALARY-TEXT PIC X(30).
         77 WS-HIRE-LOCATION PIC X(30).
         77 WS-HIRE-WORK-MODE PIC X(1).
         77 WS-HIRE-MAJOR PIC X(30).
         77 WS-JOB-FOUND PIC X VALUE "N".
         77 WS-SALARY-OK PIC X VALUE "N".
         77 WS-PARSE-SEG PIC X(30).
         77 WS-PARSE-SEG2 PIC X(30).
         77 WS-PARSE-RATE PIC X(30).
         77 WS-AMOUNT-TEXT PIC X(30).
         77 WS-AMOUNT-CHAR PIC X.
         77 WS-AMOUNT-POS PIC 9(2) VALUE 0.
         77 WS-AMOUNT-DIGITS PIC 9(2) VALUE 0.
         77 WS-AMOUNT-VALUE PIC 9(8) VALUE 0.
         77 WS-AMOUNT-OK PIC X VALUE "N".
         77 WS-LINE-HOLD PIC X(80).
         77 WS-CELL-KEY-IN PIC X(30).
         77 WS-CELL-TYPE-IN PIC X(1).
             INTO WS-REPORT-FILENAME
           END-STRING
           PERFORM WRITE-EDITION
           PERFORM WRITE-SALARY-BENCHMARK

           DISPLAY "Salary insights written: " WS-HIRES-USED
             " yearly hire(s) of " WS-HIRES-SEEN " on file."

           ADD 1 TO WS-HIRES-USED

           MOVE "A" TO WS-CELL-TYPE-IN
           MOVE "ALL YEARLY HIRES" TO WS-CELL-KEY-IN
           PERFORM ADD-VALUE-TO-CELL

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-HIRE-MAJOR)) > 0
             MOVE "M" TO WS-CELL-TYPE-IN
             MOVE WS-HIRE-MAJOR TO WS-CELL-KEY-IN
             MOVE "L" TO WS-CELL-TYPE-IN
             MOVE WS-HIRE-LOCATION TO WS-CELL-KEY-IN
             PERFORM ADD-VALUE-TO-CELL
           END-IF

      *> Postings from before work modes were recorded are on-site.
           MOVE "W" TO WS-CELL-TYPE-IN
           EVALUATE WS-HIRE-WORK-MODE
             WHEN "H"
               MOVE "Hybrid" TO WS-CELL-KEY-IN
             WHEN "R"
               MOVE "Remote" TO WS-CELL-KEY-IN
             WHEN OTHER
               MOVE "On-site" TO WS-CELL-KEY-IN
           END-EVALUATE
           PERFORM ADD-VALUE-TO-CELL.

       LOOKUP-HIRE-JOB.
           MOVE "N" TO WS-JOB-FOUND
           MOVE SPACES TO WS-HIRE-SALARY-TEXT
           MOVE SPACES TO WS-HIRE-LOCATION
           MOVE SPACES TO WS-HIRE-WORK-MODE
           MOVE "N" TO WS-SCAN-EOF

           OPEN INPUT JOBS-FILE
                     MOVE "Y" TO WS-JOB-FOUND
                     MOVE JOB-SALARY TO WS-HIRE-SALARY-TEXT
                     MOVE JOB-LOCATION TO WS-HIRE-LOCATION
                     MOVE JOB-WORK-MODE TO WS-HIRE-WORK-MODE
                     MOVE "Y" TO WS-SCAN-EOF
                   END-IF
               END-READ
                     MOVE "Y" TO WS-JOB-FOUND
                     MOVE ARC-SALARY TO WS-HIRE-SALARY-TEXT
                     MOVE ARC-LOCATION TO WS-HIRE-LOCATION
                     MOVE ARC-WORK-MODE TO WS-HIRE-WORK-MODE
                     MOVE "Y" TO WS-SCAN-EOF
                   END-IF
               END-READ
             EXIT PARAGRAPH
           END-IF

      *> Split a possible low-high range on the dash; each side
      *> keeps only its digits (dollar signs and thousands commas
      *> dropped).
           MOVE SPACES TO WS-PARSE-SEG2
           UNSTRING WS-PARSE-SEG DELIMITED BY "-"
             INTO WS-PARSE-SEG WS-PARSE-SEG2
           END-UNSTRING
           MOVE WS-PARSE-SEG TO WS-AMOUNT-TEXT
           PERFORM PARSE-SALARY-AMOUNT
           IF WS-AMOUNT-OK NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT-VALUE TO WS-SALARY-LOW

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARSE-SEG2)) > 0
             MOVE WS-PARSE-SEG2 TO WS-AMOUNT-TEXT
             PERFORM PARSE-SALARY-AMOUNT
             IF WS-AMOUNT-OK NOT = "Y"
               EXIT PARAGRAPH
             END-IF
             MOVE WS-AMOUNT-VALUE TO WS-SALARY-HIGH
             COMPUTE WS-SALARY-VALUE =
               (WS-SALARY-LOW + WS-SALARY-HIGH) / 2
           ELSE
             MOVE "Y" TO WS-SALARY-OK
           END-IF.

      *> WS-AMOUNT-TEXT such as "$50,000" to WS-AMOUNT-VALUE; any
      *> character other than a digit, "$", "," or a space, or more
      *> than eight digits, leaves WS-AMOUNT-OK at "N".
       PARSE-SALARY-AMOUNT.
           MOVE "N" TO WS-AMOUNT-OK
           MOVE 0 TO WS-AMOUNT-VALUE
           MOVE 0 TO WS-AMOUNT-DIGITS
           PERFORM VARYING WS-AMOUNT-POS FROM 1 BY 1
             UNTIL WS-AMOUNT-POS > 30
             MOVE WS-AMOUNT-TEXT(WS-AMOUNT-POS:1) TO WS-AMOUNT-CHAR
             EVALUATE TRUE
               WHEN WS-AMOUNT-CHAR IS NUMERIC
                 ADD 1 TO WS-AMOUNT-DIGITS
                 IF WS-AMOUNT-DIGITS > 8
                   EXIT PARAGRAPH
                 END-IF
                 COMPUTE WS-AMOUNT-VALUE = WS-AMOUNT-VALUE * 10
                   + FUNCTION NUMVAL(WS-AMOUNT-CHAR)
               WHEN WS-AMOUNT-CHAR = "$" OR WS-AMOUNT-CHAR = ","
                 OR WS-AMOUNT-CHAR = " "
                 CONTINUE
               WHEN OTHER
                 EXIT PARAGRAPH
             END-EVALUATE
           END-PERFORM
           IF WS-AMOUNT-DIGITS > 0
             MOVE "Y" TO WS-AMOUNT-OK
           END-IF.

       ADD-VALUE-TO-CELL.
           MOVE 0 TO WS-CELL-FOUND
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
             END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "By work mode:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
             UNTIL WS-CELL-IDX > WS-CELL-TOTAL
             IF WS-CELL-TYPE(WS-CELL-IDX) = "W"
               PERFORM WRITE-ONE-CELL
             END-IF
           END-PERFORM

           IF WS-EDITION = "D"
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *> Only cells at or above the minimum count are published, the
      *> same suppression rule the editions apply.
       WRITE-SALARY-BENCHMARK.
           OPEN OUTPUT SALARYBENCH-FILE
           IF WS-BENCH-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open SALARYBENCH.DAT."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
             UNTIL WS-CELL-IDX > WS-CELL-TOTAL
             IF (WS-CELL-TYPE(WS-CELL-IDX) = "L"
                 OR WS-CELL-TYPE(WS-CELL-IDX) = "A")
               AND WS-CELL-COUNT(WS-CELL-IDX) >= WS-MIN-CELL-COUNT
               PERFORM SORT-CELL-VALUES
               COMPUTE WS-VAL-IDX =
                 (WS-CELL-COUNT(WS-CELL-IDX) + 1) / 2
               MOVE SPACES TO SALARYBENCH-RECORD
               MOVE WS-CELL-TYPE(WS-CELL-IDX) TO SB-TYPE
               MOVE WS-CELL-KEY(WS-CELL-IDX) TO SB-KEY
               MOVE WS-CELL-COUNT(WS-CELL-IDX) TO SB-COUNT
               MOVE WS-CELL-VALUE(WS-CELL-IDX, WS-VAL-IDX) TO
                 SB-MEDIAN
               MOVE WS-TODAY-STAMP TO SB-BUILT
               WRITE SALARYBENCH-RECORD
             END-IF
           END-PERFORM

           CLOSE SALARYBENCH-FILE.

       SORT-CELL-VALUES.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
             UNTIL WS-VAL-IDX >= WS-CELL-COUNT(WS-CELL-IDX)
