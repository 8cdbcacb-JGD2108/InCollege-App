       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATINGSREPORT.

      *> Quarterly employer-relations report on the student reviews
      *> of each company's hiring process (EMPREVIEWS.DAT). For each
      *> company reviewed in the quarter or the one before it, shows
      *> the average rating and review count for both quarters and
      *> flags the company as dropping when both quarters have at
      *> least the minimum number of reviews and the average fell by
      *> the drop threshold or more. The quarter reported is the
      *> last complete one, or YYYYQn from the command line.
      *> Reviewers are never named; a quarter with too few reviews
      *> shows no average.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPREVIEWS-FILE
               ASSIGN TO "EMPREVIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPREVIEWS-STATUS.

           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPREVIEWS-FILE.
           01 EMPREVIEW-RECORD.
             05 ERV-CO-ID PIC 9(4).
             05 ERV-REVIEWER PIC X(12).
             05 ERV-RATING PIC 9(1).
             05 ERV-DATE PIC X(8).
             05 ERV-TEXT PIC X(70).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-FILLER PIC X(103).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
         77 WS-EMPREVIEWS-STATUS PIC XX.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-QUARTER-ARG PIC X(8).

      *> Quarter keys are YYYYQ (year times ten plus quarter)
         77 WS-CUR-YEAR PIC 9(4) VALUE 0.
         77 WS-CUR-QTR PIC 9(1) VALUE 0.
         77 WS-PRI-YEAR PIC 9(4) VALUE 0.
         77 WS-PRI-QTR PIC 9(1) VALUE 0.
         77 WS-CUR-KEY PIC 9(5) VALUE 0.
         77 WS-PRI-KEY PIC 9(5) VALUE 0.
         77 WS-ROW-KEY PIC 9(5) VALUE 0.
         77 WS-ROW-MONTH PIC 9(2) VALUE 0.

      *> Same floor the online views use before showing a rating
         77 WS-MIN-REVIEWS PIC 9(2) VALUE 3.
         77 WS-DROP-THRESHOLD PIC 9V9 VALUE 0.5.

      *> Per-company totals, indexed by CO-ID
         77 WS-MAX-COMPANIES PIC 9(4) VALUE 200.
         01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 200 TIMES.
             10 WS-CO-NAME PIC X(30).
             10 WS-CO-CUR-COUNT PIC 9(5).
             10 WS-CO-CUR-SUM PIC 9(6).
             10 WS-CO-PRI-COUNT PIC 9(5).
             10 WS-CO-PRI-SUM PIC 9(6).
         77 WS-CO-IDX PIC 9(4) VALUE 0.

         77 WS-CUR-AVG PIC 9V9 VALUE 0.
         77 WS-PRI-AVG PIC 9V9 VALUE 0.
         77 WS-AVG-DROP PIC S9V9 VALUE 0.
         77 WS-CUR-AVG-TEXT PIC X(4).
         77 WS-PRI-AVG-TEXT PIC X(4).
         77 WS-AVG-EDIT PIC 9.9.
         77 WS-CUR-COUNT-TEXT PIC Z(4)9.
         77 WS-PRI-COUNT-TEXT PIC Z(4)9.
         77 WS-FLAG-TEXT PIC X(10).
         77 WS-ROWS-SHOWN PIC 9(4) VALUE 0.
         77 WS-DROPPING PIC 9(4) VALUE 0.
         77 WS-UNMATCHED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "EMPRATINGS-REPORT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           MOVE SPACES TO WS-QUARTER-ARG
           ACCEPT WS-QUARTER-ARG FROM COMMAND-LINE
           PERFORM SET-REPORT-QUARTERS

           PERFORM LOAD-COMPANIES
           PERFORM ACCUMULATE-REVIEWS
           PERFORM WRITE-RATINGS-REPORT

           DISPLAY "Employer ratings report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME) " ("
             WS-DROPPING " dropping)."

           GOBACK.

       SET-REPORT-QUARTERS.
      *> YYYYQn on the command line picks the quarter; otherwise the
      *> last complete quarter before today.
           IF WS-QUARTER-ARG(1:4) IS NUMERIC
             AND (WS-QUARTER-ARG(5:1) = "Q"
               OR WS-QUARTER-ARG(5:1) = "q")
             AND WS-QUARTER-ARG(6:1) >= "1"
             AND WS-QUARTER-ARG(6:1) <= "4"
             MOVE WS-QUARTER-ARG(1:4) TO WS-CUR-YEAR
             MOVE WS-QUARTER-ARG(6:1) TO WS-CUR-QTR
           ELSE
             MOVE WS-TODAY-STAMP(1:4) TO WS-CUR-YEAR
             MOVE WS-TODAY-STAMP(5:2) TO WS-ROW-MONTH
             COMPUTE WS-CUR-QTR = (WS-ROW-MONTH + 2) / 3
             IF WS-CUR-QTR = 1
               SUBTRACT 1 FROM WS-CUR-YEAR
               MOVE 4 TO WS-CUR-QTR
             ELSE
               SUBTRACT 1 FROM WS-CUR-QTR
             END-IF
           END-IF

           IF WS-CUR-QTR = 1
             COMPUTE WS-PRI-YEAR = WS-CUR-YEAR - 1
             MOVE 4 TO WS-PRI-QTR
           ELSE
             MOVE WS-CUR-YEAR TO WS-PRI-YEAR
             COMPUTE WS-PRI-QTR = WS-CUR-QTR - 1
           END-IF

           COMPUTE WS-CUR-KEY = WS-CUR-YEAR * 10 + WS-CUR-QTR
           COMPUTE WS-PRI-KEY = WS-PRI-YEAR * 10 + WS-PRI-QTR.

       LOAD-COMPANIES.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-MAX-COMPANIES
             MOVE SPACES TO WS-CO-NAME(WS-CO-IDX)
             MOVE 0 TO WS-CO-CUR-COUNT(WS-CO-IDX)
             MOVE 0 TO WS-CO-CUR-SUM(WS-CO-IDX)
             MOVE 0 TO WS-CO-PRI-COUNT(WS-CO-IDX)
             MOVE 0 TO WS-CO-PRI-SUM(WS-CO-IDX)
           END-PERFORM

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
                 IF CO-ID IS NUMERIC AND CO-ID > 0
                   AND CO-ID <= WS-MAX-COMPANIES
                   MOVE CO-NAME TO WS-CO-NAME(CO-ID)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE COMPANIES-FILE.

       ACCUMULATE-REVIEWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPREVIEWS-FILE
           IF WS-EMPREVIEWS-STATUS NOT = "00"
             IF WS-EMPREVIEWS-STATUS = "05"
               CLOSE EMPREVIEWS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ EMPREVIEWS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM ACCUMULATE-ONE-REVIEW
             END-READ
           END-PERFORM

           CLOSE EMPREVIEWS-FILE.

       ACCUMULATE-ONE-REVIEW.
           IF ERV-CO-ID NOT NUMERIC OR ERV-RATING NOT NUMERIC
             OR ERV-DATE(1:6) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           IF ERV-CO-ID = 0 OR ERV-CO-ID > WS-MAX-COMPANIES
             ADD 1 TO WS-UNMATCHED
             EXIT PARAGRAPH
           END-IF

           MOVE ERV-DATE(5:2) TO WS-ROW-MONTH
           IF WS-ROW-MONTH < 1 OR WS-ROW-MONTH > 12
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-KEY = FUNCTION NUMVAL(ERV-DATE(1:4)) * 10
             + (WS-ROW-MONTH + 2) / 3

           EVALUATE WS-ROW-KEY
             WHEN WS-CUR-KEY
               ADD 1 TO WS-CO-CUR-COUNT(ERV-CO-ID)
               ADD ERV-RATING TO WS-CO-CUR-SUM(ERV-CO-ID)
             WHEN WS-PRI-KEY
               ADD 1 TO WS-CO-PRI-COUNT(ERV-CO-ID)
               ADD ERV-RATING TO WS-CO-PRI-SUM(ERV-CO-ID)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       WRITE-RATINGS-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "Unable to open report file for output."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Employer Hiring-Process Ratings - " DELIMITED BY
                    SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Quarter " DELIMITED BY SIZE
                  WS-CUR-YEAR DELIMITED BY SIZE
                  " Q" DELIMITED BY SIZE
                  WS-CUR-QTR DELIMITED BY SIZE
                  " compared with " DELIMITED BY SIZE
                  WS-PRI-YEAR DELIMITED BY SIZE
                  " Q" DELIMITED BY SIZE
                  WS-PRI-QTR DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Company                         This qtr (n)  Prior qtr
      -    " (n)  Flag" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:72)
           WRITE REPORT-LINE

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-MAX-COMPANIES
             IF WS-CO-CUR-COUNT(WS-CO-IDX) > 0
               OR WS-CO-PRI-COUNT(WS-CO-IDX) > 0
               PERFORM WRITE-ONE-COMPANY
             END-IF
           END-PERFORM

           IF WS-ROWS-SHOWN = 0
             MOVE "  No reviews in either quarter." TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Companies reviewed: " DELIMITED BY SIZE
                  WS-ROWS-SHOWN DELIMITED BY SIZE
                  "   Ratings dropping: " DELIMITED BY SIZE
                  WS-DROPPING DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-MIN-REVIEWS TO WS-CUR-COUNT-TEXT
           MOVE WS-DROP-THRESHOLD TO WS-AVG-EDIT
           STRING "Dropping = both quarters have " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-COUNT-TEXT) DELIMITED BY SIZE
                  "+ reviews and the average fell by " DELIMITED BY
                    SIZE
                  WS-AVG-EDIT DELIMITED BY SIZE
                  " or more." DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-UNMATCHED > 0
             MOVE SPACES TO REPORT-LINE
             STRING "Reviews with no company on file (skipped): "
                      DELIMITED BY SIZE
                    WS-UNMATCHED DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE.

       WRITE-ONE-COMPANY.
           ADD 1 TO WS-ROWS-SHOWN
           MOVE SPACES TO WS-FLAG-TEXT

           IF WS-CO-CUR-COUNT(WS-CO-IDX) >= WS-MIN-REVIEWS
             COMPUTE WS-CUR-AVG ROUNDED =
               WS-CO-CUR-SUM(WS-CO-IDX) / WS-CO-CUR-COUNT(WS-CO-IDX)
             MOVE WS-CUR-AVG TO WS-AVG-EDIT
             MOVE WS-AVG-EDIT TO WS-CUR-AVG-TEXT
           ELSE
             MOVE " -- " TO WS-CUR-AVG-TEXT
           END-IF
           IF WS-CO-PRI-COUNT(WS-CO-IDX) >= WS-MIN-REVIEWS
             COMPUTE WS-PRI-AVG ROUNDED =
               WS-CO-PRI-SUM(WS-CO-IDX) / WS-CO-PRI-COUNT(WS-CO-IDX)
             MOVE WS-PRI-AVG TO WS-AVG-EDIT
             MOVE WS-AVG-EDIT TO WS-PRI-AVG-TEXT
           ELSE
             MOVE " -- " TO WS-PRI-AVG-TEXT
           END-IF

           IF WS-CO-CUR-COUNT(WS-CO-IDX) >= WS-MIN-REVIEWS
             AND WS-CO-PRI-COUNT(WS-CO-IDX) >= WS-MIN-REVIEWS
             COMPUTE WS-AVG-DROP = WS-PRI-AVG - WS-CUR-AVG
             IF WS-AVG-DROP >= WS-DROP-THRESHOLD
               MOVE "DROPPING" TO WS-FLAG-TEXT
               ADD 1 TO WS-DROPPING
             END-IF
           END-IF

           MOVE WS-CO-CUR-COUNT(WS-CO-IDX) TO WS-CUR-COUNT-TEXT
           MOVE WS-CO-PRI-COUNT(WS-CO-IDX) TO WS-PRI-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           IF WS-CO-NAME(WS-CO-IDX) = SPACES
             STRING "(company " DELIMITED BY SIZE
                    WS-CO-IDX DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO REPORT-LINE(1:30)
             END-STRING
           ELSE
             MOVE WS-CO-NAME(WS-CO-IDX) TO REPORT-LINE(1:30)
           END-IF
           MOVE WS-CUR-AVG-TEXT TO REPORT-LINE(33:4)
           MOVE WS-CUR-COUNT-TEXT TO REPORT-LINE(38:5)
           MOVE WS-PRI-AVG-TEXT TO REPORT-LINE(47:4)
           MOVE WS-PRI-COUNT-TEXT TO REPORT-LINE(52:5)
           MOVE WS-FLAG-TEXT TO REPORT-LINE(62:10)
           WRITE REPORT-LINE.

       END PROGRAM RATINGSREPORT.
