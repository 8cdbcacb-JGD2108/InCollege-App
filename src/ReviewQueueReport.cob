       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEWQUEUE.

      *> Weekly resume review queue report for career services. From
      *> REVIEWS.DAT it shows how many resumes are waiting for a
      *> counselor and how long the oldest one has waited, then one
      *> line per counselor with the reviews still in their hands,
      *> the reviews they returned in the last seven days and the
      *> average turnaround (submission to return) of those returns.
      *> Written to REVIEW-QUEUE-<date>.TXT; runs weekly as a
      *> NIGHTLYBATCH step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVIEWS-FILE
               ASSIGN TO "REVIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REVIEWS-FILE.
           01 REVIEW-RECORD.
             05 RV-ID PIC X(12).
             05 RV-STUDENT PIC X(12).
             05 RV-SUBMITTED-TS PIC X(12).
             05 RV-STATUS PIC X(1).
             05 RV-COUNSELOR PIC X(12).
             05 RV-PICKED-TS PIC X(12).
             05 RV-RETURNED-TS PIC X(12).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-REVIEWS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-STEP-SUMMARY PIC X(60).
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-NOW-STAMP PIC X(12).
         77 WS-NOW-MINUTES PIC S9(11) VALUE 0.
         77 WS-TODAY-INT PIC S9(9) VALUE 0.
         77 WS-REPORT-FILENAME PIC X(40).
      *> Returns inside this many days count toward turnaround.
         77 WS-WINDOW-DAYS PIC 9(3) VALUE 7.

      *> Timestamp (YYYYMMDDHHMM) to minutes since day 1.
         77 WS-TS-IN PIC X(12).
         77 WS-TS-MINUTES PIC S9(11) VALUE 0.
         77 WS-SUBMIT-MINUTES PIC S9(11) VALUE 0.
         77 WS-RETURN-MINUTES PIC S9(11) VALUE 0.

         77 WS-WAITING PIC 9(5) VALUE 0.
         77 WS-OLDEST-TS PIC X(12).
         77 WS-OLDEST-ID PIC X(12).
         77 WS-WAIT-DAYS PIC S9(9) VALUE 0.

      *> One row per counselor seen in the file.
         77 WS-MAX-COUNSELORS PIC 9(4) VALUE 200.
         01 WS-COUNSELOR-TABLE.
           05 WS-CN-ENTRY OCCURS 200 TIMES.
             10 WS-CN-NAME PIC X(12).
             10 WS-CN-IN-REVIEW PIC 9(5).
             10 WS-CN-RETURNED PIC 9(5).
             10 WS-CN-MINUTES PIC 9(11).
         01 WS-CN-SWAP PIC X(33).
         77 WS-CN-COUNT PIC 9(4) VALUE 0.
         77 WS-CN-IDX PIC 9(4) VALUE 0.
         77 WS-CN-IDX2 PIC 9(4) VALUE 0.
         77 WS-CN-FOUND PIC X VALUE "N".

         77 WS-TOTAL-IN-REVIEW PIC 9(5) VALUE 0.
         77 WS-TOTAL-RETURNED PIC 9(5) VALUE 0.
         77 WS-TOTAL-MINUTES PIC 9(11) VALUE 0.
         77 WS-AVG-HOURS PIC 9(7)V9 VALUE 0.
         77 WS-COUNT-TEXT PIC Z(3)9.
         77 WS-COUNT-TEXT2 PIC Z(3)9.
         77 WS-HOURS-TEXT PIC Z(5)9.9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-TODAY-STAMP))
           MOVE WS-NOW-STAMP TO WS-TS-IN
           PERFORM TS-TO-MINUTES
           MOVE WS-TS-MINUTES TO WS-NOW-MINUTES
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "REVIEW-QUEUE-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-REVIEWS
           PERFORM SORT-COUNSELORS
           PERFORM WRITE-QUEUE-REPORT

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "waiting " DELIMITED BY SIZE
                  WS-WAITING DELIMITED BY SIZE
                  " in review " DELIMITED BY SIZE
                  WS-TOTAL-IN-REVIEW DELIMITED BY SIZE
                  " returned " DELIMITED BY SIZE
                  WS-TOTAL-RETURNED DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       TS-TO-MINUTES.
           MOVE 0 TO WS-TS-MINUTES
           IF WS-TS-IN IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-MINUTES =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TS-IN(1:8)))
               * 1440
             + FUNCTION NUMVAL(WS-TS-IN(9:2)) * 60
             + FUNCTION NUMVAL(WS-TS-IN(11:2)).

       LOAD-REVIEWS.
           MOVE 0 TO WS-WAITING
           MOVE SPACES TO WS-OLDEST-TS
           MOVE SPACES TO WS-OLDEST-ID
           MOVE 0 TO WS-CN-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT REVIEWS-FILE
           IF WS-REVIEWS-STATUS NOT = "00"
             IF WS-REVIEWS-STATUS = "05"
               CLOSE REVIEWS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ REVIEWS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 EVALUATE RV-STATUS
                   WHEN "Q"
                     ADD 1 TO WS-WAITING
                     IF WS-OLDEST-TS = SPACES
                       OR RV-SUBMITTED-TS < WS-OLDEST-TS
                       MOVE RV-SUBMITTED-TS TO WS-OLDEST-TS
                       MOVE RV-ID TO WS-OLDEST-ID
                     END-IF
                   WHEN "P"
                     PERFORM FIND-COUNSELOR
                     IF WS-CN-FOUND = "Y"
                       ADD 1 TO WS-CN-IN-REVIEW(WS-CN-IDX)
                     END-IF
                   WHEN "D"
                     PERFORM TALLY-RETURNED
                 END-EVALUATE
             END-READ
           END-PERFORM

           CLOSE REVIEWS-FILE.

       TALLY-RETURNED.
      *> Only returns inside the reporting window count.
           MOVE RV-RETURNED-TS TO WS-TS-IN
           PERFORM TS-TO-MINUTES
           IF WS-TS-MINUTES = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TS-MINUTES TO WS-RETURN-MINUTES
           IF WS-NOW-MINUTES - WS-RETURN-MINUTES >
             WS-WINDOW-DAYS * 1440
             EXIT PARAGRAPH
           END-IF

           MOVE RV-SUBMITTED-TS TO WS-TS-IN
           PERFORM TS-TO-MINUTES
           MOVE WS-TS-MINUTES TO WS-SUBMIT-MINUTES
           IF WS-SUBMIT-MINUTES = 0
             OR WS-SUBMIT-MINUTES > WS-RETURN-MINUTES
             MOVE WS-RETURN-MINUTES TO WS-SUBMIT-MINUTES
           END-IF

           PERFORM FIND-COUNSELOR
           IF WS-CN-FOUND = "Y"
             ADD 1 TO WS-CN-RETURNED(WS-CN-IDX)
             COMPUTE WS-CN-MINUTES(WS-CN-IDX) =
               WS-CN-MINUTES(WS-CN-IDX)
               + WS-RETURN-MINUTES - WS-SUBMIT-MINUTES
           END-IF.

       FIND-COUNSELOR.
      *> Leaves WS-CN-IDX on RV-COUNSELOR's row, adding it if new.
           MOVE "N" TO WS-CN-FOUND
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
             UNTIL WS-CN-IDX > WS-CN-COUNT
             IF WS-CN-NAME(WS-CN-IDX) = RV-COUNSELOR
               MOVE "Y" TO WS-CN-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM

           IF WS-CN-FOUND = "N"
             AND WS-CN-COUNT < WS-MAX-COUNSELORS
             ADD 1 TO WS-CN-COUNT
             MOVE WS-CN-COUNT TO WS-CN-IDX
             MOVE RV-COUNSELOR TO WS-CN-NAME(WS-CN-IDX)
             MOVE 0 TO WS-CN-IN-REVIEW(WS-CN-IDX)
             MOVE 0 TO WS-CN-RETURNED(WS-CN-IDX)
             MOVE 0 TO WS-CN-MINUTES(WS-CN-IDX)
             MOVE "Y" TO WS-CN-FOUND
           END-IF.

       SORT-COUNSELORS.
      *> Simple exchange sort by counselor name.
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
             UNTIL WS-CN-IDX >= WS-CN-COUNT
             PERFORM VARYING WS-CN-IDX2 FROM 1 BY 1
               UNTIL WS-CN-IDX2 >= WS-CN-COUNT
               IF WS-CN-NAME(WS-CN-IDX2) >
                 WS-CN-NAME(WS-CN-IDX2 + 1)
                 MOVE WS-CN-ENTRY(WS-CN-IDX2) TO WS-CN-SWAP
                 MOVE WS-CN-ENTRY(WS-CN-IDX2 + 1) TO
                   WS-CN-ENTRY(WS-CN-IDX2)
                 MOVE WS-CN-SWAP TO WS-CN-ENTRY(WS-CN-IDX2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-QUEUE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the review queue report file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Resume Review Queue - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-WAITING TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Resumes waiting for a counselor: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-WAITING > 0 AND WS-OLDEST-TS(1:8) IS NUMERIC
             COMPUTE WS-WAIT-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(WS-OLDEST-TS(1:8)))
             MOVE WS-WAIT-DAYS TO WS-COUNT-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "Oldest waiting: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OLDEST-ID) DELIMITED BY SIZE
                    " submitted " DELIMITED BY SIZE
                    WS-OLDEST-TS(1:8) DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                    " days)" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Counselor     In review  Returned (7 days)  Avg hours"
             TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CN-COUNT = 0
             MOVE "No reviews have been picked up yet." TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           MOVE 0 TO WS-TOTAL-IN-REVIEW
           MOVE 0 TO WS-TOTAL-RETURNED
           MOVE 0 TO WS-TOTAL-MINUTES
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
             UNTIL WS-CN-IDX > WS-CN-COUNT
             ADD WS-CN-IN-REVIEW(WS-CN-IDX) TO WS-TOTAL-IN-REVIEW
             ADD WS-CN-RETURNED(WS-CN-IDX) TO WS-TOTAL-RETURNED
             ADD WS-CN-MINUTES(WS-CN-IDX) TO WS-TOTAL-MINUTES
             MOVE WS-CN-IN-REVIEW(WS-CN-IDX) TO WS-COUNT-TEXT
             MOVE WS-CN-RETURNED(WS-CN-IDX) TO WS-COUNT-TEXT2
             MOVE 0 TO WS-AVG-HOURS
             IF WS-CN-RETURNED(WS-CN-IDX) > 0
               COMPUTE WS-AVG-HOURS ROUNDED =
                 WS-CN-MINUTES(WS-CN-IDX) /
                 (WS-CN-RETURNED(WS-CN-IDX) * 60)
             END-IF
             MOVE WS-AVG-HOURS TO WS-HOURS-TEXT
             PERFORM WRITE-COUNSELOR-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-IN-REVIEW TO WS-COUNT-TEXT
           MOVE WS-TOTAL-RETURNED TO WS-COUNT-TEXT2
           MOVE 0 TO WS-AVG-HOURS
           IF WS-TOTAL-RETURNED > 0
             COMPUTE WS-AVG-HOURS ROUNDED =
               WS-TOTAL-MINUTES / (WS-TOTAL-RETURNED * 60)
           END-IF
           MOVE WS-AVG-HOURS TO WS-HOURS-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "All counselors: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " in review, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT2) DELIMITED BY SIZE
                  " returned, average " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOURS-TEXT) DELIMITED BY SIZE
                  " hours" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           DISPLAY "Review queue report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME).

       WRITE-COUNSELOR-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CN-NAME(WS-CN-IDX) TO REPORT-LINE(1:12)
           MOVE WS-COUNT-TEXT TO REPORT-LINE(16:4)
           MOVE WS-COUNT-TEXT2 TO REPORT-LINE(31:4)
           IF WS-CN-RETURNED(WS-CN-IDX) > 0
             MOVE WS-HOURS-TEXT TO REPORT-LINE(46:8)
           ELSE
             MOVE "     -" TO REPORT-LINE(46:6)
           END-IF
           WRITE REPORT-LINE.

       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             CLOSE STEPSUMMARY-FILE
           END-IF.
