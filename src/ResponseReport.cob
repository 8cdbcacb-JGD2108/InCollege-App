       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPONSEREPORT.

      *> Weekly employer-responsiveness report for employer
      *> relations. From the per-application state APPAGING keeps in
      *> APPAGING.DAT it ranks posters by the median number of days
      *> from application to their first response (the first status
      *> change off submitted), slowest first. Posters who have not
      *> answered any applicant yet head the list. Each line also
      *> shows how many applications were answered, how many are
      *> still waiting and the oldest wait. Written to
      *> RESPONSE-TIMES-<date>.TXT; run weekly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPAGING-FILE
               ASSIGN TO "APPAGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

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
       FD APPAGING-FILE.
           01 AGING-RECORD.
             05 AG-USERNAME PIC X(12).
             05 AG-JOB-ID PIC X(12).
             05 AG-POSTER PIC X(12).
             05 AG-APPLIED PIC X(8).
             05 AG-FIRST-RESP PIC X(8).
             05 AG-NUDGED PIC X(8).
             05 AG-NOTED PIC X(1).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-AGING-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TODAY-INT PIC S9(9) VALUE 0.
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-DAYS PIC S9(9) VALUE 0.

      *> Every answered application's days-to-first-response, kept
      *> by poster so each poster's median can be read off in order.
         77 WS-MAX-RESPONSES PIC 9(5) VALUE 10000.
         01 WS-RESPONSE-TABLE.
           05 WS-RS-ENTRY OCCURS 10000 TIMES.
             10 WS-RS-POSTER PIC X(12).
             10 WS-RS-DAYS PIC 9(5).
         01 WS-RS-SWAP PIC X(17).
         77 WS-RS-COUNT PIC 9(5) VALUE 0.
         77 WS-RS-IDX PIC 9(5) VALUE 0.
         77 WS-RS-SWAPPED PIC X VALUE "N".

      *> One row per poster seen in the file.
         77 WS-MAX-POSTERS PIC 9(4) VALUE 500.
         01 WS-POSTER-TABLE.
           05 WS-PS-ENTRY OCCURS 500 TIMES.
             10 WS-PS-NAME PIC X(12).
             10 WS-PS-ANSWERED PIC 9(5).
             10 WS-PS-WAITING PIC 9(5).
             10 WS-PS-OLDEST PIC 9(5).
             10 WS-PS-MEDIAN PIC 9(5)V9.
      *> Ranking key: no answers at all sorts above any median
             10 WS-PS-RANK-KEY PIC 9(6)V9.
         01 WS-PS-SWAP PIC X(40).
         77 WS-PS-COUNT PIC 9(4) VALUE 0.
         77 WS-PS-IDX PIC 9(4) VALUE 0.
         77 WS-PS-IDX2 PIC 9(4) VALUE 0.
         77 WS-PS-FOUND PIC X VALUE "N".
         77 WS-MID-IDX PIC 9(5) VALUE 0.
         77 WS-FIRST-IDX PIC 9(5) VALUE 0.

         77 WS-TOTAL-ANSWERED PIC 9(6) VALUE 0.
         77 WS-TOTAL-WAITING PIC 9(6) VALUE 0.
         77 WS-RANK PIC 9(4) VALUE 0.
         77 WS-COUNT-TEXT PIC Z(4)9.
         77 WS-COUNT-TEXT2 PIC Z(4)9.
         77 WS-COUNT-TEXT3 PIC Z(4)9.
         77 WS-MEDIAN-TEXT PIC Z(4)9.9.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-TODAY-STAMP))
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "RESPONSE-TIMES-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-AGING-ROWS
           PERFORM SORT-RESPONSES
           PERFORM COMPUTE-MEDIANS
           PERFORM SORT-POSTERS
           PERFORM WRITE-RESPONSE-REPORT

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "posters " DELIMITED BY SIZE
                  WS-PS-COUNT DELIMITED BY SIZE
                  " answered " DELIMITED BY SIZE
                  WS-TOTAL-ANSWERED DELIMITED BY SIZE
                  " waiting " DELIMITED BY SIZE
                  WS-TOTAL-WAITING DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       LOAD-AGING-ROWS.
           MOVE 0 TO WS-RS-COUNT
           MOVE 0 TO WS-PS-COUNT
           MOVE 0 TO WS-TOTAL-ANSWERED
           MOVE 0 TO WS-TOTAL-WAITING
           MOVE "N" TO WS-EOF

           OPEN INPUT APPAGING-FILE
           IF WS-AGING-STATUS NOT = "00"
             IF WS-AGING-STATUS = "05"
               CLOSE APPAGING-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ APPAGING-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF AG-POSTER NOT = SPACES
                   AND AG-APPLIED IS NUMERIC
                   PERFORM TALLY-AGING-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE APPAGING-FILE.

       TALLY-AGING-ROW.
           PERFORM FIND-POSTER
           IF WS-PS-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           IF AG-FIRST-RESP IS NUMERIC
             COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AG-FIRST-RESP))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AG-APPLIED))
             IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
             END-IF
             ADD 1 TO WS-PS-ANSWERED(WS-PS-IDX)
             ADD 1 TO WS-TOTAL-ANSWERED
             IF WS-RS-COUNT < WS-MAX-RESPONSES
               ADD 1 TO WS-RS-COUNT
               MOVE AG-POSTER TO WS-RS-POSTER(WS-RS-COUNT)
               MOVE WS-DAYS TO WS-RS-DAYS(WS-RS-COUNT)
             END-IF
           ELSE
             COMPUTE WS-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AG-APPLIED))
             ADD 1 TO WS-PS-WAITING(WS-PS-IDX)
             ADD 1 TO WS-TOTAL-WAITING
             IF WS-DAYS > WS-PS-OLDEST(WS-PS-IDX)
               MOVE WS-DAYS TO WS-PS-OLDEST(WS-PS-IDX)
             END-IF
           END-IF.

       FIND-POSTER.
      *> Leaves WS-PS-IDX on AG-POSTER's row, adding it if new.
           MOVE "N" TO WS-PS-FOUND
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
             UNTIL WS-PS-IDX > WS-PS-COUNT
             IF WS-PS-NAME(WS-PS-IDX) = AG-POSTER
               MOVE "Y" TO WS-PS-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM

           IF WS-PS-FOUND = "N"
             AND WS-PS-COUNT < WS-MAX-POSTERS
             ADD 1 TO WS-PS-COUNT
             MOVE WS-PS-COUNT TO WS-PS-IDX
             INITIALIZE WS-PS-ENTRY(WS-PS-IDX)
             MOVE AG-POSTER TO WS-PS-NAME(WS-PS-IDX)
             MOVE "Y" TO WS-PS-FOUND
           END-IF.

       SORT-RESPONSES.
      *> Exchange sort by poster, then days, so each poster's
      *> answers sit together in ascending order.
           MOVE "Y" TO WS-RS-SWAPPED
           PERFORM UNTIL WS-RS-SWAPPED = "N"
             MOVE "N" TO WS-RS-SWAPPED
             PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX >= WS-RS-COUNT
               IF WS-RS-POSTER(WS-RS-IDX) >
                   WS-RS-POSTER(WS-RS-IDX + 1)
                 OR (WS-RS-POSTER(WS-RS-IDX) =
                     WS-RS-POSTER(WS-RS-IDX + 1)
                   AND WS-RS-DAYS(WS-RS-IDX) >
                     WS-RS-DAYS(WS-RS-IDX + 1))
                 MOVE WS-RS-ENTRY(WS-RS-IDX) TO WS-RS-SWAP
                 MOVE WS-RS-ENTRY(WS-RS-IDX + 1) TO
                   WS-RS-ENTRY(WS-RS-IDX)
                 MOVE WS-RS-SWAP TO WS-RS-ENTRY(WS-RS-IDX + 1)
                 MOVE "Y" TO WS-RS-SWAPPED
               END-IF
             END-PERFORM
           END-PERFORM.

       COMPUTE-MEDIANS.
      *> The sorted answers for a poster start at WS-FIRST-IDX; with
      *> an even count the median is the mean of the middle two.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
             UNTIL WS-PS-IDX > WS-PS-COUNT
             MOVE 0 TO WS-PS-MEDIAN(WS-PS-IDX)
             MOVE 999999 TO WS-PS-RANK-KEY(WS-PS-IDX)
             MOVE 0 TO WS-FIRST-IDX
             PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
               IF WS-RS-POSTER(WS-RS-IDX) = WS-PS-NAME(WS-PS-IDX)
                 MOVE WS-RS-IDX TO WS-FIRST-IDX
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF WS-FIRST-IDX > 0
               AND WS-PS-ANSWERED(WS-PS-IDX) > 0
               COMPUTE WS-MID-IDX = WS-FIRST-IDX +
                 (WS-PS-ANSWERED(WS-PS-IDX) - 1) / 2
               IF FUNCTION MOD(WS-PS-ANSWERED(WS-PS-IDX), 2) = 1
                 MOVE WS-RS-DAYS(WS-MID-IDX) TO
                   WS-PS-MEDIAN(WS-PS-IDX)
               ELSE
                 COMPUTE WS-PS-MEDIAN(WS-PS-IDX) =
                   (WS-RS-DAYS(WS-MID-IDX) +
                    WS-RS-DAYS(WS-MID-IDX + 1)) / 2
               END-IF
               MOVE WS-PS-MEDIAN(WS-PS-IDX) TO
                 WS-PS-RANK-KEY(WS-PS-IDX)
             END-IF
           END-PERFORM.

       SORT-POSTERS.
      *> Slowest first; among equals, the poster with more
      *> applicants still waiting comes first.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
             UNTIL WS-PS-IDX >= WS-PS-COUNT
             PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
               UNTIL WS-PS-IDX2 >= WS-PS-COUNT
               IF WS-PS-RANK-KEY(WS-PS-IDX2) <
                   WS-PS-RANK-KEY(WS-PS-IDX2 + 1)
                 OR (WS-PS-RANK-KEY(WS-PS-IDX2) =
                     WS-PS-RANK-KEY(WS-PS-IDX2 + 1)
                   AND WS-PS-WAITING(WS-PS-IDX2) <
                     WS-PS-WAITING(WS-PS-IDX2 + 1))
                 MOVE WS-PS-ENTRY(WS-PS-IDX2) TO WS-PS-SWAP
                 MOVE WS-PS-ENTRY(WS-PS-IDX2 + 1) TO
                   WS-PS-ENTRY(WS-PS-IDX2)
                 MOVE WS-PS-SWAP TO WS-PS-ENTRY(WS-PS-IDX2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-RESPONSE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the response time report file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Employer Response Times - "
                    DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Posters ranked by median days to first response, slowes
      -      "t first."
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
             "Rank  Poster        Median days  Answered  Waiting  Oldest
      -      " wait"
             TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PS-COUNT = 0
             MOVE "No applications on file." TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
             UNTIL WS-PS-IDX > WS-PS-COUNT
             ADD 1 TO WS-RANK
             PERFORM WRITE-POSTER-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ANSWERED TO WS-COUNT-TEXT
           MOVE WS-TOTAL-WAITING TO WS-COUNT-TEXT2
           MOVE SPACES TO REPORT-LINE
           STRING "All posters: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " answered, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT2) DELIMITED BY SIZE
                  " still waiting for a first response" DELIMITED BY
                    SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           DISPLAY "Response time report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME).

       WRITE-POSTER-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RANK TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(1:5)
           MOVE WS-PS-NAME(WS-PS-IDX) TO REPORT-LINE(7:12)
           IF WS-PS-ANSWERED(WS-PS-IDX) > 0
             MOVE WS-PS-MEDIAN(WS-PS-IDX) TO WS-MEDIAN-TEXT
             MOVE WS-MEDIAN-TEXT TO REPORT-LINE(21:7)
           ELSE
             MOVE "   none" TO REPORT-LINE(21:7)
           END-IF
           MOVE WS-PS-ANSWERED(WS-PS-IDX) TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(36:5)
           MOVE WS-PS-WAITING(WS-PS-IDX) TO WS-COUNT-TEXT2
           MOVE WS-COUNT-TEXT2 TO REPORT-LINE(45:5)
           IF WS-PS-WAITING(WS-PS-IDX) > 0
             MOVE WS-PS-OLDEST(WS-PS-IDX) TO WS-COUNT-TEXT3
             MOVE WS-COUNT-TEXT3 TO REPORT-LINE(52:5)
             MOVE " days" TO REPORT-LINE(57:5)
           ELSE
             MOVE "    -" TO REPORT-LINE(52:5)
           END-IF
           WRITE REPORT-LINE.

      *> One-line counts handoff for the nightly driver's run
      *> control; overwritten by every run.
       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             CLOSE STEPSUMMARY-FILE
           END-IF.

       END PROGRAM RESPONSEREPORT.
