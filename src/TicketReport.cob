       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKETREPORT.

      *> Weekly help desk report. From TICKETS.DAT it shows the open
      *> tickets by age (days since opened) and category, how many of
      *> them nobody has picked up yet, and the average time to
      *> resolve (opened to final resolution, in hours) for the
      *> tickets resolved in the last seven days, by category, with
      *> the all-time average alongside. Written to
      *> TICKETS-WEEKLY-<date>.TXT; run weekly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TICKETS-FILE
               ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKETS-STATUS.

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
       FD TICKETS-FILE.
           01 TICKET-RECORD.
             05 TK-ID PIC 9(6).
             05 TK-USERNAME PIC X(12).
      *> L login, A application, P job posting, D data correction,
      *> O other
             05 TK-CATEGORY PIC X(1).
      *> O open, R resolved
             05 TK-STATUS PIC X(1).
             05 TK-ASSIGNEE PIC X(12).
             05 TK-OPENED-TS PIC X(14).
             05 TK-RESOLVED-TS PIC X(14).
             05 TK-DESCRIPTION PIC X(80).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-TICKETS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TODAY-INT PIC S9(9) VALUE 0.
         77 WS-REPORT-FILENAME PIC X(40).
      *> Resolutions inside this many days count as this week's.
         77 WS-WINDOW-DAYS PIC 9(3) VALUE 7.
         77 WS-DAYS PIC S9(9) VALUE 0.

      *> Timestamp (YYYYMMDDHHMM) to minutes since day 1.
         77 WS-TS-IN PIC X(12).
         77 WS-TS-MINUTES PIC S9(11) VALUE 0.
         77 WS-OPEN-MINUTES PIC S9(11) VALUE 0.
         77 WS-RESOLVE-MINUTES PIC S9(11) VALUE 0.

      *> Open tickets: rows are the age bands, row 6 all ages;
      *> columns are the categories in LAPDO order, column 6 all.
         01 WS-AGE-TABLE.
           05 WS-AGE-ROW OCCURS 6 TIMES.
             10 WS-AGE-CELL PIC 9(5) OCCURS 6 TIMES.
         01 WS-AGE-LABELS.
           05 FILLER PIC X(14) VALUE "0-1 days".
           05 FILLER PIC X(14) VALUE "2-7 days".
           05 FILLER PIC X(14) VALUE "8-14 days".
           05 FILLER PIC X(14) VALUE "15-30 days".
           05 FILLER PIC X(14) VALUE "Over 30 days".
           05 FILLER PIC X(14) VALUE "All open".
         01 WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05 WS-AGE-LABEL PIC X(14) OCCURS 6 TIMES.
         01 WS-CAT-LABELS.
           05 FILLER PIC X(16) VALUE "Login".
           05 FILLER PIC X(16) VALUE "Application".
           05 FILLER PIC X(16) VALUE "Job posting".
           05 FILLER PIC X(16) VALUE "Data correction".
           05 FILLER PIC X(16) VALUE "Other".
           05 FILLER PIC X(16) VALUE "All categories".
         01 WS-CAT-LABEL-TABLE REDEFINES WS-CAT-LABELS.
           05 WS-CAT-LABEL PIC X(16) OCCURS 6 TIMES.
         77 WS-AGE-IDX PIC 9 VALUE 0.
         77 WS-CAT-IDX PIC 9 VALUE 0.
         77 WS-COL PIC 9(2) VALUE 0.
         77 WS-OLDEST-DAYS PIC 9(5) VALUE 0.
         77 WS-UNASSIGNED PIC 9(5) VALUE 0.

      *> Resolved tickets by category (column 6 all), this week and
      *> all time.
         01 WS-RESOLVED-TABLE.
           05 WS-RSV-ENTRY OCCURS 6 TIMES.
             10 WS-RSV-WEEK-COUNT PIC 9(5).
             10 WS-RSV-WEEK-MINUTES PIC 9(11).
             10 WS-RSV-ALL-COUNT PIC 9(5).
             10 WS-RSV-ALL-MINUTES PIC 9(11).

         77 WS-AVG-HOURS PIC 9(7)V9 VALUE 0.
         77 WS-COUNT-TEXT PIC Z(4)9.
         77 WS-COUNT-TEXT2 PIC Z(4)9.
         77 WS-HOURS-TEXT PIC Z(5)9.9.
         77 WS-HOURS-TEXT2 PIC Z(5)9.9.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-TODAY-STAMP))
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "TICKETS-WEEKLY-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-TICKETS
           PERFORM WRITE-TICKET-REPORT

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "open " DELIMITED BY SIZE
                  WS-AGE-CELL(6, 6) DELIMITED BY SIZE
                  " unassigned " DELIMITED BY SIZE
                  WS-UNASSIGNED DELIMITED BY SIZE
                  " resolved this week " DELIMITED BY SIZE
                  WS-RSV-WEEK-COUNT(6) DELIMITED BY SIZE
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

       LOAD-TICKETS.
           INITIALIZE WS-AGE-TABLE
           INITIALIZE WS-RESOLVED-TABLE
           MOVE 0 TO WS-UNASSIGNED
           MOVE 0 TO WS-OLDEST-DAYS
           MOVE "N" TO WS-EOF

           OPEN INPUT TICKETS-FILE
           IF WS-TICKETS-STATUS NOT = "00"
             IF WS-TICKETS-STATUS = "05"
               CLOSE TICKETS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ TICKETS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF TK-OPENED-TS(1:12) IS NUMERIC
                   PERFORM TALLY-TICKET
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TICKETS-FILE.

       TALLY-TICKET.
           EVALUATE TK-CATEGORY
             WHEN "L"
               MOVE 1 TO WS-CAT-IDX
             WHEN "A"
               MOVE 2 TO WS-CAT-IDX
             WHEN "P"
               MOVE 3 TO WS-CAT-IDX
             WHEN "D"
               MOVE 4 TO WS-CAT-IDX
             WHEN OTHER
               MOVE 5 TO WS-CAT-IDX
           END-EVALUATE

           IF TK-STATUS = "R"
             IF TK-RESOLVED-TS(1:12) IS NUMERIC
               PERFORM TALLY-RESOLVED
             END-IF
             EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS = WS-TODAY-INT -
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TK-OPENED-TS(1:8)))
           IF WS-DAYS < 0
             MOVE 0 TO WS-DAYS
           END-IF
           EVALUATE TRUE
             WHEN WS-DAYS <= 1
               MOVE 1 TO WS-AGE-IDX
             WHEN WS-DAYS <= 7
               MOVE 2 TO WS-AGE-IDX
             WHEN WS-DAYS <= 14
               MOVE 3 TO WS-AGE-IDX
             WHEN WS-DAYS <= 30
               MOVE 4 TO WS-AGE-IDX
             WHEN OTHER
               MOVE 5 TO WS-AGE-IDX
           END-EVALUATE
           ADD 1 TO WS-AGE-CELL(WS-AGE-IDX, WS-CAT-IDX)
           ADD 1 TO WS-AGE-CELL(WS-AGE-IDX, 6)
           ADD 1 TO WS-AGE-CELL(6, WS-CAT-IDX)
           ADD 1 TO WS-AGE-CELL(6, 6)
           IF WS-DAYS > WS-OLDEST-DAYS
             MOVE WS-DAYS TO WS-OLDEST-DAYS
           END-IF
           IF TK-ASSIGNEE = SPACES
             ADD 1 TO WS-UNASSIGNED
           END-IF.

       TALLY-RESOLVED.
           MOVE TK-OPENED-TS(1:12) TO WS-TS-IN
           PERFORM TS-TO-MINUTES
           MOVE WS-TS-MINUTES TO WS-OPEN-MINUTES
           MOVE TK-RESOLVED-TS(1:12) TO WS-TS-IN
           PERFORM TS-TO-MINUTES
           MOVE WS-TS-MINUTES TO WS-RESOLVE-MINUTES
           IF WS-RESOLVE-MINUTES < WS-OPEN-MINUTES
             MOVE WS-OPEN-MINUTES TO WS-RESOLVE-MINUTES
           END-IF

           ADD 1 TO WS-RSV-ALL-COUNT(WS-CAT-IDX)
           ADD 1 TO WS-RSV-ALL-COUNT(6)
           COMPUTE WS-RSV-ALL-MINUTES(WS-CAT-IDX) =
             WS-RSV-ALL-MINUTES(WS-CAT-IDX)
             + WS-RESOLVE-MINUTES - WS-OPEN-MINUTES
           COMPUTE WS-RSV-ALL-MINUTES(6) = WS-RSV-ALL-MINUTES(6)
             + WS-RESOLVE-MINUTES - WS-OPEN-MINUTES

           COMPUTE WS-DAYS = WS-TODAY-INT -
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TK-RESOLVED-TS(1:8)))
           IF WS-DAYS < WS-WINDOW-DAYS
             ADD 1 TO WS-RSV-WEEK-COUNT(WS-CAT-IDX)
             ADD 1 TO WS-RSV-WEEK-COUNT(6)
             COMPUTE WS-RSV-WEEK-MINUTES(WS-CAT-IDX) =
               WS-RSV-WEEK-MINUTES(WS-CAT-IDX)
               + WS-RESOLVE-MINUTES - WS-OPEN-MINUTES
             COMPUTE WS-RSV-WEEK-MINUTES(6) = WS-RSV-WEEK-MINUTES(6)
               + WS-RESOLVE-MINUTES - WS-OPEN-MINUTES
           END-IF.

       WRITE-TICKET-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the help desk report file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Help Desk Tickets - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Open tickets by age and category" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
             "Age            Login  Applic Posting DataFix   Other   Tot
      -      "al"
             TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
             UNTIL WS-AGE-IDX > 6
             MOVE SPACES TO REPORT-LINE
             MOVE WS-AGE-LABEL(WS-AGE-IDX) TO REPORT-LINE(1:14)
             PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 6
               COMPUTE WS-COL = 16 + (WS-CAT-IDX - 1) * 8
               MOVE WS-AGE-CELL(WS-AGE-IDX, WS-CAT-IDX) TO
                 WS-COUNT-TEXT
               MOVE WS-COUNT-TEXT TO REPORT-LINE(WS-COL:5)
             END-PERFORM
             WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNASSIGNED TO WS-COUNT-TEXT
           MOVE WS-OLDEST-DAYS TO WS-COUNT-TEXT2
           MOVE SPACES TO REPORT-LINE
           STRING "Not yet assigned: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "   Oldest open ticket: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT2) DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Average time to resolve (hours, opened to resolved)"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
             "Category          Last 7 days   Avg hours    All time   Av
      -      "g hours"
             TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > 6
             PERFORM WRITE-RESOLVE-LINE
           END-PERFORM

           CLOSE REPORT-FILE
           DISPLAY "Help desk report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME).

       WRITE-RESOLVE-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CAT-LABEL(WS-CAT-IDX) TO REPORT-LINE(1:16)
           MOVE WS-RSV-WEEK-COUNT(WS-CAT-IDX) TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(25:5)
           IF WS-RSV-WEEK-COUNT(WS-CAT-IDX) > 0
             COMPUTE WS-AVG-HOURS ROUNDED =
               WS-RSV-WEEK-MINUTES(WS-CAT-IDX) /
               WS-RSV-WEEK-COUNT(WS-CAT-IDX) / 60
             MOVE WS-AVG-HOURS TO WS-HOURS-TEXT
             MOVE WS-HOURS-TEXT TO REPORT-LINE(34:8)
           ELSE
             MOVE "       -" TO REPORT-LINE(34:8)
           END-IF
           MOVE WS-RSV-ALL-COUNT(WS-CAT-IDX) TO WS-COUNT-TEXT2
           MOVE WS-COUNT-TEXT2 TO REPORT-LINE(49:5)
           IF WS-RSV-ALL-COUNT(WS-CAT-IDX) > 0
             COMPUTE WS-AVG-HOURS ROUNDED =
               WS-RSV-ALL-MINUTES(WS-CAT-IDX) /
               WS-RSV-ALL-COUNT(WS-CAT-IDX) / 60
             MOVE WS-AVG-HOURS TO WS-HOURS-TEXT2
             MOVE WS-HOURS-TEXT2 TO REPORT-LINE(58:8)
           ELSE
             MOVE "       -" TO REPORT-LINE(58:8)
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

       END PROGRAM TICKETREPORT.
