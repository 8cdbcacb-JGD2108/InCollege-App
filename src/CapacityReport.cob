       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITYREPORT.

      *> Weekly capacity forecast for operations. DATAHEALTHCHECK
      *> leaves every file's nightly record count in FILECOUNTS.DAT;
      *> this report reads that history back and shows, for each
      *> .DAT file, the change in records over the last 30, 90 and
      *> 365 days and the size it is heading for at the end of the
      *> current term and of the academic year (ACADCAL.DAT, with
      *> the old fixed term months and 31 August standing in when
      *> the calendar has nothing). The daily rate behind the
      *> projection is the 90-day one, else the 30-day, else the
      *> 365-day, else whatever history there is once it covers a
      *> week.
      *>
      *> Bytes are estimated from tonight's file: the live .DAT is
      *> read once to get its size and the average bytes per row,
      *> and the projected rows are priced at that average.
      *>
      *> Flags (PARAMS.DAT):
      *>   LIMIT  the file is past, or on track to pass by the end of
      *>          the academic year, CAP-MAX-RECORDS rows (default
      *>          250000) or CAP-MAX-BYTES bytes (default 50000000)
      *>   ACCEL  growth is speeding up: the 30-day daily rate beats
      *>          the 90-day one by more than CAP-ACCEL-PCT percent
      *>          (default 50)
      *>
      *> Writes CAPACITY-REPORT-<date>.TXT. Run weekly, after the
      *> health check has recorded tonight's counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILECOUNTS-FILE
               ASSIGN TO "FILECOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILECOUNTS-STATUS.

           SELECT OPTIONAL PARAMS-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

           SELECT OPTIONAL DATA-IN-FILE
               ASSIGN TO DYNAMIC WS-DATA-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-IN-STATUS.

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
       FD FILECOUNTS-FILE.
           01 FILECOUNT-RECORD.
             05 FC-DATE PIC X(8).
             05 FC-BASE PIC X(20).
             05 FC-COUNT PIC 9(8).

       FD PARAMS-FILE.
           01 PARAM-RECORD.
             05 PRM-NAME PIC X(20).
             05 PRM-VALUE PIC X(10).

      *> T = term row (AC-CODE set), H = campus holiday (AC-CODE
      *> blank). Both carry an inclusive start/end date range.
       FD ACADCAL-FILE.
           01 ACADCAL-RECORD.
             05 AC-TYPE PIC X(1).
             05 AC-CODE PIC X(6).
             05 AC-START PIC X(8).
             05 AC-END PIC X(8).
             05 AC-NAME PIC X(30).

       FD DATA-IN-FILE.
           01 DATA-IN-RECORD PIC X(700).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-FILECOUNTS-STATUS PIC XX.
         77 WS-PARAMS-STATUS PIC XX.
         77 WS-ACADCAL-STATUS PIC XX.
         77 WS-DATA-IN-STATUS PIC XX.
         77 WS-DATA-IN-NAME PIC X(40).
         77 WS-REPORT-STATUS PIC XX.
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TODAY-INT PIC S9(9) VALUE 0.
         77 WS-DATE-NUM PIC 9(8).
         77 WS-DATE-INT PIC S9(9) VALUE 0.

      *> Thresholds (PARAMS.DAT CAP-MAX-RECORDS, CAP-MAX-BYTES,
      *> CAP-ACCEL-PCT)
         77 WS-MAX-RECORDS PIC 9(10) VALUE 250000.
         77 WS-MAX-BYTES PIC 9(10) VALUE 50000000.
         77 WS-ACCEL-PCT PIC 9(4) VALUE 50.
         77 WS-PARAM-NUM PIC 9(10) VALUE 0.

      *> End of the current term and of the academic year
         77 WS-TERM-END PIC X(8).
         77 WS-TERM-NAME PIC X(30).
         77 WS-NEXT-TERM-START PIC X(8).
         77 WS-NEXT-TERM-END PIC X(8).
         77 WS-NEXT-TERM-NAME PIC X(30).
         77 WS-NEXT-FA-START PIC X(8).
         77 WS-YEAR-END PIC X(8).
         77 WS-TERM-END-INT PIC S9(9) VALUE 0.
         77 WS-YEAR-END-INT PIC S9(9) VALUE 0.
         77 WS-TERM-DAYS PIC S9(5) VALUE 0.
         77 WS-YEAR-DAYS PIC S9(5) VALUE 0.
         77 WS-CAL-YEAR PIC 9(4).

      *> Look-back windows in days: 30, 90, 365. The cutoff is the
      *> date each window reaches back to; the count used is the
      *> latest one recorded on or before it.
         01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 3 TIMES.
             10 WS-WINDOW-DAYS PIC 9(3).
             10 WS-WINDOW-CUTOFF PIC X(8).
         77 WS-WIN-IDX PIC 9 VALUE 0.

      *> One row per file base found in FILECOUNTS.DAT
         77 WS-BASE-MAX PIC 9(3) VALUE 150.
         77 WS-BASE-COUNT PIC 9(3) VALUE 0.
         01 WS-BASE-TABLE.
           05 WS-BASE-ENTRY OCCURS 150 TIMES.
             10 WS-BS-NAME PIC X(20).
             10 WS-BS-LAST-DATE PIC X(8).
             10 WS-BS-LAST-COUNT PIC 9(8).
             10 WS-BS-FIRST-DATE PIC X(8).
             10 WS-BS-FIRST-COUNT PIC 9(8).
             10 WS-BS-WIN OCCURS 3 TIMES.
               15 WS-BS-WIN-DATE PIC X(8).
               15 WS-BS-WIN-COUNT PIC 9(8).
         77 WS-BASE-IDX PIC 9(3) VALUE 0.
         77 WS-FOUND-IDX PIC 9(3) VALUE 0.
         77 WS-BASE-OVERFLOW PIC 9(5) VALUE 0.

      *> Per-file working figures
         01 WS-GROWTH-TABLE.
           05 WS-GROWTH-ENTRY OCCURS 3 TIMES.
             10 WS-GR-KNOWN PIC X(1).
             10 WS-GR-CHANGE PIC S9(8).
             10 WS-GR-RATE PIC S9(7)V9(4).
         77 WS-SPAN-DAYS PIC S9(7) VALUE 0.
         77 WS-RATE PIC S9(7)V9(4) VALUE 0.
         77 WS-RATE-KNOWN PIC X VALUE "N".
         77 WS-RATE-BASIS PIC X(12).
         77 WS-PROJ-TERM PIC S9(10) VALUE 0.
         77 WS-PROJ-YEAR PIC S9(10) VALUE 0.
         77 WS-FILE-BYTES PIC 9(12) VALUE 0.
         77 WS-FILE-ROWS PIC 9(8) VALUE 0.
         77 WS-ROW-BYTES PIC 9(5) VALUE 0.
         77 WS-AVG-BYTES PIC 9(5)V99 VALUE 0.
         77 WS-PROJ-BYTES PIC S9(12) VALUE 0.
         77 WS-LIMIT-FLAG PIC X VALUE "N".
         77 WS-ACCEL-FLAG PIC X VALUE "N".
         77 WS-ACCEL-RATE PIC S9(9)V9(4) VALUE 0.
         77 WS-DAYS-TO-LIMIT PIC S9(9) VALUE 0.
         77 WS-LIMIT-DATE PIC X(8).
         77 WS-LIMIT-REASON PIC X(72).
         77 WS-ACCEL-REASON PIC X(72).

      *> Flagged files are listed again below the table with the
      *> reason and the estimate behind it.
         77 WS-NOTE-MAX PIC 9(3) VALUE 300.
         77 WS-NOTE-COUNT PIC 9(3) VALUE 0.
         01 WS-NOTE-TABLE.
           05 WS-NOTE-LINE PIC X(80) OCCURS 300 TIMES.
         77 WS-NOTE-IDX PIC 9(3) VALUE 0.
         77 WS-NOTE-WORK PIC X(80).

         77 WS-FILES-REPORTED PIC 9(4) VALUE 0.
         77 WS-LIMIT-COUNT PIC 9(4) VALUE 0.
         77 WS-ACCEL-COUNT PIC 9(4) VALUE 0.

         77 WS-CHANGE-TEXT PIC -(6)9.
         77 WS-COUNT-TEXT PIC Z(7)9.
         77 WS-BIG-TEXT PIC Z(11)9.
         77 WS-BIG-TEXT2 PIC Z(11)9.
         77 WS-RATE-TEXT PIC -(6)9.99.
         77 WS-RATE-TEXT2 PIC -(6)9.99.
         77 WS-NUM-TEXT PIC Z(3)9.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-TODAY-STAMP))

           PERFORM LOAD-RUNTIME-PARAMS
           PERFORM SET-WINDOW-CUTOFFS
           PERFORM DETERMINE-HORIZONS
           PERFORM LOAD-FILE-COUNTS

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "CAPACITY-REPORT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the capacity report file."
             MOVE "report file not written" TO WS-STEP-SUMMARY
             PERFORM WRITE-STEP-SUMMARY
             GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
             UNTIL WS-BASE-IDX > WS-BASE-COUNT
             PERFORM REPORT-ONE-FILE
           END-PERFORM
           PERFORM WRITE-REPORT-NOTES

           CLOSE REPORT-FILE
           DISPLAY "Capacity report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME) " ("
             WS-LIMIT-COUNT " over limit, "
             WS-ACCEL-COUNT " accelerating)."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "files " DELIMITED BY SIZE
                  WS-FILES-REPORTED DELIMITED BY SIZE
                  " limit " DELIMITED BY SIZE
                  WS-LIMIT-COUNT DELIMITED BY SIZE
                  " accel " DELIMITED BY SIZE
                  WS-ACCEL-COUNT DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       LOAD-RUNTIME-PARAMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS NOT = "00"
             IF WS-PARAMS-STATUS = "05"
               CLOSE PARAMS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PARAMS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FUNCTION LENGTH(FUNCTION TRIM(PRM-VALUE)) > 0
                   AND FUNCTION TRIM(PRM-VALUE) IS NUMERIC
                   COMPUTE WS-PARAM-NUM =
                     FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                   EVALUATE FUNCTION TRIM(PRM-NAME)
                     WHEN "CAP-MAX-RECORDS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-MAX-RECORDS
                       END-IF
                     WHEN "CAP-MAX-BYTES"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-MAX-BYTES
                       END-IF
                     WHEN "CAP-ACCEL-PCT"
                       IF WS-PARAM-NUM > 0 AND WS-PARAM-NUM < 10000
                         MOVE WS-PARAM-NUM TO WS-ACCEL-PCT
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PARAMS-FILE
           MOVE "N" TO WS-EOF.

       SET-WINDOW-CUTOFFS.
           MOVE 30 TO WS-WINDOW-DAYS(1)
           MOVE 90 TO WS-WINDOW-DAYS(2)
           MOVE 365 TO WS-WINDOW-DAYS(3)
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
             UNTIL WS-WIN-IDX > 3
             COMPUTE WS-DATE-INT =
               WS-TODAY-INT - WS-WINDOW-DAYS(WS-WIN-IDX)
             COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             MOVE WS-DATE-NUM TO WS-WINDOW-CUTOFF(WS-WIN-IDX)
           END-PERFORM.

      *> Term end: the calendar term that contains today, else the
      *> next one to start. Year end: the day before the first FA
      *> term that starts after today. Without calendar rows the
      *> old fixed buckets apply (spring to 31 May, summer to 31
      *> August, fall to 31 December) and the year ends 31 August.
       DETERMINE-HORIZONS.
           MOVE SPACES TO WS-TERM-END
           MOVE SPACES TO WS-TERM-NAME
           MOVE SPACES TO WS-NEXT-TERM-START
           MOVE SPACES TO WS-NEXT-TERM-END
           MOVE SPACES TO WS-NEXT-TERM-NAME
           MOVE SPACES TO WS-NEXT-FA-START
           MOVE SPACES TO WS-YEAR-END

           MOVE "N" TO WS-EOF
           OPEN INPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ ACADCAL-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF AC-TYPE = "T" AND AC-START IS NUMERIC
                     AND AC-END IS NUMERIC
                     PERFORM NOTE-CALENDAR-TERM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACADCAL-FILE
           ELSE
             IF WS-ACADCAL-STATUS = "05"
               CLOSE ACADCAL-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-TERM-END = SPACES
             AND WS-NEXT-TERM-END NOT = SPACES
             MOVE WS-NEXT-TERM-END TO WS-TERM-END
             MOVE WS-NEXT-TERM-NAME TO WS-TERM-NAME
           END-IF
           IF WS-TERM-END = SPACES
             MOVE WS-TODAY-STAMP(1:4) TO WS-TERM-END(1:4)
             EVALUATE WS-TODAY-STAMP(5:2)
               WHEN "01" THRU "05"
                 MOVE "0531" TO WS-TERM-END(5:4)
                 MOVE "Spring" TO WS-TERM-NAME
               WHEN "06" THRU "08"
                 MOVE "0831" TO WS-TERM-END(5:4)
                 MOVE "Summer" TO WS-TERM-NAME
               WHEN OTHER
                 MOVE "1231" TO WS-TERM-END(5:4)
                 MOVE "Fall" TO WS-TERM-NAME
             END-EVALUATE
           END-IF

           IF WS-NEXT-FA-START NOT = SPACES
             COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-NEXT-FA-START)) - 1
             COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             MOVE WS-DATE-NUM TO WS-YEAR-END
           ELSE
             MOVE WS-TODAY-STAMP(1:4) TO WS-CAL-YEAR
             IF WS-TODAY-STAMP(5:4) > "0831"
               ADD 1 TO WS-CAL-YEAR
             END-IF
             STRING WS-CAL-YEAR DELIMITED BY SIZE
                    "0831" DELIMITED BY SIZE
               INTO WS-YEAR-END
             END-STRING
           END-IF
      *> A term running past the year end still counts to its end.
           IF WS-YEAR-END < WS-TERM-END
             MOVE WS-TERM-END TO WS-YEAR-END
           END-IF

           COMPUTE WS-TERM-END-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-TERM-END))
           COMPUTE WS-YEAR-END-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-YEAR-END))
           COMPUTE WS-TERM-DAYS = WS-TERM-END-INT - WS-TODAY-INT
           COMPUTE WS-YEAR-DAYS = WS-YEAR-END-INT - WS-TODAY-INT.

       NOTE-CALENDAR-TERM.
           IF AC-START <= WS-TODAY-STAMP
             AND AC-END >= WS-TODAY-STAMP
             MOVE AC-END TO WS-TERM-END
             MOVE AC-NAME TO WS-TERM-NAME
           END-IF
           IF AC-START > WS-TODAY-STAMP
             IF WS-NEXT-TERM-START = SPACES
               OR AC-START < WS-NEXT-TERM-START
               MOVE AC-START TO WS-NEXT-TERM-START
               MOVE AC-END TO WS-NEXT-TERM-END
               MOVE AC-NAME TO WS-NEXT-TERM-NAME
             END-IF
             IF AC-CODE(5:2) = "FA"
               IF WS-NEXT-FA-START = SPACES
                 OR AC-START < WS-NEXT-FA-START
                 MOVE AC-START TO WS-NEXT-FA-START
               END-IF
             END-IF
           END-IF.

      *> One pass over the count history. Rows dated after today
      *> (a clock set back) are ignored.
       LOAD-FILE-COUNTS.
           MOVE 0 TO WS-BASE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT FILECOUNTS-FILE
           IF WS-FILECOUNTS-STATUS NOT = "00"
             IF WS-FILECOUNTS-STATUS = "05"
               CLOSE FILECOUNTS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ FILECOUNTS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FC-DATE IS NUMERIC
                   AND FC-DATE <= WS-TODAY-STAMP
                   AND FC-BASE NOT = SPACES
                   PERFORM NOTE-ONE-COUNT
                 END-IF
             END-READ
           END-PERFORM

           CLOSE FILECOUNTS-FILE
           MOVE "N" TO WS-EOF.

       NOTE-ONE-COUNT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
             UNTIL WS-BASE-IDX > WS-BASE-COUNT
             OR WS-FOUND-IDX > 0
             IF WS-BS-NAME(WS-BASE-IDX) = FC-BASE
               MOVE WS-BASE-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM

           IF WS-FOUND-IDX = 0
             IF WS-BASE-COUNT >= WS-BASE-MAX
               ADD 1 TO WS-BASE-OVERFLOW
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-BASE-COUNT
             MOVE WS-BASE-COUNT TO WS-FOUND-IDX
             MOVE FC-BASE TO WS-BS-NAME(WS-FOUND-IDX)
             MOVE FC-DATE TO WS-BS-LAST-DATE(WS-FOUND-IDX)
             MOVE FC-COUNT TO WS-BS-LAST-COUNT(WS-FOUND-IDX)
             MOVE FC-DATE TO WS-BS-FIRST-DATE(WS-FOUND-IDX)
             MOVE FC-COUNT TO WS-BS-FIRST-COUNT(WS-FOUND-IDX)
             PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > 3
               MOVE SPACES TO WS-BS-WIN-DATE(WS-FOUND-IDX, WS-WIN-IDX)
               MOVE 0 TO WS-BS-WIN-COUNT(WS-FOUND-IDX, WS-WIN-IDX)
             END-PERFORM
           END-IF

      *> A later row on the same date (a rerun) replaces the earlier.
           IF FC-DATE >= WS-BS-LAST-DATE(WS-FOUND-IDX)
             MOVE FC-DATE TO WS-BS-LAST-DATE(WS-FOUND-IDX)
             MOVE FC-COUNT TO WS-BS-LAST-COUNT(WS-FOUND-IDX)
           END-IF
           IF FC-DATE < WS-BS-FIRST-DATE(WS-FOUND-IDX)
             MOVE FC-DATE TO WS-BS-FIRST-DATE(WS-FOUND-IDX)
             MOVE FC-COUNT TO WS-BS-FIRST-COUNT(WS-FOUND-IDX)
           END-IF
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
             UNTIL WS-WIN-IDX > 3
             IF FC-DATE <= WS-WINDOW-CUTOFF(WS-WIN-IDX)
               AND (WS-BS-WIN-DATE(WS-FOUND-IDX, WS-WIN-IDX) = SPACES
                 OR FC-DATE >=
                   WS-BS-WIN-DATE(WS-FOUND-IDX, WS-WIN-IDX))
               MOVE FC-DATE TO WS-BS-WIN-DATE(WS-FOUND-IDX, WS-WIN-IDX)
               MOVE FC-COUNT TO
                 WS-BS-WIN-COUNT(WS-FOUND-IDX, WS-WIN-IDX)
             END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Data File Capacity Forecast - "
                    DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Term end:  " DELIMITED BY SIZE
                  WS-TERM-END DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERM-NAME) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Year end:  " DELIMITED BY SIZE
                  WS-YEAR-END DELIMITED BY SIZE
                  "  end of the academic year" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MAX-RECORDS TO WS-BIG-TEXT
           MOVE WS-MAX-BYTES TO WS-BIG-TEXT2
           MOVE SPACES TO REPORT-LINE
           STRING "Limits:    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BIG-TEXT) DELIMITED BY SIZE
                  " rows or " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BIG-TEXT2) DELIMITED BY SIZE
                  " bytes per file" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ACCEL-PCT TO WS-NUM-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Accelerating: 30-day rate more than "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                  "% above the 90-day rate" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-BASE-COUNT = 0
             MOVE "No record counts in FILECOUNTS.DAT yet; the "
               TO REPORT-LINE
             MOVE "health check records them." TO REPORT-LINE(45:26)
             WRITE REPORT-LINE
             EXIT PARAGRAPH
           END-IF

           MOVE "Change in rows over the window; projections in rows."
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "File" TO REPORT-LINE(1:4)
           MOVE "Rows" TO REPORT-LINE(25:4)
           MOVE "30-day" TO REPORT-LINE(31:6)
           MOVE "90-day" TO REPORT-LINE(39:6)
           MOVE "365-day" TO REPORT-LINE(46:7)
           MOVE "Term end" TO REPORT-LINE(54:8)
           MOVE "Year end" TO REPORT-LINE(63:8)
           MOVE "Flag" TO REPORT-LINE(72:4)
           WRITE REPORT-LINE.

       REPORT-ONE-FILE.
           ADD 1 TO WS-FILES-REPORTED
           MOVE "N" TO WS-LIMIT-FLAG
           MOVE "N" TO WS-ACCEL-FLAG

      *> Growth over each window, and the daily rate it implies
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
             UNTIL WS-WIN-IDX > 3
             MOVE "N" TO WS-GR-KNOWN(WS-WIN-IDX)
             MOVE 0 TO WS-GR-CHANGE(WS-WIN-IDX)
             MOVE 0 TO WS-GR-RATE(WS-WIN-IDX)
             IF WS-BS-WIN-DATE(WS-BASE-IDX, WS-WIN-IDX) NOT = SPACES
               COMPUTE WS-SPAN-DAYS =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   WS-BS-LAST-DATE(WS-BASE-IDX)))
                 - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   WS-BS-WIN-DATE(WS-BASE-IDX, WS-WIN-IDX)))
               IF WS-SPAN-DAYS > 0
                 MOVE "Y" TO WS-GR-KNOWN(WS-WIN-IDX)
                 COMPUTE WS-GR-CHANGE(WS-WIN-IDX) =
                   WS-BS-LAST-COUNT(WS-BASE-IDX)
                   - WS-BS-WIN-COUNT(WS-BASE-IDX, WS-WIN-IDX)
                 COMPUTE WS-GR-RATE(WS-WIN-IDX) ROUNDED =
                   WS-GR-CHANGE(WS-WIN-IDX) / WS-SPAN-DAYS
               END-IF
             END-IF
           END-PERFORM

           PERFORM CHOOSE-PROJECTION-RATE
           PERFORM MEASURE-FILE-BYTES

           COMPUTE WS-PROJ-TERM =
             WS-BS-LAST-COUNT(WS-BASE-IDX) + WS-RATE * WS-TERM-DAYS
           COMPUTE WS-PROJ-YEAR =
             WS-BS-LAST-COUNT(WS-BASE-IDX) + WS-RATE * WS-YEAR-DAYS
           IF WS-PROJ-TERM < 0
             MOVE 0 TO WS-PROJ-TERM
           END-IF
           IF WS-PROJ-YEAR < 0
             MOVE 0 TO WS-PROJ-YEAR
           END-IF
           COMPUTE WS-PROJ-BYTES = WS-PROJ-YEAR * WS-AVG-BYTES

           PERFORM CHECK-LIMITS
           PERFORM CHECK-ACCELERATION

           MOVE SPACES TO REPORT-LINE
           MOVE WS-BS-NAME(WS-BASE-IDX) TO REPORT-LINE(1:20)
           MOVE WS-BS-LAST-COUNT(WS-BASE-IDX) TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(21:8)
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
             UNTIL WS-WIN-IDX > 3
             IF WS-GR-KNOWN(WS-WIN-IDX) = "Y"
               MOVE WS-GR-CHANGE(WS-WIN-IDX) TO WS-CHANGE-TEXT
               MOVE WS-CHANGE-TEXT TO
                 REPORT-LINE(22 + WS-WIN-IDX * 8:7)
             ELSE
               MOVE "    n/a" TO REPORT-LINE(22 + WS-WIN-IDX * 8:7)
             END-IF
           END-PERFORM
           IF WS-RATE-KNOWN = "Y"
             MOVE WS-PROJ-TERM TO WS-COUNT-TEXT
             MOVE WS-COUNT-TEXT TO REPORT-LINE(54:8)
             MOVE WS-PROJ-YEAR TO WS-COUNT-TEXT
             MOVE WS-COUNT-TEXT TO REPORT-LINE(63:8)
           ELSE
             MOVE "     n/a" TO REPORT-LINE(54:8)
             MOVE "     n/a" TO REPORT-LINE(63:8)
           END-IF
           IF WS-LIMIT-FLAG = "Y"
             MOVE "LIMIT" TO REPORT-LINE(72:5)
           END-IF
           IF WS-ACCEL-FLAG = "Y"
             IF WS-LIMIT-FLAG = "Y"
               MOVE "LIM+ACC" TO REPORT-LINE(72:7)
             ELSE
               MOVE "ACCEL" TO REPORT-LINE(72:5)
             END-IF
           END-IF
           WRITE REPORT-LINE.

      *> 90-day rate first, as the steadiest view of the term so
      *> far; a file with less history falls back to a shorter
      *> window, or to all of its history once that covers a week.
       CHOOSE-PROJECTION-RATE.
           MOVE "N" TO WS-RATE-KNOWN
           MOVE 0 TO WS-RATE
           MOVE SPACES TO WS-RATE-BASIS
           EVALUATE TRUE
             WHEN WS-GR-KNOWN(2) = "Y"
               MOVE WS-GR-RATE(2) TO WS-RATE
               MOVE "90-day" TO WS-RATE-BASIS
               MOVE "Y" TO WS-RATE-KNOWN
             WHEN WS-GR-KNOWN(1) = "Y"
               MOVE WS-GR-RATE(1) TO WS-RATE
               MOVE "30-day" TO WS-RATE-BASIS
               MOVE "Y" TO WS-RATE-KNOWN
             WHEN WS-GR-KNOWN(3) = "Y"
               MOVE WS-GR-RATE(3) TO WS-RATE
               MOVE "365-day" TO WS-RATE-BASIS
               MOVE "Y" TO WS-RATE-KNOWN
             WHEN OTHER
               COMPUTE WS-SPAN-DAYS =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   WS-BS-LAST-DATE(WS-BASE-IDX)))
                 - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   WS-BS-FIRST-DATE(WS-BASE-IDX)))
               IF WS-SPAN-DAYS >= 7
                 COMPUTE WS-RATE ROUNDED =
                   (WS-BS-LAST-COUNT(WS-BASE-IDX)
                    - WS-BS-FIRST-COUNT(WS-BASE-IDX)) / WS-SPAN-DAYS
                 MOVE "history" TO WS-RATE-BASIS
                 MOVE "Y" TO WS-RATE-KNOWN
               END-IF
           END-EVALUATE.

      *> Size of tonight's file and its average row, counting the
      *> line end; trailing blanks are not stored in a line
      *> sequential file and are not counted.
       MEASURE-FILE-BYTES.
           MOVE 0 TO WS-FILE-BYTES
           MOVE 0 TO WS-FILE-ROWS
           MOVE 0 TO WS-AVG-BYTES
           MOVE SPACES TO WS-DATA-IN-NAME
           STRING FUNCTION TRIM(WS-BS-NAME(WS-BASE-IDX))
                    DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-DATA-IN-NAME
           END-STRING

           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-IN-FILE
           IF WS-DATA-IN-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ DATA-IN-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-FILE-ROWS
                   IF DATA-IN-RECORD = SPACES
                     MOVE 1 TO WS-ROW-BYTES
                   ELSE
                     COMPUTE WS-ROW-BYTES = FUNCTION LENGTH(
                       FUNCTION TRIM(DATA-IN-RECORD TRAILING)) + 1
                   END-IF
                   ADD WS-ROW-BYTES TO WS-FILE-BYTES
               END-READ
             END-PERFORM
             CLOSE DATA-IN-FILE
           ELSE
             IF WS-DATA-IN-STATUS = "05"
               CLOSE DATA-IN-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-FILE-ROWS > 0
             COMPUTE WS-AVG-BYTES ROUNDED =
               WS-FILE-BYTES / WS-FILE-ROWS
           END-IF.

       CHECK-LIMITS.
           MOVE SPACES TO WS-LIMIT-REASON
           EVALUATE TRUE
             WHEN WS-BS-LAST-COUNT(WS-BASE-IDX) >= WS-MAX-RECORDS
               MOVE "Y" TO WS-LIMIT-FLAG
               MOVE "already past the row limit" TO WS-LIMIT-REASON
             WHEN WS-FILE-BYTES >= WS-MAX-BYTES
               MOVE "Y" TO WS-LIMIT-FLAG
               MOVE "already past the byte limit" TO WS-LIMIT-REASON
             WHEN WS-RATE-KNOWN = "Y" AND WS-RATE > 0
               AND WS-PROJ-YEAR >= WS-MAX-RECORDS
               MOVE "Y" TO WS-LIMIT-FLAG
               COMPUTE WS-DAYS-TO-LIMIT = (WS-MAX-RECORDS
                 - WS-BS-LAST-COUNT(WS-BASE-IDX)) / WS-RATE
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                 WS-TODAY-INT + WS-DAYS-TO-LIMIT)
               MOVE WS-DATE-NUM TO WS-LIMIT-DATE
               STRING "on track to pass the row limit about "
                        DELIMITED BY SIZE
                      WS-LIMIT-DATE DELIMITED BY SIZE
                 INTO WS-LIMIT-REASON
               END-STRING
             WHEN WS-RATE-KNOWN = "Y" AND WS-RATE > 0
               AND WS-PROJ-BYTES >= WS-MAX-BYTES
               MOVE "Y" TO WS-LIMIT-FLAG
               IF WS-PROJ-TERM * WS-AVG-BYTES >= WS-MAX-BYTES
                 STRING "on track to pass the byte limit by term end "
                          DELIMITED BY SIZE
                        WS-TERM-END DELIMITED BY SIZE
                   INTO WS-LIMIT-REASON
                 END-STRING
               ELSE
                 STRING "on track to pass the byte limit by year end "
                          DELIMITED BY SIZE
                        WS-YEAR-END DELIMITED BY SIZE
                   INTO WS-LIMIT-REASON
                 END-STRING
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-LIMIT-FLAG = "Y"
             ADD 1 TO WS-LIMIT-COUNT
             PERFORM ADD-FILE-NOTES
           END-IF.

       CHECK-ACCELERATION.
           IF WS-GR-KNOWN(1) NOT = "Y" OR WS-GR-KNOWN(2) NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           IF WS-GR-RATE(1) <= 0
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCEL-RATE = 100 + WS-ACCEL-PCT
           COMPUTE WS-ACCEL-RATE ROUNDED =
             WS-GR-RATE(2) * WS-ACCEL-RATE / 100
           IF WS-GR-RATE(2) <= 0 OR WS-GR-RATE(1) > WS-ACCEL-RATE
             MOVE "Y" TO WS-ACCEL-FLAG
             ADD 1 TO WS-ACCEL-COUNT
             MOVE SPACES TO WS-ACCEL-REASON
             MOVE WS-GR-RATE(1) TO WS-RATE-TEXT
             MOVE WS-GR-RATE(2) TO WS-RATE-TEXT2
             STRING "growth speeding up: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-RATE-TEXT) DELIMITED BY SIZE
                    " rows/day over 30 days, " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-RATE-TEXT2) DELIMITED BY SIZE
                    " over 90" DELIMITED BY SIZE
               INTO WS-ACCEL-REASON
             END-STRING
             MOVE WS-ACCEL-REASON TO WS-LIMIT-REASON
      *> A file already noted for its limit gets one more line.
             IF WS-LIMIT-FLAG NOT = "Y"
               PERFORM ADD-FILE-NOTES
             ELSE
               PERFORM ADD-ONE-NOTE-LINE
             END-IF
           END-IF.

      *> The file's heading line in the notes, then the reason and
      *> the sizes behind it.
       ADD-FILE-NOTES.
           IF WS-NOTE-COUNT + 3 > WS-NOTE-MAX
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTE-COUNT
           MOVE SPACES TO WS-NOTE-LINE(WS-NOTE-COUNT)
           MOVE WS-FILE-BYTES TO WS-BIG-TEXT
           MOVE WS-BS-LAST-COUNT(WS-BASE-IDX) TO WS-COUNT-TEXT
           STRING FUNCTION TRIM(WS-BS-NAME(WS-BASE-IDX))
                    DELIMITED BY SIZE
                  ".DAT: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " rows, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BIG-TEXT) DELIMITED BY SIZE
                  " bytes" DELIMITED BY SIZE
             INTO WS-NOTE-LINE(WS-NOTE-COUNT)
           END-STRING
           PERFORM ADD-ONE-NOTE-LINE
           IF WS-RATE-KNOWN = "Y"
             ADD 1 TO WS-NOTE-COUNT
             MOVE SPACES TO WS-NOTE-LINE(WS-NOTE-COUNT)
             MOVE WS-RATE TO WS-RATE-TEXT
             MOVE WS-PROJ-BYTES TO WS-BIG-TEXT
             STRING "    " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-RATE-TEXT) DELIMITED BY SIZE
                    " rows/day (" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-RATE-BASIS) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO WS-NOTE-LINE(WS-NOTE-COUNT)
             END-STRING
      *> No row on file tonight means no average row to price.
             IF WS-AVG-BYTES > 0
               MOVE WS-NOTE-LINE(WS-NOTE-COUNT) TO WS-NOTE-WORK
               MOVE SPACES TO WS-NOTE-LINE(WS-NOTE-COUNT)
               STRING FUNCTION TRIM(WS-NOTE-WORK TRAILING)
                        DELIMITED BY SIZE
                      ", about " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BIG-TEXT) DELIMITED BY SIZE
                      " bytes by year end" DELIMITED BY SIZE
                 INTO WS-NOTE-LINE(WS-NOTE-COUNT)
               END-STRING
             END-IF
           END-IF.

       ADD-ONE-NOTE-LINE.
           IF WS-NOTE-COUNT >= WS-NOTE-MAX
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTE-COUNT
           MOVE SPACES TO WS-NOTE-LINE(WS-NOTE-COUNT)
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIMIT-REASON) DELIMITED BY SIZE
             INTO WS-NOTE-LINE(WS-NOTE-COUNT)
           END-STRING.

       WRITE-REPORT-NOTES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BASE-OVERFLOW > 0
             MOVE WS-BASE-OVERFLOW TO WS-COUNT-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "Count rows for files beyond the first "
                      DELIMITED BY SIZE
                    "150 were not read: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF

           IF WS-NOTE-COUNT = 0
             MOVE "No file is near its limit or speeding up."
               TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             MOVE "Files needing attention:" TO REPORT-LINE
             WRITE REPORT-LINE
             PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
               MOVE WS-NOTE-LINE(WS-NOTE-IDX) TO REPORT-LINE
               WRITE REPORT-LINE
             END-PERFORM
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FILES-REPORTED TO WS-NUM-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Files forecast: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LIMIT-COUNT TO WS-NUM-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Past or heading past a limit: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ACCEL-COUNT TO WS-NUM-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Growth speeding up: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
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

       END PROGRAM CAPACITYREPORT.
