       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADCAL.

      *> Maintenance utility for the academic calendar master
      *> (ACADCAL.DAT): the term codes with their start and end dates,
      *> and the campus holidays. Co-op hours, the co-op statement,
      *> the placements report, the recurring-template publisher and
      *> the organization renewal window take their terms from it;
      *> offer respond-by dates and the reminder windows step over
      *> the holidays it lists.
      *>
      *>   ACADCAL LIST
      *>   ACADCAL TERM <code> <start> <end> <name>
      *>   ACADCAL HOLIDAY <start> <end> <name>
      *>   ACADCAL DROP <n>
      *>
      *> Term codes are the four-digit year plus a two-letter term:
      *> FA fall, WI winter intersession, SP spring, SU summer (for
      *> example 2026FA). TERM replaces an existing row with the same
      *> code. Dates are YYYYMMDD; a one-day holiday repeats the date.
      *> DROP removes the row numbered n on LIST. Terms may not
      *> overlap one another, and neither may holidays.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> T = term row (AC-CODE set), H = campus holiday (AC-CODE
      *> blank). Both carry an inclusive start/end date range.
       FD ACADCAL-FILE.
           01 ACADCAL-RECORD.
             05 AC-TYPE PIC X(1).
             05 AC-CODE PIC X(6).
             05 AC-START PIC X(8).
             05 AC-END PIC X(8).
             05 AC-NAME PIC X(30).

       WORKING-STORAGE SECTION.
         77 WS-ACADCAL-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-COMMAND-LINE PIC X(100).
         77 WS-ACTION PIC X(8) VALUE "LIST".
         77 WS-ARG-1 PIC X(10).
         77 WS-ARG-2 PIC X(10).
         77 WS-ARG-3 PIC X(10).
         77 WS-ARG-NAME PIC X(30).
         77 WS-CMD-PTR PIC 9(3) VALUE 1.
         77 WS-TARGET-ID PIC 9(3) VALUE 0.

         77 WS-NEW-TYPE PIC X(1).
         77 WS-NEW-CODE PIC X(6).
         77 WS-NEW-START PIC X(8).
         77 WS-NEW-END PIC X(8).
         77 WS-DATE-CHECK PIC X(8).
         77 WS-DATE-OK PIC X VALUE "N".
         77 WS-DATE-MONTH PIC 9(2) VALUE 0.
         77 WS-DATE-DAY PIC 9(2) VALUE 0.
         77 WS-CLASH-IDX PIC 9(3) VALUE 0.
         77 WS-REPLACE-IDX PIC 9(3) VALUE 0.

         77 WS-MAX-ROWS PIC 9(3) VALUE 200.
         01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 200 TIMES.
             10 WS-CAL-TYPE PIC X(1).
             10 WS-CAL-CODE PIC X(6).
             10 WS-CAL-START PIC X(8).
             10 WS-CAL-END PIC X(8).
             10 WS-CAL-NAME PIC X(30).
         77 WS-CAL-COUNT PIC 9(3) VALUE 0.
         77 WS-CAL-IDX PIC 9(3) VALUE 0.
         77 WS-CAL-IDX2 PIC 9(3) VALUE 0.
         01 WS-CAL-SWAP PIC X(53).
         77 WS-SORT-DONE PIC X VALUE "N".
         77 WS-ROW-NUM PIC ZZ9.
         77 WS-TYPE-LABEL PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-COMMAND-LINE
           PERFORM LOAD-CALENDAR

           EVALUATE WS-ACTION
             WHEN "TERM"
               PERFORM ADD-TERM-ROW
             WHEN "HOLIDAY"
               PERFORM ADD-HOLIDAY-ROW
             WHEN "DROP"
               PERFORM DROP-CALENDAR-ROW
             WHEN OTHER
               PERFORM LIST-CALENDAR
           END-EVALUATE

           GOBACK.

       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE "LIST" TO WS-ACTION
           MOVE SPACES TO WS-ARG-1
           MOVE SPACES TO WS-ARG-2
           MOVE SPACES TO WS-ARG-3
           MOVE SPACES TO WS-ARG-NAME
           MOVE 1 TO WS-CMD-PTR

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) = 0
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
             INTO WS-ACTION
             WITH POINTER WS-CMD-PTR
           END-UNSTRING
           INSPECT WS-ACTION CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *> TERM takes code, start and end before the name; HOLIDAY
      *> takes start and end; the rest of the line is the name.
           EVALUATE WS-ACTION
             WHEN "TERM"
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                 INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
                 WITH POINTER WS-CMD-PTR
               END-UNSTRING
             WHEN "HOLIDAY"
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                 INTO WS-ARG-2 WS-ARG-3
                 WITH POINTER WS-CMD-PTR
               END-UNSTRING
             WHEN OTHER
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
                 INTO WS-ARG-1
                 WITH POINTER WS-CMD-PTR
               END-UNSTRING
           END-EVALUATE
           IF WS-CMD-PTR <= 100
             MOVE WS-COMMAND-LINE(WS-CMD-PTR:) TO WS-ARG-NAME
           END-IF

           MOVE 0 TO WS-TARGET-ID
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-1)) <= 3
             AND FUNCTION TRIM(WS-ARG-1) IS NUMERIC
             COMPUTE WS-TARGET-ID =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-1))
           END-IF.

       LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS NOT = "00"
             IF WS-ACADCAL-STATUS = "05"
               CLOSE ACADCAL-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ ACADCAL-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-CAL-COUNT < WS-MAX-ROWS
                   ADD 1 TO WS-CAL-COUNT
                   MOVE ACADCAL-RECORD TO WS-CAL-ENTRY(WS-CAL-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ACADCAL-FILE.

       SAVE-CALENDAR.
      *> Kept in start-date order so LIST reads as a calendar.
           MOVE "N" TO WS-SORT-DONE
           PERFORM UNTIL WS-SORT-DONE = "Y"
             MOVE "Y" TO WS-SORT-DONE
             PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX >= WS-CAL-COUNT
               COMPUTE WS-CAL-IDX2 = WS-CAL-IDX + 1
               IF WS-CAL-START(WS-CAL-IDX) > WS-CAL-START(WS-CAL-IDX2)
                 MOVE WS-CAL-ENTRY(WS-CAL-IDX) TO WS-CAL-SWAP
                 MOVE WS-CAL-ENTRY(WS-CAL-IDX2) TO
                   WS-CAL-ENTRY(WS-CAL-IDX)
                 MOVE WS-CAL-SWAP TO WS-CAL-ENTRY(WS-CAL-IDX2)
                 MOVE "N" TO WS-SORT-DONE
               END-IF
             END-PERFORM
           END-PERFORM

           OPEN OUTPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS NOT = "00"
             AND WS-ACADCAL-STATUS NOT = "05"
             DISPLAY "Unable to write ACADCAL.DAT (status "
               WS-ACADCAL-STATUS ")."
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT
             MOVE WS-CAL-ENTRY(WS-CAL-IDX) TO ACADCAL-RECORD
             WRITE ACADCAL-RECORD
           END-PERFORM

           CLOSE ACADCAL-FILE.

       LIST-CALENDAR.
           IF WS-CAL-COUNT = 0
             DISPLAY "The academic calendar is empty; terms follow "
               "the built-in Jan/Jun/Sep split until it is loaded."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT
             MOVE WS-CAL-IDX TO WS-ROW-NUM
             IF WS-CAL-TYPE(WS-CAL-IDX) = "T"
               MOVE "Term" TO WS-TYPE-LABEL
             ELSE
               MOVE "Holiday" TO WS-TYPE-LABEL
             END-IF
             DISPLAY WS-ROW-NUM ". " WS-TYPE-LABEL " "
               WS-CAL-CODE(WS-CAL-IDX) " "
               WS-CAL-START(WS-CAL-IDX) "-" WS-CAL-END(WS-CAL-IDX)
               " " FUNCTION TRIM(WS-CAL-NAME(WS-CAL-IDX))
           END-PERFORM.

       ADD-TERM-ROW.
           MOVE FUNCTION UPPER-CASE(WS-ARG-1) TO WS-NEW-CODE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-1)) NOT = 6
             OR WS-NEW-CODE(1:4) IS NOT NUMERIC
             OR (WS-NEW-CODE(5:2) NOT = "FA"
               AND WS-NEW-CODE(5:2) NOT = "WI"
               AND WS-NEW-CODE(5:2) NOT = "SP"
               AND WS-NEW-CODE(5:2) NOT = "SU")
             DISPLAY "TERM needs a code like 2026FA (FA, WI, SP or SU)."
             EXIT PARAGRAPH
           END-IF

           MOVE "T" TO WS-NEW-TYPE
           PERFORM VALIDATE-NEW-RANGE
           IF WS-DATE-OK NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-REPLACE-IDX
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT
             IF WS-CAL-TYPE(WS-CAL-IDX) = "T"
               AND WS-CAL-CODE(WS-CAL-IDX) = WS-NEW-CODE
               MOVE WS-CAL-IDX TO WS-REPLACE-IDX
             END-IF
           END-PERFORM

           PERFORM FIND-RANGE-CLASH
           IF WS-CLASH-IDX > 0
             DISPLAY "Those dates overlap term "
               WS-CAL-CODE(WS-CLASH-IDX) " ("
               WS-CAL-START(WS-CLASH-IDX) "-"
               WS-CAL-END(WS-CLASH-IDX) ")."
             EXIT PARAGRAPH
           END-IF

           IF WS-REPLACE-IDX = 0
             IF WS-CAL-COUNT >= WS-MAX-ROWS
               DISPLAY "The calendar is full (max 200 rows); DROP "
                 "old rows first."
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-CAL-COUNT
             MOVE WS-CAL-COUNT TO WS-REPLACE-IDX
           END-IF

           MOVE "T" TO WS-CAL-TYPE(WS-REPLACE-IDX)
           MOVE WS-NEW-CODE TO WS-CAL-CODE(WS-REPLACE-IDX)
           MOVE WS-NEW-START TO WS-CAL-START(WS-REPLACE-IDX)
           MOVE WS-NEW-END TO WS-CAL-END(WS-REPLACE-IDX)
           MOVE WS-ARG-NAME TO WS-CAL-NAME(WS-REPLACE-IDX)
           PERFORM SAVE-CALENDAR
           DISPLAY "Term " WS-NEW-CODE " set: " WS-NEW-START "-"
             WS-NEW-END " " FUNCTION TRIM(WS-ARG-NAME).

       ADD-HOLIDAY-ROW.
           MOVE "H" TO WS-NEW-TYPE
           MOVE SPACES TO WS-NEW-CODE
           PERFORM VALIDATE-NEW-RANGE
           IF WS-DATE-OK NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-REPLACE-IDX
           PERFORM FIND-RANGE-CLASH
           IF WS-CLASH-IDX > 0
             DISPLAY "Those dates overlap the holiday "
               WS-CAL-START(WS-CLASH-IDX) "-"
               WS-CAL-END(WS-CLASH-IDX) " "
               FUNCTION TRIM(WS-CAL-NAME(WS-CLASH-IDX)) "."
             EXIT PARAGRAPH
           END-IF

           IF WS-CAL-COUNT >= WS-MAX-ROWS
             DISPLAY "The calendar is full (max 200 rows); DROP old "
               "rows first."
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CAL-COUNT
           MOVE "H" TO WS-CAL-TYPE(WS-CAL-COUNT)
           MOVE SPACES TO WS-CAL-CODE(WS-CAL-COUNT)
           MOVE WS-NEW-START TO WS-CAL-START(WS-CAL-COUNT)
           MOVE WS-NEW-END TO WS-CAL-END(WS-CAL-COUNT)
           MOVE WS-ARG-NAME TO WS-CAL-NAME(WS-CAL-COUNT)
           PERFORM SAVE-CALENDAR
           DISPLAY "Holiday added: " WS-NEW-START "-" WS-NEW-END " "
             FUNCTION TRIM(WS-ARG-NAME).

       VALIDATE-NEW-RANGE.
           MOVE "N" TO WS-DATE-OK
           MOVE WS-ARG-2 TO WS-DATE-CHECK
           PERFORM CHECK-ONE-DATE
           IF WS-DATE-OK NOT = "Y"
             DISPLAY "Start date must be a real date as YYYYMMDD."
             EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK TO WS-NEW-START

           MOVE WS-ARG-3 TO WS-DATE-CHECK
           PERFORM CHECK-ONE-DATE
           IF WS-DATE-OK NOT = "Y"
             DISPLAY "End date must be a real date as YYYYMMDD."
             EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK TO WS-NEW-END

           IF WS-NEW-END < WS-NEW-START
             MOVE "N" TO WS-DATE-OK
             DISPLAY "End date is before the start date."
             EXIT PARAGRAPH
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-NAME)) = 0
             MOVE "N" TO WS-DATE-OK
             DISPLAY "A name is required after the dates."
           END-IF.

       CHECK-ONE-DATE.
           MOVE "N" TO WS-DATE-OK
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-CHECK)) NOT = 8
             OR WS-DATE-CHECK IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-DATE-CHECK(5:2)) TO WS-DATE-MONTH
           MOVE FUNCTION NUMVAL(WS-DATE-CHECK(7:2)) TO WS-DATE-DAY
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
             OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DATE-OK.

       FIND-RANGE-CLASH.
      *> Another row of the same type whose dates overlap the new
      *> range (a term being replaced is not compared with itself).
           MOVE 0 TO WS-CLASH-IDX
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-CLASH-IDX > 0
             IF WS-CAL-TYPE(WS-CAL-IDX) = WS-NEW-TYPE
               AND WS-CAL-IDX NOT = WS-REPLACE-IDX
               AND WS-CAL-START(WS-CAL-IDX) <= WS-NEW-END
               AND WS-CAL-END(WS-CAL-IDX) >= WS-NEW-START
               MOVE WS-CAL-IDX TO WS-CLASH-IDX
             END-IF
           END-PERFORM.

       DROP-CALENDAR-ROW.
           IF WS-TARGET-ID = 0 OR WS-TARGET-ID > WS-CAL-COUNT
             DISPLAY "DROP requires a row number from LIST."
             EXIT PARAGRAPH
           END-IF

           DISPLAY "Dropped: " WS-CAL-CODE(WS-TARGET-ID) " "
             WS-CAL-START(WS-TARGET-ID) "-" WS-CAL-END(WS-TARGET-ID)
             " " FUNCTION TRIM(WS-CAL-NAME(WS-TARGET-ID))
           PERFORM VARYING WS-CAL-IDX FROM WS-TARGET-ID BY 1
             UNTIL WS-CAL-IDX >= WS-CAL-COUNT
             MOVE WS-CAL-ENTRY(WS-CAL-IDX + 1) TO
               WS-CAL-ENTRY(WS-CAL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CAL-COUNT
           PERFORM SAVE-CALENDAR.

       END PROGRAM ACADCAL.
