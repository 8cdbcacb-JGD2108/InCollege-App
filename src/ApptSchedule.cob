       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTSCHED.

      *> Daily run sheet for the career-counseling office: today's
      *> published appointment slots from APPOINTMENTS.DAT, grouped
      *> per counselor in time order, showing who is booked into
      *> each one and which are still open. A closing section lists
      *> students at or over the no-show limit (PARAMS.DAT
      *> APPT-STRIKE-LIMIT, default 3, counted over the last
      *> APPT-STRIKE-DAYS, default 180) so the front desk can apply
      *> the three-strikes policy. Run before the office opens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPOINTMENTS-FILE
               ASSIGN TO "APPOINTMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPT-STATUS.

           SELECT OPTIONAL PARAMS-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPOINTMENTS-FILE.
           01 APPOINTMENT-RECORD.
             05 AP-COUNSELOR PIC X(12).
             05 AP-SLOT PIC X(12).
             05 AP-TYPE PIC X(1).
             05 AP-STATUS PIC X(1).
             05 AP-STUDENT PIC X(12).
             05 AP-BOOKED-DATE PIC X(8).
             05 AP-OUTCOME PIC X(1).

       FD PARAMS-FILE.
           01 PARAM-RECORD.
             05 PRM-NAME PIC X(20).
             05 PRM-VALUE PIC X(10).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         77 WS-APPT-STATUS PIC XX.
         77 WS-PARAMS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-PARAMS-EOF PIC X VALUE "N".
         77 WS-PARAM-NUM PIC 9(6) VALUE 0.

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TODAY-INT PIC S9(9) VALUE 0.
         77 WS-SLOT-INT PIC S9(9) VALUE 0.
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-STRIKE-LIMIT PIC 9(2) VALUE 3.
         77 WS-STRIKE-DAYS PIC 9(4) VALUE 180.

      *> Today's open and booked slots, sorted counselor-then-slot.
         77 WS-MAX-ROWS PIC 9(4) VALUE 500.
         01 WS-SCHEDULE-TABLE.
           05 WS-SCH-ENTRY OCCURS 500 TIMES.
             10 WS-SCH-COUNSELOR PIC X(12).
             10 WS-SCH-SLOT PIC X(12).
             10 WS-SCH-TYPE PIC X(1).
             10 WS-SCH-STATUS PIC X(1).
             10 WS-SCH-STUDENT PIC X(12).
         77 WS-SCH-COUNT PIC 9(4) VALUE 0.
         77 WS-SCH-IDX PIC 9(4) VALUE 0.
         77 WS-SCH-IDX2 PIC 9(4) VALUE 0.
         01 WS-SCH-SWAP-ENTRY PIC X(38).
         77 WS-CURRENT-COUNSELOR PIC X(12).
         77 WS-TYPE-LABEL PIC X(20).

      *> Recent no-shows per student for the strikes section.
         77 WS-MAX-STRIKERS PIC 9(4) VALUE 1000.
         01 WS-STRIKE-TABLE.
           05 WS-STK-ENTRY OCCURS 1000 TIMES.
             10 WS-STK-STUDENT PIC X(12).
             10 WS-STK-COUNT PIC 9(4).
         77 WS-STK-COUNT-ROWS PIC 9(4) VALUE 0.
         77 WS-STK-IDX PIC 9(4) VALUE 0.
         77 WS-STK-FOUND PIC X VALUE "N".
         77 WS-STK-LISTED PIC 9(4) VALUE 0.
         77 WS-COUNT-TEXT PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-TODAY-STAMP))
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "APPOINTMENT-SCHEDULE-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-RUNTIME-PARAMS
           PERFORM LOAD-APPOINTMENTS
           PERFORM SORT-SCHEDULE
           PERFORM WRITE-SCHEDULE

           GOBACK.

       LOAD-RUNTIME-PARAMS.
           MOVE "N" TO WS-PARAMS-EOF
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS NOT = "00"
             IF WS-PARAMS-STATUS = "05"
               CLOSE PARAMS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PARAMS-EOF = "Y"
             READ PARAMS-FILE
               AT END
                 MOVE "Y" TO WS-PARAMS-EOF
               NOT AT END
                 IF FUNCTION LENGTH(FUNCTION TRIM(PRM-VALUE)) > 0
                   AND FUNCTION TRIM(PRM-VALUE) IS NUMERIC
                   COMPUTE WS-PARAM-NUM =
                     FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                   EVALUATE FUNCTION TRIM(PRM-NAME)
                     WHEN "APPT-STRIKE-LIMIT"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-STRIKE-LIMIT
                       END-IF
                     WHEN "APPT-STRIKE-DAYS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-STRIKE-DAYS
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PARAMS-FILE.

       LOAD-APPOINTMENTS.
           MOVE 0 TO WS-SCH-COUNT
           MOVE 0 TO WS-STK-COUNT-ROWS
           MOVE "N" TO WS-EOF

           OPEN INPUT APPOINTMENTS-FILE
           IF WS-APPT-STATUS NOT = "00"
             IF WS-APPT-STATUS = "05"
               CLOSE APPOINTMENTS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ APPOINTMENTS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF (AP-STATUS = "O" OR AP-STATUS = "B")
                   AND AP-SLOT(1:8) = WS-TODAY-STAMP
                   AND WS-SCH-COUNT < WS-MAX-ROWS
                   ADD 1 TO WS-SCH-COUNT
                   MOVE AP-COUNSELOR TO WS-SCH-COUNSELOR(WS-SCH-COUNT)
                   MOVE AP-SLOT TO WS-SCH-SLOT(WS-SCH-COUNT)
                   MOVE AP-TYPE TO WS-SCH-TYPE(WS-SCH-COUNT)
                   MOVE AP-STATUS TO WS-SCH-STATUS(WS-SCH-COUNT)
                   MOVE AP-STUDENT TO WS-SCH-STUDENT(WS-SCH-COUNT)
                 END-IF
                 IF AP-OUTCOME = "N" AND AP-SLOT(1:8) IS NUMERIC
                   PERFORM TALLY-NOSHOW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE APPOINTMENTS-FILE.

       TALLY-NOSHOW.
           COMPUTE WS-SLOT-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(AP-SLOT(1:8)))
           IF WS-TODAY-INT - WS-SLOT-INT > WS-STRIKE-DAYS
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-STK-FOUND
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
             UNTIL WS-STK-IDX > WS-STK-COUNT-ROWS
             OR WS-STK-FOUND = "Y"
             IF WS-STK-STUDENT(WS-STK-IDX) = AP-STUDENT
               ADD 1 TO WS-STK-COUNT(WS-STK-IDX)
               MOVE "Y" TO WS-STK-FOUND
             END-IF
           END-PERFORM

           IF WS-STK-FOUND = "N"
             AND WS-STK-COUNT-ROWS < WS-MAX-STRIKERS
             ADD 1 TO WS-STK-COUNT-ROWS
             MOVE AP-STUDENT TO WS-STK-STUDENT(WS-STK-COUNT-ROWS)
             MOVE 1 TO WS-STK-COUNT(WS-STK-COUNT-ROWS)
           END-IF.

       SORT-SCHEDULE.
      *> Simple exchange sort; counselor major, slot minor.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
             UNTIL WS-SCH-IDX >= WS-SCH-COUNT
             PERFORM VARYING WS-SCH-IDX2 FROM 1 BY 1
               UNTIL WS-SCH-IDX2 >= WS-SCH-COUNT
               IF WS-SCH-ENTRY(WS-SCH-IDX2)(1:24) >
                 WS-SCH-ENTRY(WS-SCH-IDX2 + 1)(1:24)
                 MOVE WS-SCH-ENTRY(WS-SCH-IDX2) TO WS-SCH-SWAP-ENTRY
                 MOVE WS-SCH-ENTRY(WS-SCH-IDX2 + 1) TO
                   WS-SCH-ENTRY(WS-SCH-IDX2)
                 MOVE WS-SCH-SWAP-ENTRY TO
                   WS-SCH-ENTRY(WS-SCH-IDX2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-SCHEDULE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the appointment schedule file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Counseling Appointments - " DELIMITED BY
                    SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           IF WS-SCH-COUNT = 0
             MOVE "No counseling slots are published for today." TO
               REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO WS-CURRENT-COUNSELOR
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
             UNTIL WS-SCH-IDX > WS-SCH-COUNT
             IF WS-SCH-COUNSELOR(WS-SCH-IDX) NOT = WS-CURRENT-COUNSELOR
               MOVE WS-SCH-COUNSELOR(WS-SCH-IDX) TO
                 WS-CURRENT-COUNSELOR
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Counselor: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-COUNSELOR) DELIMITED BY
                        SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF

             EVALUATE WS-SCH-TYPE(WS-SCH-IDX)
               WHEN "R"
                 MOVE "Resume review" TO WS-TYPE-LABEL
               WHEN "M"
                 MOVE "Mock interview" TO WS-TYPE-LABEL
               WHEN OTHER
                 MOVE "Career exploration" TO WS-TYPE-LABEL
             END-EVALUATE

             MOVE SPACES TO REPORT-LINE
             IF WS-SCH-STATUS(WS-SCH-IDX) = "B"
               STRING "  " DELIMITED BY SIZE
                      WS-SCH-SLOT(WS-SCH-IDX)(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-SCH-SLOT(WS-SCH-IDX)(11:2) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TYPE-LABEL DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SCH-STUDENT(WS-SCH-IDX))
                        DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
             ELSE
               STRING "  " DELIMITED BY SIZE
                      WS-SCH-SLOT(WS-SCH-IDX)(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-SCH-SLOT(WS-SCH-IDX)(11:2) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TYPE-LABEL DELIMITED BY SIZE
                      "(open)" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
             END-IF
             WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STRIKE-LIMIT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Students at the no-show limit (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " or more):" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO WS-STK-LISTED
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
             UNTIL WS-STK-IDX > WS-STK-COUNT-ROWS
             IF WS-STK-COUNT(WS-STK-IDX) >= WS-STRIKE-LIMIT
               ADD 1 TO WS-STK-LISTED
               MOVE WS-STK-COUNT(WS-STK-IDX) TO WS-COUNT-TEXT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-STK-STUDENT(WS-STK-IDX) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                      " missed" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM
           IF WS-STK-LISTED = 0
             MOVE "  (none)" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE

           DISPLAY "Appointment schedule written to "
             FUNCTION TRIM(WS-REPORT-FILENAME).

       END PROGRAM APPTSCHED.
