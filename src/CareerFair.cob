       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAREERFAIR.

      *> Post-fair output for a career fair (an EVENTS.DAT row of
      *> type F). Each registered employer gets a file of the students
      *> who visited its booth, each with the resume snapshot frozen
      *> in PACKETS.DAT at the student's first booth visit. A summary
      *> report covers registrations, booth traffic and applications
      *> to the recruited postings in the 30 days after the fair.
      *>
      *>   CAREERFAIR <event id>
      *>
      *> With no event id the most recent fair held up to today is
      *> used.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENTS-FILE
               ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT OPTIONAL FAIRREGS-FILE
               ASSIGN TO "FAIRREGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIRREGS-STATUS.

           SELECT OPTIONAL FAIRVISITS-FILE
               ASSIGN TO "FAIRVISITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIRVISITS-STATUS.

           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL PACKETS-FILE
               ASSIGN TO "PACKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKETS-STATUS.

           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL APPLICATIONS-FILE
               ASSIGN TO "APPLICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTS-FILE.
           01 EVENT-RECORD.
             05 EV-ID PIC X(12).
             05 EV-TITLE PIC X(30).
             05 EV-DESC PIC X(100).
             05 EV-LOCATION PIC X(30).
             05 EV-DATE PIC X(8).
             05 EV-CAPACITY PIC 9(4).
             05 EV-OWNER PIC X(12).
             05 EV-SERIES-ID PIC X(12).
             05 EV-STATUS PIC X(1).
             05 EV-ROOM-ID PIC X(3).
             05 EV-START-TIME PIC X(4).
             05 EV-END-TIME PIC X(4).
             05 EV-CO-ID PIC X(4).
             05 EV-TYPE PIC X(1).

       FD FAIRREGS-FILE.
           01 FAIRREG-RECORD.
             05 FR-EVENT-ID PIC X(12).
             05 FR-CO-ID PIC 9(4).
             05 FR-BOOTH PIC X(3).
             05 FR-REGISTERED-BY PIC X(12).
             05 FR-REG-DATE PIC X(8).
             05 FR-JOB-ID PIC X(12) OCCURS 5 TIMES.

       FD FAIRVISITS-FILE.
           01 FAIRVISIT-RECORD.
             05 FV-EVENT-ID PIC X(12).
             05 FV-CO-ID PIC 9(4).
             05 FV-USERNAME PIC X(12).
             05 FV-VISIT-DATE PIC X(8).
             05 FV-RECORDED-BY PIC X(12).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-FILLER PIC X(103).

       FD PACKETS-FILE.
           01 PACKET-RECORD.
             05 PK-USERNAME PIC X(12).
             05 PK-JOB-ID PIC X(12).
             05 PK-TYPE PIC X(1).
             05 PK-SEQ PIC 9(3).
             05 PK-LINE PIC X(100).

       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-ID PIC X(12).
             05 JOB-TITLE PIC X(30).
             05 JOB-DESCRIPTION PIC X(100).
             05 JOB-EMPLOYER PIC X(30).
             05 JOB-FILLER PIC X(105).

       FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
             05 APP-USERNAME PIC X(12).
             05 APP-JOB-ID PIC X(12).
             05 APP-STATUS PIC X(1).
             05 APP-APPLIED-DATE PIC X(8).
             05 APP-FILLER PIC X(89).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         77 WS-EVENTS-STATUS PIC XX.
         77 WS-FAIRREGS-STATUS PIC XX.
         77 WS-FAIRVISITS-STATUS PIC XX.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-PACKETS-STATUS PIC XX.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-APPS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-COMMAND-LINE PIC X(80).

      *> The fair being reported on.
         77 WS-FAIR-ID PIC X(12).
         77 WS-FAIR-TITLE PIC X(30).
         77 WS-FAIR-DATE PIC X(8).
         77 WS-FAIR-FOUND PIC X(1) VALUE "N".
      *> Applications are credited to the fair from the fair date up
      *> to WS-WINDOW-DAYS later.
         77 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
         77 WS-WINDOW-END PIC X(8).
         77 WS-DAY-NUM PIC 9(8) VALUE 0.
         77 WS-DATE-NUM PIC 9(8) VALUE 0.

      *> One row per registered employer.
         77 WS-MAX-REGS PIC 9(3) VALUE 100.
         01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 100 TIMES.
             10 WS-REG-CO-ID PIC 9(4).
             10 WS-REG-CO-NAME PIC X(30).
             10 WS-REG-BOOTH PIC X(3).
             10 WS-REG-JOB-ID PIC X(12) OCCURS 5 TIMES.
             10 WS-REG-JOB-COUNT PIC 9(1).
             10 WS-REG-VISITS PIC 9(4).
             10 WS-REG-APPS PIC 9(4).
             10 WS-REG-VISITOR-APPS PIC 9(4).
         77 WS-REG-COUNT PIC 9(3) VALUE 0.
         77 WS-REG-IDX PIC 9(3) VALUE 0.
         77 WS-REG-JOB-IDX PIC 9(1) VALUE 0.

      *> One row per (employer, student) booth visit.
         77 WS-MAX-VISITS PIC 9(4) VALUE 3000.
         01 WS-VISIT-TABLE.
           05 WS-VIS-ENTRY OCCURS 3000 TIMES.
             10 WS-VIS-CO-ID PIC 9(4).
             10 WS-VIS-USERNAME PIC X(12).
             10 WS-VIS-DATE PIC X(8).
         77 WS-VIS-COUNT PIC 9(4) VALUE 0.
         77 WS-VIS-IDX PIC 9(4) VALUE 0.
         77 WS-VIS-IDX2 PIC 9(4) VALUE 0.
         77 WS-VIS-FOUND PIC X(1) VALUE "N".
         77 WS-UNIQUE-VISITORS PIC 9(4) VALUE 0.

      *> Resume snapshot lines filed under this fair's id.
         77 WS-MAX-PACKET-LINES PIC 9(4) VALUE 5000.
         01 WS-PACKET-TABLE.
           05 WS-PKT-ENTRY OCCURS 5000 TIMES.
             10 WS-PKT-USERNAME PIC X(12).
             10 WS-PKT-LINE PIC X(100).
         77 WS-PKT-COUNT PIC 9(4) VALUE 0.
         77 WS-PKT-IDX PIC 9(4) VALUE 0.
         77 WS-PKT-SHOWN PIC 9(4) VALUE 0.

      *> Postings of registered employers with no posting listed on
      *> the registration, matched by employer name.
         77 WS-MAX-JOBS PIC 9(4) VALUE 1000.
         01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 1000 TIMES.
             10 WS-JT-ID PIC X(12).
             10 WS-JT-REG-IDX PIC 9(3).
         77 WS-JOB-COUNT PIC 9(4) VALUE 0.
         77 WS-JOB-IDX PIC 9(4) VALUE 0.
         77 WS-APP-REG-IDX PIC 9(3) VALUE 0.

         77 WS-TOTAL-VISITS PIC 9(6) VALUE 0.
         77 WS-TOTAL-APPS PIC 9(6) VALUE 0.
         77 WS-TOTAL-VISITOR-APPS PIC 9(6) VALUE 0.
         77 WS-FILES-WRITTEN PIC 9(4) VALUE 0.
         77 WS-COUNT-TEXT PIC Z(3)9.
         77 WS-COUNT-TEXT2 PIC Z(3)9.
         77 WS-COUNT-TEXT3 PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-FAIR-ID

           PERFORM FIND-FAIR
           IF WS-FAIR-FOUND NOT = "Y"
             IF WS-FAIR-ID = SPACES
               DISPLAY "No career fair has been held yet."
             ELSE
               DISPLAY "No career fair with id "
                 FUNCTION TRIM(WS-FAIR-ID) " is on file."
             END-IF
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-FAIR-DATE)) + WS-WINDOW-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
           MOVE WS-DATE-NUM TO WS-WINDOW-END

           PERFORM LOAD-REGISTRATIONS
           PERFORM LOAD-VISITS
           PERFORM LOAD-FAIR-PACKETS
           PERFORM LOAD-EMPLOYER-JOBS
           PERFORM COUNT-FOLLOW-ON-APPLICATIONS

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
             UNTIL WS-REG-IDX > WS-REG-COUNT
             PERFORM WRITE-EMPLOYER-VISITOR-FILE
           END-PERFORM

           PERFORM WRITE-FAIR-SUMMARY

           GOBACK.

       FIND-FAIR.
      *> The named fair, or failing a name the latest one held.
           MOVE "N" TO WS-FAIR-FOUND
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
                 IF EV-TYPE = "F" AND EV-STATUS NOT = "X"
                   IF WS-FAIR-ID NOT = SPACES
                     IF EV-ID = WS-FAIR-ID
                       MOVE "Y" TO WS-FAIR-FOUND
                       MOVE EV-TITLE TO WS-FAIR-TITLE
                       MOVE EV-DATE TO WS-FAIR-DATE
                     END-IF
                   ELSE
                     IF EV-DATE <= WS-TODAY-STAMP
                       AND (WS-FAIR-FOUND = "N"
                         OR EV-DATE > WS-FAIR-DATE)
                       MOVE "Y" TO WS-FAIR-FOUND
                       MOVE EV-ID TO WS-FAIR-ID
                       MOVE EV-TITLE TO WS-FAIR-TITLE
                       MOVE EV-DATE TO WS-FAIR-DATE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE EVENTS-FILE.

       LOAD-REGISTRATIONS.
           MOVE 0 TO WS-REG-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT FAIRREGS-FILE
           IF WS-FAIRREGS-STATUS NOT = "00"
             IF WS-FAIRREGS-STATUS = "05"
               CLOSE FAIRREGS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ FAIRREGS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FR-EVENT-ID = WS-FAIR-ID
                   AND WS-REG-COUNT < WS-MAX-REGS
                   ADD 1 TO WS-REG-COUNT
                   MOVE FR-CO-ID TO WS-REG-CO-ID(WS-REG-COUNT)
                   MOVE "(company no longer on file)" TO
                     WS-REG-CO-NAME(WS-REG-COUNT)
                   MOVE FR-BOOTH TO WS-REG-BOOTH(WS-REG-COUNT)
                   MOVE 0 TO WS-REG-JOB-COUNT(WS-REG-COUNT)
                   MOVE 0 TO WS-REG-VISITS(WS-REG-COUNT)
                   MOVE 0 TO WS-REG-APPS(WS-REG-COUNT)
                   MOVE 0 TO WS-REG-VISITOR-APPS(WS-REG-COUNT)
                   PERFORM VARYING WS-REG-JOB-IDX FROM 1 BY 1
                     UNTIL WS-REG-JOB-IDX > 5
                     MOVE FR-JOB-ID(WS-REG-JOB-IDX) TO
                       WS-REG-JOB-ID(WS-REG-COUNT, WS-REG-JOB-IDX)
                     IF FR-JOB-ID(WS-REG-JOB-IDX) NOT = SPACES
                       ADD 1 TO WS-REG-JOB-COUNT(WS-REG-COUNT)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FAIRREGS-FILE

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
                 PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-CO-ID(WS-REG-IDX) = CO-ID
                     MOVE CO-NAME TO WS-REG-CO-NAME(WS-REG-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE.

       LOAD-VISITS.
      *> Booth staff may key the same student twice; each student is
      *> kept once per booth.
           MOVE 0 TO WS-VIS-COUNT
           MOVE 0 TO WS-TOTAL-VISITS
           MOVE "N" TO WS-EOF
           OPEN INPUT FAIRVISITS-FILE
           IF WS-FAIRVISITS-STATUS NOT = "00"
             IF WS-FAIRVISITS-STATUS = "05"
               CLOSE FAIRVISITS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ FAIRVISITS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FV-EVENT-ID = WS-FAIR-ID
                   MOVE "N" TO WS-VIS-FOUND
                   PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
                     UNTIL WS-VIS-IDX > WS-VIS-COUNT
                     IF WS-VIS-CO-ID(WS-VIS-IDX) = FV-CO-ID
                       AND WS-VIS-USERNAME(WS-VIS-IDX) = FV-USERNAME
                       MOVE "Y" TO WS-VIS-FOUND
                     END-IF
                   END-PERFORM
                   IF WS-VIS-FOUND = "N"
                     AND WS-VIS-COUNT < WS-MAX-VISITS
                     ADD 1 TO WS-VIS-COUNT
                     ADD 1 TO WS-TOTAL-VISITS
                     MOVE FV-CO-ID TO WS-VIS-CO-ID(WS-VIS-COUNT)
                     MOVE FV-USERNAME TO WS-VIS-USERNAME(WS-VIS-COUNT)
                     MOVE FV-VISIT-DATE TO WS-VIS-DATE(WS-VIS-COUNT)
                     PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                       IF WS-REG-CO-ID(WS-REG-IDX) = FV-CO-ID
                         ADD 1 TO WS-REG-VISITS(WS-REG-IDX)
                       END-IF
                     END-PERFORM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FAIRVISITS-FILE

      *> Students counted once however many booths they visited.
           MOVE 0 TO WS-UNIQUE-VISITORS
           PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
             UNTIL WS-VIS-IDX > WS-VIS-COUNT
             MOVE "N" TO WS-VIS-FOUND
             PERFORM VARYING WS-VIS-IDX2 FROM 1 BY 1
               UNTIL WS-VIS-IDX2 >= WS-VIS-IDX
               IF WS-VIS-USERNAME(WS-VIS-IDX2) =
                 WS-VIS-USERNAME(WS-VIS-IDX)
                 MOVE "Y" TO WS-VIS-FOUND
               END-IF
             END-PERFORM
             IF WS-VIS-FOUND = "N"
               ADD 1 TO WS-UNIQUE-VISITORS
             END-IF
           END-PERFORM.

       LOAD-FAIR-PACKETS.
           MOVE 0 TO WS-PKT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PACKETS-FILE
           IF WS-PACKETS-STATUS NOT = "00"
             IF WS-PACKETS-STATUS = "05"
               CLOSE PACKETS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PACKETS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF PK-JOB-ID = WS-FAIR-ID
                   AND WS-PKT-COUNT < WS-MAX-PACKET-LINES
                   ADD 1 TO WS-PKT-COUNT
                   MOVE PK-USERNAME TO WS-PKT-USERNAME(WS-PKT-COUNT)
                   MOVE PK-LINE TO WS-PKT-LINE(WS-PKT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PACKETS-FILE.

       LOAD-EMPLOYER-JOBS.
      *> An employer that listed no postings on its registration is
      *> credited with applications to any of its postings.
           MOVE 0 TO WS-JOB-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-JOB-COUNT(WS-REG-IDX) = 0
                     AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       JOB-EMPLOYER)) = FUNCTION UPPER-CASE(
                         FUNCTION TRIM(WS-REG-CO-NAME(WS-REG-IDX)))
                     AND WS-JOB-COUNT < WS-MAX-JOBS
                     ADD 1 TO WS-JOB-COUNT
                     MOVE JOB-ID TO WS-JT-ID(WS-JOB-COUNT)
                     MOVE WS-REG-IDX TO WS-JT-REG-IDX(WS-JOB-COUNT)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       COUNT-FOLLOW-ON-APPLICATIONS.
           MOVE 0 TO WS-TOTAL-APPS
           MOVE 0 TO WS-TOTAL-VISITOR-APPS
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPS-STATUS NOT = "00"
             IF WS-APPS-STATUS = "05"
               CLOSE APPLICATIONS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ APPLICATIONS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF APP-APPLIED-DATE >= WS-FAIR-DATE
                   AND APP-APPLIED-DATE <= WS-WINDOW-END
                   PERFORM CREDIT-ONE-APPLICATION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

       CREDIT-ONE-APPLICATION.
           MOVE 0 TO WS-APP-REG-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
             UNTIL WS-REG-IDX > WS-REG-COUNT
             PERFORM VARYING WS-REG-JOB-IDX FROM 1 BY 1
               UNTIL WS-REG-JOB-IDX > 5
               IF WS-REG-JOB-ID(WS-REG-IDX, WS-REG-JOB-IDX) NOT = SPACES
                 AND WS-REG-JOB-ID(WS-REG-IDX, WS-REG-JOB-IDX) =
                   APP-JOB-ID
                 MOVE WS-REG-IDX TO WS-APP-REG-IDX
               END-IF
             END-PERFORM
           END-PERFORM
           IF WS-APP-REG-IDX = 0
             PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JT-ID(WS-JOB-IDX) = APP-JOB-ID
                 MOVE WS-JT-REG-IDX(WS-JOB-IDX) TO WS-APP-REG-IDX
               END-IF
             END-PERFORM
           END-IF
           IF WS-APP-REG-IDX = 0
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REG-APPS(WS-APP-REG-IDX)
           ADD 1 TO WS-TOTAL-APPS
           PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
             UNTIL WS-VIS-IDX > WS-VIS-COUNT
             IF WS-VIS-USERNAME(WS-VIS-IDX) = APP-USERNAME
               AND WS-VIS-CO-ID(WS-VIS-IDX) =
                 WS-REG-CO-ID(WS-APP-REG-IDX)
               ADD 1 TO WS-REG-VISITOR-APPS(WS-APP-REG-IDX)
               ADD 1 TO WS-TOTAL-VISITOR-APPS
             END-IF
           END-PERFORM.

       WRITE-EMPLOYER-VISITOR-FILE.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "FAIR-VISITORS-" DELIMITED BY SIZE
                  WS-REG-CO-ID(WS-REG-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FAIR-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open "
               FUNCTION TRIM(WS-REPORT-FILENAME) " for output."
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-WRITTEN

           MOVE SPACES TO REPORT-LINE
           STRING "Career Fair Booth Visitors - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FAIR-TITLE) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-FAIR-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Employer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REG-CO-NAME(WS-REG-IDX)) DELIMITED
                    BY SIZE
                  "  Booth: " DELIMITED BY SIZE
                  WS-REG-BOOTH(WS-REG-IDX) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           IF WS-REG-VISITS(WS-REG-IDX) = 0
             MOVE "No visitors were recorded at this booth." TO
               REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
             UNTIL WS-VIS-IDX > WS-VIS-COUNT
             IF WS-VIS-CO-ID(WS-VIS-IDX) = WS-REG-CO-ID(WS-REG-IDX)
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Visitor: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VIS-USERNAME(WS-VIS-IDX))
                        DELIMITED BY SIZE
                      "  (visited " DELIMITED BY SIZE
                      WS-VIS-DATE(WS-VIS-IDX) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 0 TO WS-PKT-SHOWN
               PERFORM VARYING WS-PKT-IDX FROM 1 BY 1
                 UNTIL WS-PKT-IDX > WS-PKT-COUNT
                 IF WS-PKT-USERNAME(WS-PKT-IDX) =
                   WS-VIS-USERNAME(WS-VIS-IDX)
                   ADD 1 TO WS-PKT-SHOWN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-PKT-LINE(WS-PKT-IDX)(1:78) DELIMITED BY
                            SIZE
                     INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                 END-IF
               END-PERFORM
               IF WS-PKT-SHOWN = 0
                 MOVE "  (no resume snapshot on file)" TO REPORT-LINE
                 WRITE REPORT-LINE
               END-IF
             END-IF
           END-PERFORM

           CLOSE REPORT-FILE.

       WRITE-FAIR-SUMMARY.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "CAREER-FAIR-SUMMARY-" DELIMITED BY SIZE
                  WS-FAIR-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the career fair summary file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Career Fair Summary - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FAIR-TITLE) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fair " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FAIR-ID) DELIMITED BY SIZE
                  " held " DELIMITED BY SIZE
                  WS-FAIR-DATE DELIMITED BY SIZE
                  "; applications counted through " DELIMITED BY SIZE
                  WS-WINDOW-END DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-WINDOW-END > WS-TODAY-STAMP
             MOVE "(The 30-day window is still open.)" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Bth   Employer                        " DELIMITED BY
                    SIZE
                  "Vis.  Apps  Visitor apps" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
             UNTIL WS-REG-IDX > WS-REG-COUNT
             MOVE WS-REG-VISITS(WS-REG-IDX) TO WS-COUNT-TEXT
             MOVE WS-REG-APPS(WS-REG-IDX) TO WS-COUNT-TEXT2
             MOVE WS-REG-VISITOR-APPS(WS-REG-IDX) TO WS-COUNT-TEXT3
             MOVE SPACES TO REPORT-LINE
             STRING WS-REG-BOOTH(WS-REG-IDX) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    WS-REG-CO-NAME(WS-REG-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-COUNT-TEXT DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-COUNT-TEXT2 DELIMITED BY SIZE
                    "        " DELIMITED BY SIZE
                    WS-COUNT-TEXT3 DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REG-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Employers registered:      " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-VISITS TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Booth visits:              " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNIQUE-VISITORS TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Distinct students:         " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-APPS TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Applications in 30 days:   " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-VISITOR-APPS TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  of which booth visitors: " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE

           DISPLAY "Career fair summary written to "
             FUNCTION TRIM(WS-REPORT-FILENAME) " ("
             WS-FILES-WRITTEN " employer visitor file(s))".

       END PROGRAM CAREERFAIR.
