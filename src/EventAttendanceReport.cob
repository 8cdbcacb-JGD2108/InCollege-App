      *> Post-event turnout report built from the owner check-in rows
      *> in ATTENDANCE.DAT: attendance rate per event (with the RSVP
      *> count for context) and a watch list of students with repeated
      *> no-shows. Events generated from a recurring series are also
      *> rolled up per series. Runs as a nightly step; counts go to
      *> STEPSUMMARY.DAT for the run control.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT OPTIONAL EVENTSERIES-FILE
               ASSIGN TO "EVENTSERIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTSERIES-STATUS.

           SELECT OPTIONAL RSVPS-FILE
               ASSIGN TO "RSVPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD EVENTSERIES-FILE.
           01 EVENTSERIES-RECORD.
             05 SR-ID PIC X(12).
             05 SR-TITLE PIC X(30).
             05 SR-PATTERN PIC X(1).
             05 SR-START-DATE PIC X(8).
             05 SR-END-DATE PIC X(8).
             05 SR-OWNER PIC X(12).

       FD RSVPS-FILE.
           01 RSVP-RECORD.
         77 WS-ATTENDANCE-STATUS PIC XX.
         77 WS-EVENTS-STATUS PIC XX.
         77 WS-RSVPS-STATUS PIC XX.
         77 WS-EVENTSERIES-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-STEP-SUMMARY PIC X(60).
             10 WS-EVT-ATTENDED PIC 9(4).
             10 WS-EVT-NOSHOW PIC 9(4).
             10 WS-EVT-RSVPS PIC 9(4).
             10 WS-EVT-SERIES-ID PIC X(12).
         77 WS-EVT-COUNT PIC 9(4) VALUE 0.
         77 WS-EVT-IDX PIC 9(4) VALUE 0.
         77 WS-EVT-FOUND PIC 9(4) VALUE 0.

      *> One row per recurring series with at least one checked-in
      *> date, summed from the event rows above.
         77 WS-MAX-SERIES PIC 9(4) VALUE 100.
         01 WS-SERIES-TABLE.
           05 WS-SER-ENTRY OCCURS 100 TIMES.
             10 WS-SER-ID PIC X(12).
             10 WS-SER-TITLE PIC X(30).
             10 WS-SER-DATES PIC 9(4).
             10 WS-SER-ATTENDED PIC 9(6).
             10 WS-SER-NOSHOW PIC 9(6).
             10 WS-SER-RSVPS PIC 9(6).
         77 WS-SER-COUNT PIC 9(4) VALUE 0.
         77 WS-SER-IDX PIC 9(4) VALUE 0.
         77 WS-SER-FOUND PIC 9(4) VALUE 0.

      *> One row per student seen in ATTENDANCE.DAT, for the repeated
      *> no-show watch list.
         77 WS-MAX-STUDENTS PIC 9(4) VALUE 500.
           PERFORM LOAD-ATTENDANCE
           PERFORM RESOLVE-EVENT-TITLES
           PERFORM COUNT-EVENT-RSVPS
           PERFORM ROLL-UP-SERIES
           PERFORM RESOLVE-SERIES-TITLES
           PERFORM WRITE-REPORT

           GOBACK.
             MOVE 0 TO WS-EVT-ATTENDED(WS-EVT-FOUND)
             MOVE 0 TO WS-EVT-NOSHOW(WS-EVT-FOUND)
             MOVE 0 TO WS-EVT-RSVPS(WS-EVT-FOUND)
             MOVE SPACES TO WS-EVT-SERIES-ID(WS-EVT-FOUND)
           END-IF
           IF WS-EVT-FOUND > 0
             IF AT-STATUS = "A"
                   IF FUNCTION TRIM(WS-EVT-ID(WS-EVT-IDX)) =
                     FUNCTION TRIM(EV-ID)
                     MOVE EV-TITLE TO WS-EVT-TITLE(WS-EVT-IDX)
                     MOVE EV-SERIES-ID TO WS-EVT-SERIES-ID(WS-EVT-IDX)
                   END-IF
                 END-PERFORM
             END-READ

           CLOSE RSVPS-FILE.

       ROLL-UP-SERIES.
           MOVE 0 TO WS-SER-COUNT
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
             UNTIL WS-EVT-IDX > WS-EVT-COUNT
             IF WS-EVT-SERIES-ID(WS-EVT-IDX) NOT = SPACES
               MOVE 0 TO WS-SER-FOUND
               PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                 UNTIL WS-SER-IDX > WS-SER-COUNT
                 IF WS-SER-ID(WS-SER-IDX) =
                   WS-EVT-SERIES-ID(WS-EVT-IDX)
                   MOVE WS-SER-IDX TO WS-SER-FOUND
                 END-IF
               END-PERFORM
               IF WS-SER-FOUND = 0
                 AND WS-SER-COUNT < WS-MAX-SERIES
                 ADD 1 TO WS-SER-COUNT
                 MOVE WS-SER-COUNT TO WS-SER-FOUND
                 MOVE WS-EVT-SERIES-ID(WS-EVT-IDX) TO
                   WS-SER-ID(WS-SER-FOUND)
                 MOVE WS-EVT-TITLE(WS-EVT-IDX) TO
                   WS-SER-TITLE(WS-SER-FOUND)
                 MOVE 0 TO WS-SER-DATES(WS-SER-FOUND)
                 MOVE 0 TO WS-SER-ATTENDED(WS-SER-FOUND)
                 MOVE 0 TO WS-SER-NOSHOW(WS-SER-FOUND)
                 MOVE 0 TO WS-SER-RSVPS(WS-SER-FOUND)
               END-IF
               IF WS-SER-FOUND > 0
                 ADD 1 TO WS-SER-DATES(WS-SER-FOUND)
                 ADD WS-EVT-ATTENDED(WS-EVT-IDX) TO
                   WS-SER-ATTENDED(WS-SER-FOUND)
                 ADD WS-EVT-NOSHOW(WS-EVT-IDX) TO
                   WS-SER-NOSHOW(WS-SER-FOUND)
                 ADD WS-EVT-RSVPS(WS-EVT-IDX) TO
                   WS-SER-RSVPS(WS-SER-FOUND)
               END-IF
             END-IF
           END-PERFORM.

       RESOLVE-SERIES-TITLES.
           IF WS-SER-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTSERIES-FILE
           IF WS-EVENTSERIES-STATUS NOT = "00"
             IF WS-EVENTSERIES-STATUS = "05"
               CLOSE EVENTSERIES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ EVENTSERIES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-SER-COUNT
                   IF WS-SER-ID(WS-SER-IDX) = SR-ID
                     MOVE SR-TITLE TO WS-SER-TITLE(WS-SER-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE EVENTSERIES-FILE.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             WRITE REPORT-LINE
           END-PERFORM

           IF WS-SER-COUNT > 0
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "By series (checked-in dates only):" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
             UNTIL WS-SER-IDX > WS-SER-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING FUNCTION TRIM(WS-SER-TITLE(WS-SER-IDX))
                      DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-SER-ID(WS-SER-IDX)) DELIMITED
                      BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-SER-DATES(WS-SER-IDX))
                      DELIMITED BY SIZE
                    " date(s))" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE

             COMPUTE WS-RATE ROUNDED =
               WS-SER-ATTENDED(WS-SER-IDX) * 100 /
               (WS-SER-ATTENDED(WS-SER-IDX) +
                WS-SER-NOSHOW(WS-SER-IDX))
             MOVE WS-RATE TO WS-RATE-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "  attended " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-SER-ATTENDED(WS-SER-IDX))
                      DELIMITED BY SIZE
                    ", no-shows " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-SER-NOSHOW(WS-SER-IDX))
                      DELIMITED BY SIZE
                    ", RSVPs " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-SER-RSVPS(WS-SER-IDX))
                      DELIMITED BY SIZE
                    " - rate " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-RATE-TEXT) DELIMITED BY SIZE
                    " percent" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Students with repeated no-shows:" TO REPORT-LINE
                  FUNCTION TRIM(WS-CHECKIN-TOTAL) DELIMITED BY SIZE
                  " events " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-COUNT) DELIMITED BY SIZE
                  " series " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SER-COUNT) DELIMITED BY SIZE
                  " flagged " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLAGGED-COUNT) DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
