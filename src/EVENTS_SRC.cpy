                MOVE "Y" TO WS-EVENTS-EOF
              NOT AT END
                ADD 1 TO WS-EV-NEXT-NUM
      *> A cancelled date of a series stays on file for the record
      *> but is no longer offered or managed.
                IF EV-DATE >= FUNCTION CURRENT-DATE(1:8)
                  AND EV-STATUS NOT = "X"
                  AND WS-EV-COUNT < WS-MAX-EVENTS
                  ADD 1 TO WS-EV-COUNT
                  MOVE EVENT-RECORD TO WS-EV-ENTRY(WS-EV-COUNT)
                   ")" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            IF WS-EV-SERIES-ID(WS-EV-IDX) NOT = SPACES
              COMPUTE WS-EV-LINE-PTR = FUNCTION LENGTH(FUNCTION
                TRIM(OUTPUT-RECORD TRAILING)) + 1
              STRING " - series" DELIMITED BY SIZE
                INTO OUTPUT-RECORD WITH POINTER WS-EV-LINE-PTR
              END-STRING
            END-IF
            PERFORM PRINT-LINE

            IF FUNCTION MOD(WS-EV-IDX, WS-PAGE-SIZE) = 0
          END-STRING
          PERFORM PRINT-LINE

          IF WS-EV-START-TIME(WS-EV-PICK) NOT = SPACES
            MOVE SPACES TO OUTPUT-RECORD
            STRING "Time: " DELIMITED BY SIZE
                   WS-EV-START-TIME(WS-EV-PICK)(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-EV-START-TIME(WS-EV-PICK)(3:2) DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-EV-END-TIME(WS-EV-PICK)(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-EV-END-TIME(WS-EV-PICK)(3:2) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF

          IF WS-EV-SERIES-ID(WS-EV-PICK) NOT = SPACES
            PERFORM LOOKUP-EVENT-SERIES
            MOVE SPACES TO OUTPUT-RECORD
            STRING "Part of a " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SR-PATTERN-LABEL) DELIMITED BY
                     SIZE
                   " series through " DELIMITED BY SIZE
                   WS-SR-SHOW-END DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF

          IF WS-EV-CO-ID(WS-EV-PICK) IS NUMERIC
            PERFORM LOAD-COMPANY-MASTER
            PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-COUNT
              IF WS-CO-ID(WS-CO-IDX) = WS-EV-CO-ID(WS-EV-PICK)
                MOVE SPACES TO OUTPUT-RECORD
                STRING "Company info session: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CO-NAME(WS-CO-IDX)) DELIMITED
                         BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
                PERFORM PRINT-LINE
              END-IF
            END-PERFORM
          END-IF

          IF WS-EV-TYPE(WS-EV-PICK) = "F"
            PERFORM SHOW-FAIR-REGISTRATIONS
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Attending: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EV-ATTENDING) DELIMITED BY SIZE
                OUTPUT-RECORD
          END-EVALUATE
          PERFORM PRINT-LINE
          IF WS-EV-SERIES-ID(WS-EV-PICK) NOT = SPACES
            MOVE "(Enter S to RSVP to every upcoming date in the series.
      -       ")" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF
          IF WS-EV-TYPE(WS-EV-PICK) = "F" AND WS-ACCOUNT-TYPE = "R"
            MOVE "(Recruiters: F to register your company for a booth,"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE " V to record students who visited your booth.)" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF

          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
              IF WS-MY-RSVP-STATUS NOT = " "
                PERFORM CANCEL-MY-RSVP
              END-IF
            WHEN "S"
            WHEN "s"
              IF WS-EV-SERIES-ID(WS-EV-PICK) NOT = SPACES
                PERFORM RSVP-TO-SERIES
              END-IF
            WHEN "F"
            WHEN "f"
              IF WS-EV-TYPE(WS-EV-PICK) = "F" AND WS-ACCOUNT-TYPE = "R"
                PERFORM REGISTER-FOR-FAIR
              END-IF
            WHEN "V"
            WHEN "v"
              IF WS-EV-TYPE(WS-EV-PICK) = "F" AND WS-ACCOUNT-TYPE = "R"
                PERFORM RECORD-BOOTH-VISITS
              END-IF
            WHEN OTHER
              CONTINUE
          END-EVALUATE.

       LOOKUP-EVENT-SERIES.
      *> Pattern and end date of WS-EV-SERIES-ID(WS-EV-PICK) from
      *> the series master, for the event detail line.
          MOVE "recurring" TO WS-SR-PATTERN-LABEL
          MOVE "(unknown)" TO WS-SR-SHOW-END
          MOVE "N" TO WS-EVENTSERIES-EOF

          OPEN INPUT EVENTSERIES-FILE
          IF WS-EVENTSERIES-STATUS NOT = "00"
            IF WS-EVENTSERIES-STATUS = "05"
              CLOSE EVENTSERIES-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-EVENTSERIES-EOF = "Y"
            READ EVENTSERIES-FILE
              AT END
                MOVE "Y" TO WS-EVENTSERIES-EOF
              NOT AT END
                IF FUNCTION TRIM(SR-ID) =
                  FUNCTION TRIM(WS-EV-SERIES-ID(WS-EV-PICK))
                  IF SR-PATTERN = "B"
                    MOVE "every-two-weeks" TO WS-SR-PATTERN-LABEL
                  ELSE
                    MOVE "weekly" TO WS-SR-PATTERN-LABEL
                  END-IF
                  MOVE SR-END-DATE TO WS-SR-SHOW-END
                  MOVE "Y" TO WS-EVENTSERIES-EOF
                END-IF
            END-READ
          END-PERFORM

          CLOSE EVENTSERIES-FILE.

       RSVP-TO-SERIES.
      *> One RSVP row per upcoming date of the series that this user
      *> has not already answered; capacity is applied date by date,
      *> so a full date waitlists without affecting the others.
          MOVE WS-EV-PICK TO WS-SR-SAVE-PICK
          MOVE WS-EV-SERIES-ID(WS-EV-PICK) TO WS-SR-NEW-ID
          MOVE 0 TO WS-SR-RSVP-ADDED
          MOVE "Y" TO WS-RSVP-SERIES-MODE

          PERFORM VARYING WS-EV-IDX FROM 1 BY 1
            UNTIL WS-EV-IDX > WS-EV-COUNT
            IF WS-EV-SERIES-ID(WS-EV-IDX) = WS-SR-NEW-ID
              MOVE WS-EV-IDX TO WS-EV-PICK
              PERFORM COUNT-EVENT-ATTENDANCE
              IF WS-MY-RSVP-STATUS = " "
                PERFORM RSVP-TO-EVENT
                ADD 1 TO WS-SR-RSVP-ADDED
              END-IF
            END-IF
          END-PERFORM

          MOVE "N" TO WS-RSVP-SERIES-MODE
          MOVE WS-SR-SAVE-PICK TO WS-EV-PICK

          MOVE SPACES TO OUTPUT-RECORD
          IF WS-SR-RSVP-ADDED = 0
            MOVE "You have already answered every date in this series."
              TO OUTPUT-RECORD
          ELSE
            STRING "RSVP recorded for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SR-RSVP-ADDED) DELIMITED BY SIZE
                   " date(s) in the series." DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
          END-IF
          PERFORM PRINT-LINE.

       RSVP-TO-EVENT.
      *> Capacity is enforced here: a full event waitlists the RSVP.
          IF WS-RSVP-COUNT >= WS-MAX-RSVPS
            EXIT PARAGRAPH
          END-IF

          PERFORM CHECK-RSVP-INTERVIEW-OVERLAP

          ADD 1 TO WS-RSVP-COUNT
          MOVE WS-EV-ID(WS-EV-PICK) TO
            WS-RSVP-EVENT-ID(WS-RSVP-COUNT)
            MOVE "The event is full; you are on the waitlist." TO
              OUTPUT-RECORD
          END-IF
          IF WS-RSVP-SERIES-MODE = "Y"
            MOVE SPACES TO OUTPUT-RECORD
            IF WS-RSVP-STATUS(WS-RSVP-COUNT) = "A"
              STRING "  " DELIMITED BY SIZE
                     WS-EV-DATE(WS-EV-PICK) DELIMITED BY SIZE
                     ": confirmed" DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
            ELSE
              STRING "  " DELIMITED BY SIZE
                     WS-EV-DATE(WS-EV-PICK) DELIMITED BY SIZE
                     ": full, waitlisted" DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
            END-IF
          END-IF
          PERFORM PRINT-LINE

      *> One appended record; the rest of the file is never

       CREATE-EVENT.
          MOVE SPACES TO WS-NEW-EVENT
          MOVE 0 TO WS-EVJ-COUNT
          MOVE "N" TO WS-JOB-CANCEL

          MOVE "N" TO WS-VALID-INPUT
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NEW-EV-DESC

          PERFORM PICK-EVENT-ROOM
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF
          IF WS-NEW-EV-ROOM-ID = SPACES
            MOVE "Location:" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NEW-EV-LOCATION
          END-IF

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "Start time (HHMM, 24-hour):" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EV-TIME-TEXT
            PERFORM VALIDATE-EVENT-TIME
            IF WS-EV-TIME-OK = "Y"
              MOVE WS-EV-TIME-TEXT TO WS-NEW-EV-START
              MOVE WS-EV-TIME-MIN TO WS-EV-NEW-START-MIN
              MOVE "Y" TO WS-VALID-INPUT
            ELSE
              MOVE "Time must be four digits, 0000 to 2359." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "End time (HHMM, 24-hour):" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EV-TIME-TEXT
            PERFORM VALIDATE-EVENT-TIME
            IF WS-EV-TIME-OK = "Y"
              AND WS-EV-TIME-MIN > WS-EV-NEW-START-MIN
              MOVE WS-EV-TIME-TEXT TO WS-NEW-EV-END
              MOVE WS-EV-TIME-MIN TO WS-EV-NEW-END-MIN
              MOVE "Y" TO WS-VALID-INPUT
            ELSE
              MOVE "End time must be HHMM and after the start time."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

      *> A repeating event is stored as one EVENTS.DAT row per date,
      *> tied together by a series id, so every existing screen
      *> (RSVP, check-in, capacity, messaging) works per date.
          MOVE "N" TO WS-NEW-EV-PATTERN
          MOVE SPACES TO WS-NEW-EV-END-DATE
          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "Repeat? (N=one-off, W=weekly, B=every two weeks):"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF
            EVALUATE INPUT-RECORD(1:1)
              WHEN "N"
              WHEN "n"
              WHEN " "
                MOVE "N" TO WS-NEW-EV-PATTERN
                MOVE "Y" TO WS-VALID-INPUT
              WHEN "W"
              WHEN "w"
                MOVE "W" TO WS-NEW-EV-PATTERN
                MOVE "Y" TO WS-VALID-INPUT
              WHEN "B"
              WHEN "b"
                MOVE "B" TO WS-NEW-EV-PATTERN
                MOVE "Y" TO WS-VALID-INPUT
              WHEN OTHER
                MOVE "Enter N, W or B." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
            END-EVALUATE
          END-PERFORM
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          IF WS-NEW-EV-PATTERN NOT = "N"
            IF WS-NEW-EV-PATTERN = "B"
              MOVE 14 TO WS-SR-STEP-DAYS
            ELSE
              MOVE 7 TO WS-SR-STEP-DAYS
            END-IF
            COMPUTE WS-SR-DAY-NUM = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-NEW-EV-DATE))
            MOVE "N" TO WS-VALID-INPUT
            PERFORM UNTIL WS-VALID-INPUT = "Y"
              MOVE "Series end date (YYYYMMDD):" TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              PERFORM READ-AND-LOG
              IF WS-EOF = "Y"
                MOVE "Y" TO WS-JOB-CANCEL
                EXIT PERFORM
              END-IF
              MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
              MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                TO WS-IN-LEN
              IF WS-IN-LEN = 8 AND WS-TRIMMED-IN(1:8) IS NUMERIC
                AND WS-TRIMMED-IN(1:8) > WS-NEW-EV-DATE
                COMPUTE WS-SR-END-NUM = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-TRIMMED-IN(1:8)))
      *> The series is capped at WS-SR-MAX-OCC dates so one entry
      *> cannot flood the events file.
                IF (WS-SR-END-NUM - WS-SR-DAY-NUM) / WS-SR-STEP-DAYS
                  < WS-SR-MAX-OCC
                  MOVE WS-TRIMMED-IN(1:8) TO WS-NEW-EV-END-DATE
                  MOVE "Y" TO WS-VALID-INPUT
                ELSE
                  MOVE SPACES TO OUTPUT-RECORD
                  STRING "A series can have at most " DELIMITED BY
                           SIZE
                         FUNCTION TRIM(WS-SR-MAX-OCC) DELIMITED BY
                           SIZE
                         " dates." DELIMITED BY SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
                  PERFORM PRINT-LINE
                END-IF
              ELSE
                MOVE "End date must be 8 digits and after the first date
      -           "." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            END-PERFORM
            IF WS-JOB-CANCEL = "Y"
              EXIT PARAGRAPH
            END-IF
          END-IF

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "Capacity (1-9999):" TO OUTPUT-RECORD
              AND FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN)) > 0
              COMPUTE WS-NEW-EV-CAPACITY =
                FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
              IF WS-NEW-EV-ROOM-ID NOT = SPACES
                AND WS-NEW-EV-CAPACITY > WS-ROOM-SEATS
                MOVE SPACES TO OUTPUT-RECORD
                STRING "That room seats " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROOM-SEATS) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
                PERFORM PRINT-LINE
              ELSE
                MOVE "Y" TO WS-VALID-INPUT
              END-IF
            ELSE
              MOVE "Capacity must be a number from 1 to 9999." TO
                OUTPUT-RECORD
            EXIT PARAGRAPH
          END-IF

      *> A recruiter may run the event as an info session for one of
      *> the companies they maintain, about some of its postings.
          IF WS-ACCOUNT-TYPE = "R"
            AND WS-EVENT-OWNER-OVERRIDE = SPACES
            PERFORM PROMPT-INFO-SESSION-LINK
            IF WS-JOB-CANCEL = "Y"
              EXIT PARAGRAPH
            END-IF
          END-IF

      *> A career fair is a single-date event that companies then
      *> register for from the event's detail screen.
          IF WS-ACCOUNT-TYPE = "R"
            AND WS-EVENT-OWNER-OVERRIDE = SPACES
            AND WS-NEW-EV-CO-ID = SPACES
            AND WS-NEW-EV-PATTERN = "N"
            MOVE "Is this a career fair with employer booths? (Y/N):"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PARAGRAPH
            END-IF
            IF INPUT-RECORD(1:1) = "Y" OR INPUT-RECORD(1:1) = "y"
              MOVE "F" TO WS-NEW-EV-TYPE
            END-IF
          END-IF

      *> A room can hold one event at a time: refuse the booking if
      *> any of its dates overlaps another event in the same room.
          IF WS-NEW-EV-ROOM-ID NOT = SPACES
            PERFORM CHECK-ROOM-CLASH
            IF WS-EV-CLASH-FOUND = "Y"
              MOVE SPACES TO OUTPUT-RECORD
              STRING "Room already booked on " DELIMITED BY SIZE
                     WS-EV-CLASH-DATE DELIMITED BY SIZE
                     " for " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EV-CLASH-TITLE) DELIMITED BY
                       SIZE
                     "." DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
              MOVE "Event not created; choose another room or time."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
          END-IF

          PERFORM LOAD-UPCOMING-EVENTS

          MOVE SPACES TO WS-SR-NEW-ID
          IF WS-NEW-EV-PATTERN NOT = "N"
            PERFORM APPEND-EVENT-SERIES
            IF WS-SR-NEW-ID = SPACES
              EXIT PARAGRAPH
            END-IF
          END-IF

          OPEN EXTEND EVENTS-FILE
          IF WS-EVENTS-STATUS = "35"
            OPEN OUTPUT EVENTS-FILE
            EXIT PARAGRAPH
          END-IF

      *> A one-off event writes a single row; a series writes one
      *> row per date from the first date through the end date.
          MOVE 0 TO WS-SR-OCC-COUNT
          MOVE FUNCTION NUMVAL(WS-NEW-EV-DATE) TO WS-SR-OCC-DATE
          COMPUTE WS-SR-DAY-NUM =
            FUNCTION INTEGER-OF-DATE(WS-SR-OCC-DATE)
          IF WS-NEW-EV-PATTERN = "N"
            MOVE WS-SR-DAY-NUM TO WS-SR-END-NUM
          END-IF
          PERFORM UNTIL WS-SR-DAY-NUM > WS-SR-END-NUM
            ADD 1 TO WS-EV-NEXT-NUM
            ADD 1 TO WS-SR-OCC-COUNT
            MOVE SPACES TO EVENT-RECORD
            STRING "EVT" DELIMITED BY SIZE
                   WS-EV-NEXT-NUM DELIMITED BY SIZE
              INTO EV-ID
            END-STRING
            MOVE WS-NEW-EV-TITLE TO EV-TITLE
            MOVE WS-NEW-EV-DESC TO EV-DESC
            MOVE WS-NEW-EV-LOCATION TO EV-LOCATION
            MOVE FUNCTION DATE-OF-INTEGER(WS-SR-DAY-NUM) TO
              WS-SR-OCC-DATE
            MOVE WS-SR-OCC-DATE TO EV-DATE
            MOVE WS-NEW-EV-CAPACITY TO EV-CAPACITY
      *> Group officers create events owned by the group itself.
            IF WS-EVENT-OWNER-OVERRIDE NOT = SPACES
              MOVE WS-EVENT-OWNER-OVERRIDE TO EV-OWNER
            ELSE
              MOVE WS-USERNAME TO EV-OWNER
            END-IF
            MOVE WS-SR-NEW-ID TO EV-SERIES-ID
            MOVE SPACE TO EV-STATUS
            MOVE WS-NEW-EV-ROOM-ID TO EV-ROOM-ID
            MOVE WS-NEW-EV-START TO EV-START-TIME
            MOVE WS-NEW-EV-END TO EV-END-TIME
            MOVE WS-NEW-EV-CO-ID TO EV-CO-ID
            MOVE WS-NEW-EV-TYPE TO EV-TYPE
            WRITE EVENT-RECORD
            IF WS-SR-OCC-COUNT <= WS-SR-MAX-OCC
              MOVE EV-ID TO WS-SR-OCC-ID(WS-SR-OCC-COUNT)
            END-IF
            ADD WS-SR-STEP-DAYS TO WS-SR-DAY-NUM
          END-PERFORM
          CLOSE EVENTS-FILE

          IF WS-NEW-EV-PATTERN = "N"
            MOVE "Event created." TO OUTPUT-RECORD
          ELSE
            MOVE SPACES TO OUTPUT-RECORD
            STRING "Event series " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SR-NEW-ID) DELIMITED BY SIZE
                   " created with " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SR-OCC-COUNT) DELIMITED BY SIZE
                   " date(s)." DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
          END-IF
          PERFORM PRINT-LINE

          IF WS-NEW-EV-CO-ID NOT = SPACES
            PERFORM SAVE-INFO-SESSION-LINKS
            PERFORM NOTIFY-INFO-SESSION-FOLLOWERS
          END-IF.

       PROMPT-INFO-SESSION-LINK.
      *> Only companies this recruiter maintains can host a session;
      *> a recruiter with none simply creates an ordinary event.
          PERFORM LOAD-MY-COMPANIES
          IF WS-ISC-COUNT = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "Is this a company info session? (Y/N):" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            MOVE "Y" TO WS-JOB-CANCEL
            EXIT PARAGRAPH
          END-IF
          IF INPUT-RECORD(1:1) NOT = "Y" AND INPUT-RECORD(1:1) NOT = "y"
            EXIT PARAGRAPH
          END-IF
          PERFORM PICK-MY-COMPANY-POSTINGS.

       LOAD-MY-COMPANIES.
          PERFORM LOAD-COMPANY-MASTER
          MOVE 0 TO WS-ISC-COUNT
          PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
            IF WS-CO-RECRUITER(WS-CO-IDX) = WS-USERNAME
              AND WS-ISC-COUNT < 10
              ADD 1 TO WS-ISC-COUNT
              MOVE WS-CO-ID(WS-CO-IDX) TO WS-ISC-ID(WS-ISC-COUNT)
              MOVE WS-CO-NAME(WS-CO-IDX) TO WS-ISC-NAME(WS-ISC-COUNT)
            END-IF
          END-PERFORM.

       PICK-MY-COMPANY-POSTINGS.
      *> Picks one of the recruiter's companies (WS-ISC table, loaded
      *> by LOAD-MY-COMPANIES) into WS-NEW-EV-CO-ID/-NAME and up to
      *> five of their open postings there into the WS-EVJ table.
          MOVE 0 TO WS-EVJ-COUNT
          MOVE 1 TO WS-ISC-PICK
          IF WS-ISC-COUNT > 1
            PERFORM VARYING WS-ISC-IDX FROM 1 BY 1
              UNTIL WS-ISC-IDX > WS-ISC-COUNT
              MOVE SPACES TO OUTPUT-RECORD
              STRING WS-ISC-IDX DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ISC-NAME(WS-ISC-IDX)) DELIMITED
                       BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-PERFORM
            MOVE 0 TO WS-ISC-PICK
            PERFORM UNTIL WS-ISC-PICK > 0
              MOVE "Hosting company number:" TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              PERFORM READ-AND-LOG
              IF WS-EOF = "Y"
                MOVE "Y" TO WS-JOB-CANCEL
                EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
              MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
                TO WS-IN-LEN
              IF WS-IN-LEN > 0 AND WS-IN-LEN <= 2
                AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
                AND FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN)) > 0
                AND FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
                  <= WS-ISC-COUNT
                COMPUTE WS-ISC-PICK =
                  FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
              ELSE
                MOVE "Invalid selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            END-PERFORM
          END-IF
          MOVE WS-ISC-ID(WS-ISC-PICK) TO WS-NEW-EV-CO-ID
          MOVE WS-ISC-NAME(WS-ISC-PICK) TO WS-NEW-EV-CO-NAME

      *> Offer the recruiter's own open postings at that company;
      *> the employer name on a posting comes from the same master.
          MOVE 0 TO WS-ISJ-COUNT
          MOVE "N" TO WS-JOBS-EOF
          OPEN INPUT JOBS-FILE
          IF WS-JOBS-STATUS = "00"
            PERFORM UNTIL WS-JOBS-EOF = "Y"
              READ JOBS-FILE
                AT END
                  MOVE "Y" TO WS-JOBS-EOF
                NOT AT END
                  IF JOB-POSTER = WS-USERNAME
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-EMPLOYER))
                      = FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-NEW-EV-CO-NAME))
                    AND JOB-REVIEW-STATUS NOT = "P"
                    AND JOB-REVIEW-STATUS NOT = "R"
                    AND (JOB-DEADLINE = SPACES
                      OR JOB-DEADLINE >= FUNCTION CURRENT-DATE(1:8))
                    AND WS-ISJ-COUNT < 20
                    ADD 1 TO WS-ISJ-COUNT
                    MOVE JOB-ID TO WS-ISJ-ID(WS-ISJ-COUNT)
                    MOVE JOB-TITLE TO WS-ISJ-TITLE(WS-ISJ-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE JOBS-FILE
          ELSE
            IF WS-JOBS-STATUS = "05"
              CLOSE JOBS-FILE
            END-IF
          END-IF
          IF WS-ISJ-COUNT = 0
            MOVE "No open postings at this company to link." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "Your open postings at this company:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM VARYING WS-ISJ-IDX FROM 1 BY 1
            UNTIL WS-ISJ-IDX > WS-ISJ-COUNT
            MOVE SPACES TO OUTPUT-RECORD
            STRING WS-ISJ-IDX DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ISJ-TITLE(WS-ISJ-IDX)) DELIMITED BY
                     SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          PERFORM UNTIL WS-EVJ-COUNT >= 5
            MOVE "Posting number to feature (0 when done):" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN > 0 AND WS-IN-LEN <= 2
              AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
              COMPUTE WS-ISJ-PICK =
                FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
            ELSE
              MOVE 99 TO WS-ISJ-PICK
            END-IF
            IF WS-ISJ-PICK = 0
              EXIT PERFORM
            END-IF
            IF WS-ISJ-PICK > WS-ISJ-COUNT
              MOVE "Invalid selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              MOVE "N" TO WS-VALID-INPUT
              PERFORM VARYING WS-EVJ-IDX FROM 1 BY 1
                UNTIL WS-EVJ-IDX > WS-EVJ-COUNT
                IF WS-EVJ-JOB-ID(WS-EVJ-IDX) = WS-ISJ-ID(WS-ISJ-PICK)
                  MOVE "Y" TO WS-VALID-INPUT
                END-IF
              END-PERFORM
              IF WS-VALID-INPUT = "N"
                ADD 1 TO WS-EVJ-COUNT
                MOVE WS-ISJ-ID(WS-ISJ-PICK) TO
                  WS-EVJ-JOB-ID(WS-EVJ-COUNT)
              END-IF
            END-IF
          END-PERFORM.

       SAVE-INFO-SESSION-LINKS.
      *> One row per generated date and linked posting.
          IF WS-EVJ-COUNT = 0
            EXIT PARAGRAPH
          END-IF
          OPEN EXTEND EVENTJOBS-FILE
          IF WS-EVENTJOBS-STATUS = "35"
            OPEN OUTPUT EVENTJOBS-FILE
            IF WS-EVENTJOBS-STATUS = "00"
              CLOSE EVENTJOBS-FILE
            END-IF
            OPEN EXTEND EVENTJOBS-FILE
          END-IF

          IF WS-EVENTJOBS-STATUS NOT = "00"
            AND WS-EVENTJOBS-STATUS NOT = "05"
            MOVE "Unable to save the postings for this session." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-SR-OCC-IDX FROM 1 BY 1
            UNTIL WS-SR-OCC-IDX > WS-SR-OCC-COUNT
              OR WS-SR-OCC-IDX > WS-SR-MAX-OCC
            PERFORM VARYING WS-EVJ-IDX FROM 1 BY 1
              UNTIL WS-EVJ-IDX > WS-EVJ-COUNT
              MOVE WS-SR-OCC-ID(WS-SR-OCC-IDX) TO EJ-EVENT-ID
              MOVE WS-EVJ-JOB-ID(WS-EVJ-IDX) TO EJ-JOB-ID
              WRITE EVENTJOB-RECORD
            END-PERFORM
          END-PERFORM
          CLOSE EVENTJOBS-FILE.

       NOTIFY-INFO-SESSION-FOLLOWERS.
      *> Followers of the hosting company hear about the session in
      *> their feed, once per session (not once per series date).
          MOVE "N" TO WS-FOLLOWS-EOF
          OPEN INPUT FOLLOWS-FILE
          IF WS-FOLLOWS-STATUS NOT = "00"
            IF WS-FOLLOWS-STATUS = "05"
              CLOSE FOLLOWS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-FOLLOWS-EOF = "Y"
            READ FOLLOWS-FILE
              AT END
                MOVE "Y" TO WS-FOLLOWS-EOF
              NOT AT END
                IF FL-CO-ID = WS-NEW-EV-CO-ID
                  AND FL-USERNAME NOT = WS-USERNAME
                  MOVE FL-USERNAME TO WS-NOTIF-USER
                  MOVE SPACES TO WS-NOTIF-TEXT
                  STRING "Info session: " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-NEW-EV-CO-NAME) DELIMITED BY
                           SIZE
                         " on " DELIMITED BY SIZE
                         WS-NEW-EV-DATE DELIMITED BY SIZE
                         " - " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-NEW-EV-TITLE) DELIMITED BY
                           SIZE
                    INTO WS-NOTIF-TEXT
                  END-STRING
                  PERFORM ADD-NOTIFICATION
                END-IF
            END-READ
          END-PERFORM

          CLOSE FOLLOWS-FILE.

       SHOW-JOB-INFO-SESSIONS.
      *> Upcoming info sessions featuring WS-CURRENT-JOB-ID, listed in
      *> the posting's detail view.
          MOVE 0 TO WS-ISS-COUNT
          MOVE "N" TO WS-EVENTJOBS-EOF
          OPEN INPUT EVENTJOBS-FILE
          IF WS-EVENTJOBS-STATUS NOT = "00"
            IF WS-EVENTJOBS-STATUS = "05"
              CLOSE EVENTJOBS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF
          PERFORM UNTIL WS-EVENTJOBS-EOF = "Y"
            READ EVENTJOBS-FILE
              AT END
                MOVE "Y" TO WS-EVENTJOBS-EOF
              NOT AT END
                IF EJ-JOB-ID = WS-CURRENT-JOB-ID
                  AND WS-ISS-COUNT < 50
                  ADD 1 TO WS-ISS-COUNT
                  MOVE EJ-EVENT-ID TO WS-ISS-EVENT-ID(WS-ISS-COUNT)
                END-IF
            END-READ
          END-PERFORM
          CLOSE EVENTJOBS-FILE
          IF WS-ISS-COUNT = 0
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-ISS-SHOWN
          MOVE "N" TO WS-EVENTS-EOF
          OPEN INPUT EVENTS-FILE
          IF WS-EVENTS-STATUS NOT = "00"
            IF WS-EVENTS-STATUS = "05"
              CLOSE EVENTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF
          PERFORM UNTIL WS-EVENTS-EOF = "Y"
            READ EVENTS-FILE
              AT END
                MOVE "Y" TO WS-EVENTS-EOF
              NOT AT END
                IF EV-DATE >= FUNCTION CURRENT-DATE(1:8)
                  AND EV-STATUS NOT = "X"
                  AND WS-ISS-SHOWN < 5
                  PERFORM VARYING WS-ISS-IDX FROM 1 BY 1
                    UNTIL WS-ISS-IDX > WS-ISS-COUNT
                    IF WS-ISS-EVENT-ID(WS-ISS-IDX) = EV-ID
                      IF WS-ISS-SHOWN = 0
                        MOVE "Upcoming info sessions (Career Events):"
                          TO OUTPUT-RECORD
                        PERFORM PRINT-LINE
                      END-IF
                      ADD 1 TO WS-ISS-SHOWN
                      MOVE SPACES TO OUTPUT-RECORD
                      STRING "  " DELIMITED BY SIZE
                             EV-DATE DELIMITED BY SIZE
                             " " DELIMITED BY SIZE
                             EV-START-TIME DELIMITED BY SIZE
                             "  " DELIMITED BY SIZE
                             FUNCTION TRIM(EV-TITLE) DELIMITED BY SIZE
                             " @ " DELIMITED BY SIZE
                             FUNCTION TRIM(EV-LOCATION) DELIMITED BY
                               SIZE
                        INTO OUTPUT-RECORD
                      END-STRING
                      PERFORM PRINT-LINE
                      MOVE WS-ISS-COUNT TO WS-ISS-IDX
                    END-IF
                  END-PERFORM
                END-IF
            END-READ
          END-PERFORM
          CLOSE EVENTS-FILE.

       PICK-EVENT-ROOM.
      *> Offers the active rooms from the room master; 0 (or an
      *> empty master) falls back to a free-text off-site location.
          MOVE SPACES TO WS-NEW-EV-ROOM-ID
          MOVE 0 TO WS-ROOM-SEATS
          MOVE 0 TO WS-ROOM-COUNT
          MOVE "N" TO WS-ROOMS-EOF

          OPEN INPUT ROOMS-FILE
          IF WS-ROOMS-STATUS NOT = "00"
            IF WS-ROOMS-STATUS = "05"
              CLOSE ROOMS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF
          PERFORM UNTIL WS-ROOMS-EOF = "Y"
            READ ROOMS-FILE
              AT END
                MOVE "Y" TO WS-ROOMS-EOF
              NOT AT END
                IF RM-ACTIVE NOT = "N" AND WS-ROOM-COUNT < 100
                  ADD 1 TO WS-ROOM-COUNT
                  MOVE ROOM-RECORD TO WS-ROOM-ENTRY(WS-ROOM-COUNT)
                END-IF
            END-READ
          END-PERFORM
          CLOSE ROOMS-FILE

          IF WS-ROOM-COUNT = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "Rooms:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
            UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
            MOVE WS-ROOM-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                     SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-IDX)) DELIMITED
                     BY SIZE
                   " (seats " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-CAPACITY(WS-ROOM-IDX))
                     DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM
          MOVE "0. Off-site or other location" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "Choose a room:" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN > 0 AND WS-IN-LEN <= 3
              AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
              AND FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
                <= WS-ROOM-COUNT
              COMPUTE WS-ROOM-PICK =
                FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
              MOVE "Y" TO WS-VALID-INPUT
            ELSE
              MOVE "Invalid selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM
          IF WS-JOB-CANCEL = "Y" OR WS-ROOM-PICK = 0
            EXIT PARAGRAPH
          END-IF

          MOVE WS-ROOM-ID(WS-ROOM-PICK) TO WS-NEW-EV-ROOM-ID
          MOVE WS-ROOM-NAME(WS-ROOM-PICK) TO WS-NEW-EV-LOCATION
          MOVE WS-ROOM-CAPACITY(WS-ROOM-PICK) TO WS-ROOM-SEATS.

       VALIDATE-EVENT-TIME.
      *> WS-EV-TIME-TEXT must be HHMM on a 24-hour clock; the value
      *> in minutes comes back in WS-EV-TIME-MIN.
          MOVE "N" TO WS-EV-TIME-OK
          MOVE 0 TO WS-EV-TIME-MIN
          IF WS-EV-TIME-TEXT IS NOT NUMERIC
            EXIT PARAGRAPH
          END-IF
          IF WS-EV-TIME-TEXT(1:2) > "23" OR WS-EV-TIME-TEXT(3:2) > "59"
            EXIT PARAGRAPH
          END-IF
          COMPUTE WS-EV-TIME-MIN =
            FUNCTION NUMVAL(WS-EV-TIME-TEXT(1:2)) * 60 +
            FUNCTION NUMVAL(WS-EV-TIME-TEXT(3:2))
          MOVE "Y" TO WS-EV-TIME-OK.

       CHECK-ROOM-CLASH.
      *> Walks EVENTS.DAT for live rows in the chosen room that fall
      *> on one of the new dates (every WS-SR-STEP-DAYS from the
      *> first date through the series end) with overlapping times.
      *> Rows without times are taken as booked all day.
          MOVE "N" TO WS-EV-CLASH-FOUND
          MOVE "N" TO WS-EVENTS-EOF
          COMPUTE WS-EV-FIRST-DAY-NUM = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-NEW-EV-DATE))
          IF WS-NEW-EV-PATTERN = "N"
            MOVE WS-EV-FIRST-DAY-NUM TO WS-SR-END-NUM
          END-IF

          OPEN INPUT EVENTS-FILE
          IF WS-EVENTS-STATUS NOT = "00"
            IF WS-EVENTS-STATUS = "05"
              CLOSE EVENTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-EVENTS-EOF = "Y"
            READ EVENTS-FILE
              AT END
                MOVE "Y" TO WS-EVENTS-EOF
              NOT AT END
                IF EV-ROOM-ID = WS-NEW-EV-ROOM-ID
                  AND EV-STATUS NOT = "X"
                  AND EV-DATE IS NUMERIC
                  AND EV-DATE >= WS-NEW-EV-DATE
                  PERFORM CHECK-ONE-ROOM-BOOKING
                END-IF
            END-READ
          END-PERFORM

          CLOSE EVENTS-FILE.

       CHECK-ONE-ROOM-BOOKING.
          COMPUTE WS-EV-OTHER-DAY-NUM = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(EV-DATE))
          IF WS-EV-OTHER-DAY-NUM > WS-SR-END-NUM
            EXIT PARAGRAPH
          END-IF
          IF FUNCTION MOD(WS-EV-OTHER-DAY-NUM - WS-EV-FIRST-DAY-NUM,
            WS-SR-STEP-DAYS) NOT = 0
            AND WS-NEW-EV-PATTERN NOT = "N"
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-EV-OTHER-START-MIN
          MOVE 1440 TO WS-EV-OTHER-END-MIN
          MOVE EV-START-TIME TO WS-EV-TIME-TEXT
          PERFORM VALIDATE-EVENT-TIME
          IF WS-EV-TIME-OK = "Y"
            MOVE WS-EV-TIME-MIN TO WS-EV-OTHER-START-MIN
            MOVE EV-END-TIME TO WS-EV-TIME-TEXT
            PERFORM VALIDATE-EVENT-TIME
            IF WS-EV-TIME-OK = "Y"
              MOVE WS-EV-TIME-MIN TO WS-EV-OTHER-END-MIN
            ELSE
              MOVE 1440 TO WS-EV-OTHER-END-MIN
            END-IF
          END-IF

          IF WS-EV-NEW-START-MIN < WS-EV-OTHER-END-MIN
            AND WS-EV-NEW-END-MIN > WS-EV-OTHER-START-MIN
            MOVE "Y" TO WS-EV-CLASH-FOUND
            MOVE EV-DATE TO WS-EV-CLASH-DATE
            MOVE EV-TITLE TO WS-EV-CLASH-TITLE
            MOVE "Y" TO WS-EVENTS-EOF
          END-IF.

       CHECK-RSVP-INTERVIEW-OVERLAP.
      *> Warns (without refusing) when the selected event overlaps
      *> an accepted interview on either side of the table. An
      *> event without times is treated as all day.
          MOVE "N" TO WS-EV-IV-OVERLAP
          MOVE 0 TO WS-EV-NEW-START-MIN
          MOVE 1440 TO WS-EV-NEW-END-MIN
          MOVE WS-EV-START-TIME(WS-EV-PICK) TO WS-EV-TIME-TEXT
          PERFORM VALIDATE-EVENT-TIME
          IF WS-EV-TIME-OK = "Y"
            MOVE WS-EV-TIME-MIN TO WS-EV-NEW-START-MIN
            MOVE WS-EV-END-TIME(WS-EV-PICK) TO WS-EV-TIME-TEXT
            PERFORM VALIDATE-EVENT-TIME
            IF WS-EV-TIME-OK = "Y"
              MOVE WS-EV-TIME-MIN TO WS-EV-NEW-END-MIN
            ELSE
              MOVE 1440 TO WS-EV-NEW-END-MIN
            END-IF
          END-IF

          MOVE "N" TO WS-EVCHK-EOF
          OPEN INPUT INTERVIEWS-FILE
          IF WS-INTERVIEWS-STATUS NOT = "00"
            IF WS-INTERVIEWS-STATUS = "05"
              CLOSE INTERVIEWS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-EVCHK-EOF = "Y"
            READ INTERVIEWS-FILE
              AT END
                MOVE "Y" TO WS-EVCHK-EOF
              NOT AT END
                IF (IV-STATUS = "A" OR IV-STATUS = "R")
                  AND IV-SLOT(1:8) = WS-EV-DATE(WS-EV-PICK)
                  AND (FUNCTION TRIM(IV-APPLICANT) =
                         FUNCTION TRIM(WS-USERNAME)
                    OR FUNCTION TRIM(IV-POSTER) =
                         FUNCTION TRIM(WS-USERNAME))
                  MOVE IV-SLOT(9:4) TO WS-EV-TIME-TEXT
                  PERFORM VALIDATE-EVENT-TIME
                  IF WS-EV-TIME-OK = "Y"
                    AND WS-EV-TIME-MIN < WS-EV-NEW-END-MIN
                    AND WS-EV-TIME-MIN + WS-IV-BLOCK-MINUTES >
                      WS-EV-NEW-START-MIN
                    MOVE "Y" TO WS-EV-IV-OVERLAP
                    MOVE IV-SLOT TO WS-EV-IV-SLOT
                    MOVE "Y" TO WS-EVCHK-EOF
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE INTERVIEWS-FILE
          MOVE "N" TO WS-EVCHK-EOF

          IF WS-EV-IV-OVERLAP = "Y"
            MOVE SPACES TO OUTPUT-RECORD
            STRING "Note: this overlaps your interview on " DELIMITED
                     BY SIZE
                   WS-EV-IV-SLOT(1:8) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   WS-EV-IV-SLOT(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-EV-IV-SLOT(11:2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF.

       APPEND-EVENT-SERIES.
      *> Numbers the new series from the master's row count and
      *> writes its header row; WS-SR-NEW-ID stays blank on failure.
          MOVE 0 TO WS-SR-NEXT-NUM
          MOVE "N" TO WS-EVENTSERIES-EOF
          OPEN INPUT EVENTSERIES-FILE
          IF WS-EVENTSERIES-STATUS = "00"
            PERFORM UNTIL WS-EVENTSERIES-EOF = "Y"
              READ EVENTSERIES-FILE
                AT END
                  MOVE "Y" TO WS-EVENTSERIES-EOF
                NOT AT END
                  ADD 1 TO WS-SR-NEXT-NUM
              END-READ
            END-PERFORM
            CLOSE EVENTSERIES-FILE
          ELSE
            IF WS-EVENTSERIES-STATUS = "05"
              CLOSE EVENTSERIES-FILE
            END-IF
          END-IF

          OPEN EXTEND EVENTSERIES-FILE
          IF WS-EVENTSERIES-STATUS = "35"
            OPEN OUTPUT EVENTSERIES-FILE
            IF WS-EVENTSERIES-STATUS = "00"
              CLOSE EVENTSERIES-FILE
            END-IF
            OPEN EXTEND EVENTSERIES-FILE
          END-IF
          IF WS-EVENTSERIES-STATUS NOT = "00"
            AND WS-EVENTSERIES-STATUS NOT = "05"
            MOVE "Unable to save event." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          ADD 1 TO WS-SR-NEXT-NUM
          MOVE SPACES TO EVENTSERIES-RECORD
          STRING "SER" DELIMITED BY SIZE
                 WS-SR-NEXT-NUM DELIMITED BY SIZE
            INTO SR-ID
          END-STRING
          MOVE WS-NEW-EV-TITLE TO SR-TITLE
          MOVE WS-NEW-EV-PATTERN TO SR-PATTERN
          MOVE WS-NEW-EV-DATE TO SR-START-DATE
          MOVE WS-NEW-EV-END-DATE TO SR-END-DATE
          IF WS-EVENT-OWNER-OVERRIDE NOT = SPACES
            MOVE WS-EVENT-OWNER-OVERRIDE TO SR-OWNER
          ELSE
            MOVE WS-USERNAME TO SR-OWNER
          END-IF
          WRITE EVENTSERIES-RECORD
          CLOSE EVENTSERIES-FILE
          MOVE SR-ID TO WS-SR-NEW-ID.

       HANDLE-MY-EVENTS.
          PERFORM LOAD-UPCOMING-EVENTS

          MOVE 0 TO WS-EV-PICK
          MOVE "--- My Events ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          MOVE 0 TO WS-EV-MSG-COUNT
          PERFORM VARYING WS-EV-IDX FROM 1 BY 1
            UNTIL WS-EV-IDX > WS-EV-COUNT
            MOVE WS-EV-OWNER(WS-EV-IDX) TO WS-EV-CHECK-OWNER
            PERFORM CHECK-EVENT-MANAGEABLE
            IF WS-EV-CAN-MANAGE = "Y"
              ADD 1 TO WS-EV-MSG-COUNT
              MOVE WS-EV-IDX TO WS-JOB-NUMBER-TEXT
              MOVE SPACES TO OUTPUT-RECORD
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EV-TITLE(WS-EV-IDX)) DELIMITED
                       BY SIZE
                     " on " DELIMITED BY SIZE
                     WS-EV-DATE(WS-EV-IDX) DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM

          IF WS-EV-MSG-COUNT = 0
            MOVE "  You have no upcoming events." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "Enter an event number for its roster, or 0:" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            EXIT PARAGRAPH
            PERFORM PRINT-LINE
          END-IF

          MOVE "Enter M to message the attendees, C to change the"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "capacity, K to run check-in, X to cancel this date,"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "or 0:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          IF WS-EV-TYPE(WS-EV-PICK) = "F"
            MOVE "(Career fair: enter B to assign booth numbers.)" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          EVALUATE INPUT-RECORD(1:1)
            WHEN "M"
            WHEN "m"
              IF WS-EV-ATTENDING > 0
                PERFORM MESSAGE-EVENT-ATTENDEES
              END-IF
            WHEN "C"
            WHEN "c"
              PERFORM CHANGE-EVENT-CAPACITY
            WHEN "K"
            WHEN "k"
              PERFORM CHECK-IN-EVENT-ATTENDEES
            WHEN "X"
            WHEN "x"
              PERFORM CANCEL-EVENT-OCCURRENCE
            WHEN "B"
            WHEN "b"
              IF WS-EV-TYPE(WS-EV-PICK) = "F"
                PERFORM ASSIGN-FAIR-BOOTH
              END-IF
            WHEN OTHER
              CONTINUE
          END-EVALUATE.

       CANCEL-EVENT-OCCURRENCE.
      *> Marks just this date cancelled (EV-STATUS X). For a series
      *> the other dates are untouched, and only the RSVPs held for
      *> this date get the feed entry.
          MOVE SPACES TO OUTPUT-RECORD
          STRING "Cancel " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EV-TITLE(WS-EV-PICK)) DELIMITED BY
                   SIZE
                 " on " DELIMITED BY SIZE
                 WS-EV-DATE(WS-EV-PICK) DELIMITED BY SIZE
                 "? (Y/N)" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          IF INPUT-RECORD(1:1) NOT = "Y" AND INPUT-RECORD(1:1) NOT = "y"
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-EV-STREAM-KEPT
          MOVE "N" TO WS-EVENTS-EOF

          OPEN INPUT EVENTS-FILE
          IF WS-EVENTS-STATUS NOT = "00"
            IF WS-EVENTS-STATUS = "05"
              CLOSE EVENTS-FILE
            END-IF
            MOVE "Unable to save the cancellation." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "EVENTS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            MOVE "Unable to save the cancellation." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            CLOSE EVENTS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-EVENTS-EOF = "Y"
            READ EVENTS-FILE
              AT END
                MOVE "Y" TO WS-EVENTS-EOF
              NOT AT END
                IF FUNCTION TRIM(EV-ID) =
                  FUNCTION TRIM(WS-EV-ID(WS-EV-PICK))
                  MOVE "X" TO EV-STATUS
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE EVENT-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-EV-STREAM-KEPT
            END-READ
          END-PERFORM

          CLOSE EVENTS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "EVENTS" TO WS-SAFE-BASE-NAME
          MOVE WS-EV-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "X" TO WS-EV-STATUS(WS-EV-PICK)
          MOVE 0 TO WS-EV-CANCEL-NOTIFIED
          PERFORM VARYING WS-RSVP-IDX FROM 1 BY 1
            UNTIL WS-RSVP-IDX > WS-RSVP-COUNT
            IF FUNCTION TRIM(WS-RSVP-EVENT-ID(WS-RSVP-IDX)) =
                 FUNCTION TRIM(WS-EV-ID(WS-EV-PICK))
               AND (WS-RSVP-STATUS(WS-RSVP-IDX) = "A"
                 OR WS-RSVP-STATUS(WS-RSVP-IDX) = "W")
              MOVE WS-RSVP-USERNAME(WS-RSVP-IDX) TO WS-NOTIF-USER
              MOVE SPACES TO WS-NOTIF-TEXT
              STRING "Cancelled: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EV-TITLE(WS-EV-PICK))
                       DELIMITED BY SIZE
                     " on " DELIMITED BY SIZE
                     WS-EV-DATE(WS-EV-PICK) DELIMITED BY SIZE
                INTO WS-NOTIF-TEXT
              END-STRING
              PERFORM ADD-NOTIFICATION
              ADD 1 TO WS-EV-CANCEL-NOTIFIED
            END-IF
          END-PERFORM

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Date cancelled; " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EV-CANCEL-NOTIFIED) DELIMITED BY SIZE
                 " RSVP holder(s) notified." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       CHECK-IN-EVENT-ATTENDEES.
      *> Walks the confirmed RSVPs of the selected event and records

          CLOSE GROUPMEMBERS-FILE
          MOVE "N" TO WS-EVCHK-EOF.

       LOAD-FAIR-REGISTRATIONS.
      *> Companies registered for the fair WS-EV-PICK, with their
      *> booths. WS-FR-MY-IDX points at a registration this user may
      *> staff (registered it, or maintains the company), and
      *> WS-FR-NEXT-BOOTH is the next booth number free at the end.
          MOVE 0 TO WS-FR-COUNT
          MOVE 0 TO WS-FR-MY-IDX
          MOVE 1 TO WS-FR-NEXT-BOOTH
          PERFORM LOAD-COMPANY-MASTER

          MOVE "N" TO WS-FAIRREGS-EOF
          OPEN INPUT FAIRREGS-FILE
          IF WS-FAIRREGS-STATUS NOT = "00"
            IF WS-FAIRREGS-STATUS = "05"
              CLOSE FAIRREGS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-FAIRREGS-EOF = "Y"
            READ FAIRREGS-FILE
              AT END
                MOVE "Y" TO WS-FAIRREGS-EOF
              NOT AT END
                IF FR-EVENT-ID = WS-EV-ID(WS-EV-PICK)
                  AND WS-FR-COUNT < 100
                  ADD 1 TO WS-FR-COUNT
                  MOVE FR-CO-ID TO WS-FR-CO-ID(WS-FR-COUNT)
                  MOVE FR-BOOTH TO WS-FR-BOOTH(WS-FR-COUNT)
                  MOVE "(company no longer on file)" TO
                    WS-FR-CO-NAME(WS-FR-COUNT)
                  IF FR-REGISTERED-BY = WS-USERNAME
                    AND WS-FR-MY-IDX = 0
                    MOVE WS-FR-COUNT TO WS-FR-MY-IDX
                  END-IF
                  PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                    UNTIL WS-CO-IDX > WS-CO-COUNT
                    IF WS-CO-ID(WS-CO-IDX) = FR-CO-ID
                      MOVE WS-CO-NAME(WS-CO-IDX) TO
                        WS-FR-CO-NAME(WS-FR-COUNT)
                      IF WS-CO-RECRUITER(WS-CO-IDX) = WS-USERNAME
                        AND WS-FR-MY-IDX = 0
                        MOVE WS-FR-COUNT TO WS-FR-MY-IDX
                      END-IF
                    END-IF
                  END-PERFORM
                  IF FR-BOOTH IS NUMERIC
                    AND FR-BOOTH >= WS-FR-NEXT-BOOTH
                    AND FR-BOOTH < "999"
                    COMPUTE WS-FR-NEXT-BOOTH = FUNCTION NUMVAL(FR-BOOTH)
                      + 1
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE FAIRREGS-FILE.

       SHOW-FAIR-REGISTRATIONS.
          PERFORM LOAD-FAIR-REGISTRATIONS
          MOVE SPACES TO OUTPUT-RECORD
          STRING "Career fair - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FR-COUNT) DELIMITED BY SIZE
                 " employer(s) registered" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          PERFORM VARYING WS-FR-IDX FROM 1 BY 1
            UNTIL WS-FR-IDX > WS-FR-COUNT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  Booth " DELIMITED BY SIZE
                   WS-FR-BOOTH(WS-FR-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FR-CO-NAME(WS-FR-IDX)) DELIMITED
                     BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM.

       REGISTER-FOR-FAIR.
      *> A recruiter signs one of the companies they maintain up for
      *> the fair, naming the postings the booth recruits for. The
      *> next free booth number is assigned; the organizer can move
      *> it from My Events.
          PERFORM LOAD-MY-COMPANIES
          IF WS-ISC-COUNT = 0
            MOVE "You do not maintain any company in the company list."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-JOB-CANCEL
          PERFORM PICK-MY-COMPANY-POSTINGS
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          PERFORM LOAD-FAIR-REGISTRATIONS
          PERFORM VARYING WS-FR-IDX FROM 1 BY 1
            UNTIL WS-FR-IDX > WS-FR-COUNT
            IF WS-FR-CO-ID(WS-FR-IDX) = WS-NEW-EV-CO-ID
              MOVE SPACES TO OUTPUT-RECORD
              STRING FUNCTION TRIM(WS-NEW-EV-CO-NAME) DELIMITED BY
                       SIZE
                     " is already registered at booth " DELIMITED BY
                       SIZE
                     WS-FR-BOOTH(WS-FR-IDX) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
          END-PERFORM
          IF WS-FR-COUNT >= 100
            MOVE "This fair has no booths left." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          OPEN EXTEND FAIRREGS-FILE
          IF WS-FAIRREGS-STATUS = "35"
            OPEN OUTPUT FAIRREGS-FILE
            IF WS-FAIRREGS-STATUS = "00"
              CLOSE FAIRREGS-FILE
            END-IF
            OPEN EXTEND FAIRREGS-FILE
          END-IF

          IF WS-FAIRREGS-STATUS NOT = "00"
            AND WS-FAIRREGS-STATUS NOT = "05"
            MOVE "Unable to save the registration." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO FAIRREG-RECORD
          MOVE WS-EV-ID(WS-EV-PICK) TO FR-EVENT-ID
          MOVE WS-NEW-EV-CO-ID TO FR-CO-ID
          MOVE WS-FR-NEXT-BOOTH TO FR-BOOTH
          MOVE WS-USERNAME TO FR-REGISTERED-BY
          MOVE FUNCTION CURRENT-DATE(1:8) TO FR-REG-DATE
          PERFORM VARYING WS-EVJ-IDX FROM 1 BY 1
            UNTIL WS-EVJ-IDX > WS-EVJ-COUNT
            MOVE WS-EVJ-JOB-ID(WS-EVJ-IDX) TO FR-JOB-ID(WS-EVJ-IDX)
          END-PERFORM
          WRITE FAIRREG-RECORD
          CLOSE FAIRREGS-FILE

          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-NEW-EV-CO-NAME) DELIMITED BY SIZE
                 " is registered at booth " DELIMITED BY SIZE
                 FR-BOOTH DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       RECORD-BOOTH-VISITS.
      *> Booth staff key in the students who stopped by. The first
      *> visit a student makes at the fair freezes their resume into
      *> PACKETS.DAT under the fair's event id, so every employer they
      *> visited receives the same snapshot after the fair.
          PERFORM LOAD-FAIR-REGISTRATIONS
          IF WS-FR-MY-IDX = 0
            MOVE "None of your companies is registered for this fair."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-EV-DATE(WS-EV-PICK) > FUNCTION CURRENT-DATE(1:8)
            MOVE "Booth visits are recorded on the day of the fair." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "--- Booth " DELIMITED BY SIZE
                 WS-FR-BOOTH(WS-FR-MY-IDX) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FR-CO-NAME(WS-FR-MY-IDX)) DELIMITED
                   BY SIZE
                 " ---" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          MOVE 0 TO WS-FV-RECORDED
          PERFORM UNTIL WS-EOF = "Y"
            MOVE "Visitor's username (blank when done):" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PERFORM
            END-IF
            IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
              EXIT PERFORM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FV-VISITOR
            MOVE WS-FV-VISITOR TO WS-ACCT-LOOKUP-USER
            PERFORM GET-ACCOUNT-TYPE-OF
            IF WS-ACCT-LOOKUP-TYPE NOT = "S"
              AND WS-ACCT-LOOKUP-TYPE NOT = "L"
              MOVE "No student account by that username." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              PERFORM CHECK-FAIR-VISIT-ON-FILE
              IF WS-FV-DUP = "Y"
                MOVE "Already recorded at this booth." TO
                  OUTPUT-RECORD
                PERFORM PRINT-LINE
              ELSE
                PERFORM APPEND-FAIR-VISIT
                IF WS-FV-SEEN-FAIR = "N"
                  PERFORM SNAPSHOT-FAIR-VISITOR
                END-IF
                ADD 1 TO WS-FV-RECORDED
              END-IF
            END-IF
          END-PERFORM

          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-FV-RECORDED) DELIMITED BY SIZE
                 " visit(s) recorded." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       CHECK-FAIR-VISIT-ON-FILE.
      *> WS-FV-DUP: WS-FV-VISITOR already logged at this booth.
      *> WS-FV-SEEN-FAIR: logged at any booth of this fair.
          MOVE "N" TO WS-FV-DUP
          MOVE "N" TO WS-FV-SEEN-FAIR
          MOVE "N" TO WS-FAIRVISITS-EOF
          OPEN INPUT FAIRVISITS-FILE
          IF WS-FAIRVISITS-STATUS NOT = "00"
            IF WS-FAIRVISITS-STATUS = "05"
              CLOSE FAIRVISITS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-FAIRVISITS-EOF = "Y"
            READ FAIRVISITS-FILE
              AT END
                MOVE "Y" TO WS-FAIRVISITS-EOF
              NOT AT END
                IF FV-EVENT-ID = WS-EV-ID(WS-EV-PICK)
                  AND FV-USERNAME = WS-FV-VISITOR
                  MOVE "Y" TO WS-FV-SEEN-FAIR
                  IF FV-CO-ID = WS-FR-CO-ID(WS-FR-MY-IDX)
                    MOVE "Y" TO WS-FV-DUP
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE FAIRVISITS-FILE.

       APPEND-FAIR-VISIT.
          OPEN EXTEND FAIRVISITS-FILE
          IF WS-FAIRVISITS-STATUS = "35"
            OPEN OUTPUT FAIRVISITS-FILE
            IF WS-FAIRVISITS-STATUS = "00"
              CLOSE FAIRVISITS-FILE
            END-IF
            OPEN EXTEND FAIRVISITS-FILE
          END-IF

          IF WS-FAIRVISITS-STATUS NOT = "00"
            AND WS-FAIRVISITS-STATUS NOT = "05"
            MOVE "Unable to save the booth visit." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-EV-ID(WS-EV-PICK) TO FV-EVENT-ID
          MOVE WS-FR-CO-ID(WS-FR-MY-IDX) TO FV-CO-ID
          MOVE WS-FV-VISITOR TO FV-USERNAME
          MOVE FUNCTION CURRENT-DATE(1:8) TO FV-VISIT-DATE
          MOVE WS-USERNAME TO FV-RECORDED-BY
          WRITE FAIRVISIT-RECORD
          CLOSE FAIRVISITS-FILE.

       SNAPSHOT-FAIR-VISITOR.
          OPEN EXTEND PACKETS-FILE
          IF WS-PACKETS-STATUS = "35"
            OPEN OUTPUT PACKETS-FILE
            IF WS-PACKETS-STATUS = "00"
              CLOSE PACKETS-FILE
            END-IF
            OPEN EXTEND PACKETS-FILE
          END-IF

          IF WS-PACKETS-STATUS NOT = "00"
            AND WS-PACKETS-STATUS NOT = "05"
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-PK-SEQ
          MOVE WS-FV-VISITOR TO WS-PK-SUBJECT
          MOVE WS-EV-ID(WS-EV-PICK) TO WS-PK-KEY-ID
          PERFORM SNAPSHOT-RESUME-TO-PACKET
          CLOSE PACKETS-FILE.

       ASSIGN-FAIR-BOOTH.
      *> Organizer moves a registered company to another booth
      *> number; booth numbers are unique within the fair.
          PERFORM LOAD-FAIR-REGISTRATIONS
          IF WS-FR-COUNT = 0
            MOVE "No companies have registered yet." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-FR-IDX FROM 1 BY 1
            UNTIL WS-FR-IDX > WS-FR-COUNT
            MOVE SPACES TO OUTPUT-RECORD
            STRING WS-FR-IDX DELIMITED BY SIZE
                   ". Booth " DELIMITED BY SIZE
                   WS-FR-BOOTH(WS-FR-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FR-CO-NAME(WS-FR-IDX)) DELIMITED
                     BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Registration to move, or 0:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            EXIT PARAGRAPH
          END-IF
          COMPUTE WS-FR-PICK =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-FR-PICK = 0 OR WS-FR-PICK > WS-FR-COUNT
            EXIT PARAGRAPH
          END-IF

          MOVE "New booth number (1-999):" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            OR WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            MOVE "Booth must be a number from 1 to 999." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          COMPUTE WS-FR-BOOTH-NUM =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-FR-BOOTH-NUM = 0
            MOVE "Booth must be a number from 1 to 999." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-FR-BOOTH-NUM TO WS-FR-NEW-BOOTH

          PERFORM VARYING WS-FR-IDX FROM 1 BY 1
            UNTIL WS-FR-IDX > WS-FR-COUNT
            IF WS-FR-IDX NOT = WS-FR-PICK
              AND WS-FR-BOOTH(WS-FR-IDX) = WS-FR-NEW-BOOTH
              MOVE SPACES TO OUTPUT-RECORD
              STRING "Booth " DELIMITED BY SIZE
                     WS-FR-NEW-BOOTH DELIMITED BY SIZE
                     " is taken by " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FR-CO-NAME(WS-FR-IDX))
                       DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
          END-PERFORM

          MOVE 0 TO WS-FR-STREAM-KEPT
          MOVE SPACES TO WS-NOTIF-USER
          MOVE "N" TO WS-FAIRREGS-EOF
          OPEN INPUT FAIRREGS-FILE
          IF WS-FAIRREGS-STATUS NOT = "00"
            IF WS-FAIRREGS-STATUS = "05"
              CLOSE FAIRREGS-FILE
            END-IF
            MOVE "Unable to save the booth change." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "FAIRREGS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            MOVE "Unable to save the booth change." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            CLOSE FAIRREGS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-FAIRREGS-EOF = "Y"
            READ FAIRREGS-FILE
              AT END
                MOVE "Y" TO WS-FAIRREGS-EOF
              NOT AT END
                IF FR-EVENT-ID = WS-EV-ID(WS-EV-PICK)
                  AND FR-CO-ID = WS-FR-CO-ID(WS-FR-PICK)
                  MOVE WS-FR-NEW-BOOTH TO FR-BOOTH
                  MOVE FR-REGISTERED-BY TO WS-NOTIF-USER
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE FAIRREG-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-FR-STREAM-KEPT
            END-READ
          END-PERFORM

          CLOSE FAIRREGS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "FAIRREGS" TO WS-SAFE-BASE-NAME
          MOVE WS-FR-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-FR-CO-NAME(WS-FR-PICK)) DELIMITED BY
                   SIZE
                 " moved to booth " DELIMITED BY SIZE
                 WS-FR-NEW-BOOTH DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          IF WS-NOTIF-USER NOT = SPACES
            AND WS-NOTIF-USER NOT = WS-USERNAME
            MOVE SPACES TO WS-NOTIF-TEXT
            STRING "Booth change: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EV-TITLE(WS-EV-PICK)) DELIMITED BY
                     SIZE
                   " - now booth " DELIMITED BY SIZE
                   WS-FR-NEW-BOOTH DELIMITED BY SIZE
              INTO WS-NOTIF-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
          END-IF.
