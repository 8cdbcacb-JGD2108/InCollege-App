       HANDLE-APPOINTMENTS-MENU.
      *> Career-counseling appointments. Counselors (advisor
      *> accounts) publish open slots by type; students and alumni
      *> book and cancel them here. APPTSCHED prints each counselor's
      *> day from the same file. The resume review queue
      *> (REVIEWQ_SRC.cpy) hangs off the same menus.
          MOVE FUNCTION CURRENT-DATE(1:12) TO WS-APPT-NOW
          IF WS-ACCOUNT-TYPE = "F"
            PERFORM COUNSELOR-APPOINTMENTS
          ELSE
            PERFORM STUDENT-APPOINTMENTS
          END-IF.

       STUDENT-APPOINTMENTS.
          PERFORM UNTIL WS-EOF = "Y"
            MOVE "--- Career Services ---" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "1. Book an appointment" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "2. My upcoming appointments" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "3. Submit my resume for review" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "4. My resume reviews" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "0. Back to post-login menu" TO OUTPUT-RECORD
            PERFORM PRINT-LINE

            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "No input received; returning to menu." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PERFORM
            END-IF

            MOVE INPUT-RECORD(1:1) TO WS-APPT-CHOICE
            EVALUATE WS-APPT-CHOICE
              WHEN "1"
                PERFORM BOOK-APPOINTMENT
              WHEN "2"
                PERFORM SHOW-MY-APPOINTMENTS
              WHEN "3"
                PERFORM SUBMIT-RESUME-FOR-REVIEW
              WHEN "4"
                PERFORM SHOW-MY-RESUME-REVIEWS
              WHEN "0"
                EXIT PERFORM
              WHEN OTHER
                MOVE "Invalid Selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
            END-EVALUATE
          END-PERFORM.

       COUNSELOR-APPOINTMENTS.
          PERFORM UNTIL WS-EOF = "Y"
            MOVE "--- Career Services ---" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "1. Publish open slots" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "2. My schedule" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "3. Record attendance" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "4. Resume review queue" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "0. Back to post-login menu" TO OUTPUT-RECORD
            PERFORM PRINT-LINE

            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "No input received; returning to menu." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PERFORM
            END-IF

            MOVE INPUT-RECORD(1:1) TO WS-APPT-CHOICE
            EVALUATE WS-APPT-CHOICE
              WHEN "1"
                PERFORM PUBLISH-APPT-SLOTS
              WHEN "2"
                PERFORM SHOW-COUNSELOR-SCHEDULE
              WHEN "3"
                PERFORM RECORD-APPT-ATTENDANCE
              WHEN "4"
                PERFORM HANDLE-REVIEW-QUEUE
              WHEN "0"
                EXIT PERFORM
              WHEN OTHER
                MOVE "Invalid Selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
            END-EVALUATE
          END-PERFORM.

       PICK-APPT-TYPE.
      *> Leaves the chosen type code in WS-APPT-TYPE, or a space when
      *> the user backs out.
          MOVE SPACE TO WS-APPT-TYPE
          MOVE "Appointment type: 1=Resume review 2=Mock interview"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "                  3=Career exploration (0 to go back)"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          EVALUATE INPUT-RECORD(1:1)
            WHEN "1"
              MOVE "R" TO WS-APPT-TYPE
            WHEN "2"
              MOVE "M" TO WS-APPT-TYPE
            WHEN "3"
              MOVE "C" TO WS-APPT-TYPE
            WHEN "0"
              CONTINUE
            WHEN OTHER
              MOVE "Invalid selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
          END-EVALUATE.

       SET-APPT-TYPE-LABEL.
          EVALUATE WS-APPT-TYPE-IN
            WHEN "R"
              MOVE "Resume review" TO WS-APPT-TYPE-LABEL
            WHEN "M"
              MOVE "Mock interview" TO WS-APPT-TYPE-LABEL
            WHEN OTHER
              MOVE "Career exploration" TO WS-APPT-TYPE-LABEL
          END-EVALUATE.

       BOOK-APPOINTMENT.
      *> The office's three-strikes policy: a student with too many
      *> recent no-shows books at the front desk instead.
          MOVE WS-USERNAME TO WS-APPT-LOOKUP-STUDENT
          PERFORM COUNT-APPT-NOSHOWS
          IF WS-APPT-NOSHOWS >= WS-APPT-STRIKE-LIMIT
            MOVE WS-APPT-NOSHOWS TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "You have missed " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   " recent appointments; online booking is paused."
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE "Please book through the career center front desk."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM PICK-APPT-TYPE
          IF WS-APPT-TYPE = SPACE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-APPT-TYPE TO WS-APPT-TYPE-IN
          PERFORM SET-APPT-TYPE-LABEL

          MOVE "OPEN" TO WS-APPT-LIST-MODE
          PERFORM LOAD-APPT-LIST
          IF WS-APT-COUNT = 0
            MOVE SPACES TO OUTPUT-RECORD
            STRING "No open " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPT-TYPE-LABEL) DELIMITED BY SIZE
                   " slots are published right now." DELIMITED BY
                     SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-APT-IDX FROM 1 BY 1
            UNTIL WS-APT-IDX > WS-APT-COUNT
            MOVE WS-APT-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(11:2) DELIMITED BY SIZE
                   " with " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APT-COUNSELOR(WS-APT-IDX))
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Enter the slot number to book, or 0 to cancel:" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM PROMPT-APPT-PICK
          IF WS-APT-PICK = 0
            EXIT PARAGRAPH
          END-IF

      *> The student may not be in two places at once: another
      *> booking or an accepted interview at the same time blocks it.
          MOVE WS-APT-SLOT(WS-APT-PICK) TO WS-IV-SLOT-IN
          PERFORM CHECK-STUDENT-APPT-CONFLICT
          IF WS-APT-CONFLICT = "Y"
            MOVE "You already have an appointment at that time."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE SPACES TO WS-IV-CHK-POSTER
          MOVE WS-USERNAME TO WS-IV-CHK-APPLICANT
          PERFORM CHECK-PROPOSED-SLOT-CONFLICT
          IF WS-IV-CONFLICT = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "BOOK" TO WS-APT-ACTION
          MOVE WS-APT-COUNSELOR(WS-APT-PICK) TO WS-APT-KEY-COUNSELOR
          MOVE WS-APT-SLOT(WS-APT-PICK) TO WS-APT-KEY-SLOT
          PERFORM APPLY-APPT-CHANGE
          IF WS-APT-APPLIED NOT = "Y"
            MOVE "That slot is no longer open; please pick another."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO WS-NOTIF-TEXT
          STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " booked " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPT-TYPE-LABEL) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-APT-KEY-SLOT(1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-APT-KEY-SLOT(9:4) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          MOVE WS-APT-KEY-COUNSELOR TO WS-NOTIF-USER
          PERFORM ADD-NOTIFICATION

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Booked: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPT-TYPE-LABEL) DELIMITED BY SIZE
                 " on " DELIMITED BY SIZE
                 WS-APT-KEY-SLOT(1:8) DELIMITED BY SIZE
                 " at " DELIMITED BY SIZE
                 WS-APT-KEY-SLOT(9:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-APT-KEY-SLOT(11:2) DELIMITED BY SIZE
                 " with " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APT-KEY-COUNSELOR) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       SHOW-MY-APPOINTMENTS.
          MOVE WS-USERNAME TO WS-APPT-LOOKUP-STUDENT
          PERFORM COUNT-APPT-NOSHOWS
          IF WS-APPT-NOSHOWS > 0
            MOVE WS-APPT-NOSHOWS TO WS-JOB-NUMBER-TEXT
            MOVE WS-APPT-STRIKE-LIMIT TO WS-APPT-LIMIT-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "Missed appointments on record: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   " (limit " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPT-LIMIT-TEXT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF

          MOVE "MINE" TO WS-APPT-LIST-MODE
          PERFORM LOAD-APPT-LIST
          IF WS-APT-COUNT = 0
            MOVE "You have no upcoming appointments." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-APT-IDX FROM 1 BY 1
            UNTIL WS-APT-IDX > WS-APT-COUNT
            MOVE WS-APT-TYPE(WS-APT-IDX) TO WS-APPT-TYPE-IN
            PERFORM SET-APPT-TYPE-LABEL
            MOVE WS-APT-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(11:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPT-TYPE-LABEL) DELIMITED BY SIZE
                   " with " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APT-COUNSELOR(WS-APT-IDX))
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Enter an appointment number to cancel, or 0 to go back:"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM PROMPT-APPT-PICK
          IF WS-APT-PICK = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "FREE" TO WS-APT-ACTION
          MOVE WS-APT-COUNSELOR(WS-APT-PICK) TO WS-APT-KEY-COUNSELOR
          MOVE WS-APT-SLOT(WS-APT-PICK) TO WS-APT-KEY-SLOT
          PERFORM APPLY-APPT-CHANGE
          IF WS-APT-APPLIED NOT = "Y"
            MOVE "That appointment could not be cancelled." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO WS-NOTIF-TEXT
          STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " cancelled the booking " DELIMITED BY SIZE
                 WS-APT-KEY-SLOT(1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-APT-KEY-SLOT(9:4) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          MOVE WS-APT-KEY-COUNSELOR TO WS-NOTIF-USER
          PERFORM ADD-NOTIFICATION

          MOVE "Appointment cancelled; the slot is open again." TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE.

       PUBLISH-APPT-SLOTS.
          PERFORM PICK-APPT-TYPE
          IF WS-APPT-TYPE = SPACE
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-APT-ADDED
          PERFORM UNTIL WS-EOF = "Y"
            MOVE "Open slot time (YYYYMMDDHHMM), or 0 to finish:"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PERFORM
            END-IF

            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN = 1 AND WS-TRIMMED-IN(1:1) = "0"
              EXIT PERFORM
            END-IF

            IF WS-IN-LEN = 12 AND WS-TRIMMED-IN(1:12) IS NUMERIC
              MOVE WS-TRIMMED-IN(1:12) TO WS-IV-SLOT-IN
              IF WS-IV-SLOT-IN <= WS-APPT-NOW
                MOVE "Slots must be in the future." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              ELSE
                PERFORM CHECK-COUNSELOR-SLOT-CONFLICT
                IF WS-APT-CONFLICT = "Y"
                  MOVE "You already have a slot at that time." TO
                    OUTPUT-RECORD
                  PERFORM PRINT-LINE
                ELSE
                  PERFORM APPEND-APPT-SLOT
                  IF WS-APPT-STATUS = "00" OR WS-APPT-STATUS = "05"
                    ADD 1 TO WS-APT-ADDED
                    MOVE "Slot published." TO OUTPUT-RECORD
                    PERFORM PRINT-LINE
                  END-IF
                END-IF
              END-IF
            ELSE
              MOVE "Time must be 12 digits, e.g. 202612011330."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM

          MOVE WS-APT-ADDED TO WS-JOB-NUMBER-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                 " slot(s) published." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       APPEND-APPT-SLOT.
          OPEN EXTEND APPOINTMENTS-FILE
          IF WS-APPT-STATUS = "35"
            OPEN OUTPUT APPOINTMENTS-FILE
            IF WS-APPT-STATUS = "00"
              CLOSE APPOINTMENTS-FILE
            END-IF
            OPEN EXTEND APPOINTMENTS-FILE
          END-IF

          IF WS-APPT-STATUS NOT = "00"
            AND WS-APPT-STATUS NOT = "05"
            MOVE "Unable to save the appointment slot." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-USERNAME TO AP-COUNSELOR
          MOVE WS-IV-SLOT-IN TO AP-SLOT
          MOVE WS-APPT-TYPE TO AP-TYPE
          MOVE "O" TO AP-STATUS
          MOVE SPACES TO AP-STUDENT
          MOVE SPACES TO AP-BOOKED-DATE
          MOVE SPACE TO AP-OUTCOME
          WRITE APPOINTMENT-RECORD
          CLOSE APPOINTMENTS-FILE.

       SHOW-COUNSELOR-SCHEDULE.
          MOVE "SCHED" TO WS-APPT-LIST-MODE
          PERFORM LOAD-APPT-LIST
          IF WS-APT-COUNT = 0
            MOVE "You have no upcoming slots." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-APT-IDX FROM 1 BY 1
            UNTIL WS-APT-IDX > WS-APT-COUNT
            MOVE WS-APT-TYPE(WS-APT-IDX) TO WS-APPT-TYPE-IN
            PERFORM SET-APPT-TYPE-LABEL
            MOVE WS-APT-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            IF WS-APT-STATUS(WS-APT-IDX) = "B"
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                     ". " DELIMITED BY SIZE
                     WS-APT-SLOT(WS-APT-IDX)(1:8) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-APT-SLOT(WS-APT-IDX)(9:2) DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                     WS-APT-SLOT(WS-APT-IDX)(11:2) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-APPT-TYPE-LABEL) DELIMITED BY
                       SIZE
                     " - booked by " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX))
                       DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
            ELSE
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                     ". " DELIMITED BY SIZE
                     WS-APT-SLOT(WS-APT-IDX)(1:8) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-APT-SLOT(WS-APT-IDX)(9:2) DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                     WS-APT-SLOT(WS-APT-IDX)(11:2) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-APPT-TYPE-LABEL) DELIMITED BY
                       SIZE
                     " - open" DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
            END-IF
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Enter a slot number to withdraw it, or 0 to go back:"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM PROMPT-APPT-PICK
          IF WS-APT-PICK = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "WITHDRAW" TO WS-APT-ACTION
          MOVE WS-USERNAME TO WS-APT-KEY-COUNSELOR
          MOVE WS-APT-SLOT(WS-APT-PICK) TO WS-APT-KEY-SLOT
          PERFORM APPLY-APPT-CHANGE
          IF WS-APT-APPLIED NOT = "Y"
            MOVE "That slot could not be withdrawn." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

      *> A booked slot being withdrawn leaves the student without an
      *> appointment, so they are told.
          IF WS-APT-OTHER-PARTY NOT = SPACES
            MOVE SPACES TO WS-NOTIF-TEXT
            STRING "Your counseling appointment " DELIMITED BY SIZE
                   WS-APT-KEY-SLOT(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APT-KEY-SLOT(9:4) DELIMITED BY SIZE
                   " was cancelled" DELIMITED BY SIZE
              INTO WS-NOTIF-TEXT
            END-STRING
            MOVE WS-APT-OTHER-PARTY TO WS-NOTIF-USER
            PERFORM ADD-NOTIFICATION
          END-IF

          MOVE "Slot withdrawn." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       RECORD-APPT-ATTENDANCE.
          MOVE "PAST" TO WS-APPT-LIST-MODE
          PERFORM LOAD-APPT-LIST
          IF WS-APT-COUNT = 0
            MOVE "No past appointments are waiting for attendance."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-APT-IDX FROM 1 BY 1
            UNTIL WS-APT-IDX > WS-APT-COUNT
            MOVE WS-APT-TYPE(WS-APT-IDX) TO WS-APPT-TYPE-IN
            PERFORM SET-APPT-TYPE-LABEL
            MOVE WS-APT-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-APT-SLOT(WS-APT-IDX)(11:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPT-TYPE-LABEL) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APT-STUDENT(WS-APT-IDX))
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Enter an appointment number, or 0 to go back:" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM PROMPT-APPT-PICK
          IF WS-APT-PICK = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "1=Attended 2=Did not attend (0 to go back)" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          EVALUATE INPUT-RECORD(1:1)
            WHEN "1"
              MOVE "ATTEND" TO WS-APT-ACTION
            WHEN "2"
              MOVE "NOSHOW" TO WS-APT-ACTION
            WHEN OTHER
              EXIT PARAGRAPH
          END-EVALUATE

          MOVE WS-USERNAME TO WS-APT-KEY-COUNSELOR
          MOVE WS-APT-SLOT(WS-APT-PICK) TO WS-APT-KEY-SLOT
          PERFORM APPLY-APPT-CHANGE
          IF WS-APT-APPLIED NOT = "Y"
            MOVE "Attendance could not be recorded." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          IF WS-APT-ACTION = "NOSHOW"
            MOVE WS-APT-STUDENT(WS-APT-PICK) TO WS-APPT-LOOKUP-STUDENT
            PERFORM COUNT-APPT-NOSHOWS
            MOVE WS-APPT-NOSHOWS TO WS-JOB-NUMBER-TEXT
            MOVE WS-APPT-STRIKE-LIMIT TO WS-APPT-LIMIT-TEXT
            MOVE SPACES TO WS-NOTIF-TEXT
            STRING "Missed appointment " DELIMITED BY SIZE
                   WS-APT-KEY-SLOT(1:8) DELIMITED BY SIZE
                   " recorded (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPT-LIMIT-TEXT) DELIMITED BY SIZE
                   " strikes)" DELIMITED BY SIZE
              INTO WS-NOTIF-TEXT
            END-STRING
            MOVE WS-APPT-LOOKUP-STUDENT TO WS-NOTIF-USER
            PERFORM ADD-NOTIFICATION
            MOVE SPACES TO OUTPUT-RECORD
            STRING "No-show recorded; " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPT-LOOKUP-STUDENT) DELIMITED BY
                     SIZE
                   " now has " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPT-LIMIT-TEXT) DELIMITED BY SIZE
                   " strikes." DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          ELSE
            MOVE "Attendance recorded." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       PROMPT-APPT-PICK.
      *> Reads a list number into WS-APT-PICK; 0 means go back or a
      *> bad entry.
          MOVE 0 TO WS-APT-PICK
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          COMPUTE WS-APT-PICK =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-APT-PICK > WS-APT-COUNT
            MOVE 0 TO WS-APT-PICK
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       LOAD-APPT-LIST.
      *> Fills the pick table by WS-APPT-LIST-MODE:
      *>   OPEN  - open future slots of type WS-APPT-TYPE
      *>   MINE  - this student's upcoming bookings
      *>   SCHED - this counselor's upcoming open and booked slots
      *>   PAST  - this counselor's past bookings with no attendance
      *> then sorts it by time.
          MOVE 0 TO WS-APT-COUNT
          MOVE "N" TO WS-APPT-EOF

          OPEN INPUT APPOINTMENTS-FILE
          IF WS-APPT-STATUS NOT = "00"
            IF WS-APPT-STATUS = "05"
              CLOSE APPOINTMENTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-APPT-EOF = "Y"
            READ APPOINTMENTS-FILE
              AT END
                MOVE "Y" TO WS-APPT-EOF
              NOT AT END
                MOVE "N" TO WS-APT-TAKE
                EVALUATE WS-APPT-LIST-MODE
                  WHEN "OPEN"
                    IF AP-STATUS = "O" AND AP-TYPE = WS-APPT-TYPE
                      AND AP-SLOT > WS-APPT-NOW
                      AND FUNCTION TRIM(AP-COUNSELOR) NOT =
                        FUNCTION TRIM(WS-USERNAME)
                      MOVE "Y" TO WS-APT-TAKE
                    END-IF
                  WHEN "MINE"
                    IF AP-STATUS = "B" AND AP-SLOT > WS-APPT-NOW
                      AND FUNCTION TRIM(AP-STUDENT) =
                        FUNCTION TRIM(WS-USERNAME)
                      MOVE "Y" TO WS-APT-TAKE
                    END-IF
                  WHEN "SCHED"
                    IF (AP-STATUS = "O" OR AP-STATUS = "B")
                      AND AP-SLOT > WS-APPT-NOW
                      AND FUNCTION TRIM(AP-COUNSELOR) =
                        FUNCTION TRIM(WS-USERNAME)
                      MOVE "Y" TO WS-APT-TAKE
                    END-IF
                  WHEN OTHER
                    IF AP-STATUS = "B" AND AP-OUTCOME = SPACE
                      AND AP-SLOT <= WS-APPT-NOW
                      AND FUNCTION TRIM(AP-COUNSELOR) =
                        FUNCTION TRIM(WS-USERNAME)
                      MOVE "Y" TO WS-APT-TAKE
                    END-IF
                END-EVALUATE
                IF WS-APT-TAKE = "Y" AND WS-APT-COUNT < WS-APT-MAX
                  ADD 1 TO WS-APT-COUNT
                  MOVE AP-COUNSELOR TO WS-APT-COUNSELOR(WS-APT-COUNT)
                  MOVE AP-SLOT TO WS-APT-SLOT(WS-APT-COUNT)
                  MOVE AP-TYPE TO WS-APT-TYPE(WS-APT-COUNT)
                  MOVE AP-STATUS TO WS-APT-STATUS(WS-APT-COUNT)
                  MOVE AP-STUDENT TO WS-APT-STUDENT(WS-APT-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE APPOINTMENTS-FILE

      *> Simple exchange sort on the slot time.
          PERFORM VARYING WS-APT-IDX FROM 1 BY 1
            UNTIL WS-APT-IDX >= WS-APT-COUNT
            PERFORM VARYING WS-APT-IDX2 FROM 1 BY 1
              UNTIL WS-APT-IDX2 >= WS-APT-COUNT
              IF WS-APT-SLOT(WS-APT-IDX2) >
                WS-APT-SLOT(WS-APT-IDX2 + 1)
                MOVE WS-APT-ENTRY(WS-APT-IDX2) TO WS-APT-SWAP
                MOVE WS-APT-ENTRY(WS-APT-IDX2 + 1) TO
                  WS-APT-ENTRY(WS-APT-IDX2)
                MOVE WS-APT-SWAP TO WS-APT-ENTRY(WS-APT-IDX2 + 1)
              END-IF
            END-PERFORM
          END-PERFORM.

       CHECK-STUDENT-APPT-CONFLICT.
      *> Does this student already hold a booking at WS-IV-SLOT-IN?
          MOVE "N" TO WS-APT-CONFLICT
          MOVE "N" TO WS-APPT-EOF

          OPEN INPUT APPOINTMENTS-FILE
          IF WS-APPT-STATUS NOT = "00"
            IF WS-APPT-STATUS = "05"
              CLOSE APPOINTMENTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-APPT-EOF = "Y"
            READ APPOINTMENTS-FILE
              AT END
                MOVE "Y" TO WS-APPT-EOF
              NOT AT END
                IF AP-STATUS = "B" AND AP-SLOT = WS-IV-SLOT-IN
                  AND FUNCTION TRIM(AP-STUDENT) =
                    FUNCTION TRIM(WS-USERNAME)
                  MOVE "Y" TO WS-APT-CONFLICT
                  MOVE "Y" TO WS-APPT-EOF
                END-IF
            END-READ
          END-PERFORM

          CLOSE APPOINTMENTS-FILE.

       CHECK-COUNSELOR-SLOT-CONFLICT.
      *> Does this counselor already have an open or booked slot at
      *> WS-IV-SLOT-IN? Withdrawn slots do not count.
          MOVE "N" TO WS-APT-CONFLICT
          MOVE "N" TO WS-APPT-EOF

          OPEN INPUT APPOINTMENTS-FILE
          IF WS-APPT-STATUS NOT = "00"
            IF WS-APPT-STATUS = "05"
              CLOSE APPOINTMENTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-APPT-EOF = "Y"
            READ APPOINTMENTS-FILE
              AT END
                MOVE "Y" TO WS-APPT-EOF
              NOT AT END
                IF (AP-STATUS = "O" OR AP-STATUS = "B")
                  AND AP-SLOT = WS-IV-SLOT-IN
                  AND FUNCTION TRIM(AP-COUNSELOR) =
                    FUNCTION TRIM(WS-USERNAME)
                  MOVE "Y" TO WS-APT-CONFLICT
                  MOVE "Y" TO WS-APPT-EOF
                END-IF
            END-READ
          END-PERFORM

          CLOSE APPOINTMENTS-FILE.

       COUNT-APPT-NOSHOWS.
      *> No-shows by WS-APPT-LOOKUP-STUDENT within the last
      *> WS-APPT-STRIKE-DAYS days; the three-strikes count.
          MOVE 0 TO WS-APPT-NOSHOWS
          MOVE "N" TO WS-APPT-EOF
          COMPUTE WS-APPT-TODAY-INT = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

          OPEN INPUT APPOINTMENTS-FILE
          IF WS-APPT-STATUS NOT = "00"
            IF WS-APPT-STATUS = "05"
              CLOSE APPOINTMENTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-APPT-EOF = "Y"
            READ APPOINTMENTS-FILE
              AT END
                MOVE "Y" TO WS-APPT-EOF
              NOT AT END
                IF AP-OUTCOME = "N" AND AP-SLOT(1:8) IS NUMERIC
                  AND FUNCTION TRIM(AP-STUDENT) =
                    FUNCTION TRIM(WS-APPT-LOOKUP-STUDENT)
                  COMPUTE WS-APPT-SLOT-INT = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(AP-SLOT(1:8)))
                  IF WS-APPT-TODAY-INT - WS-APPT-SLOT-INT <=
                    WS-APPT-STRIKE-DAYS
                    ADD 1 TO WS-APPT-NOSHOWS
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE APPOINTMENTS-FILE.

       APPLY-APPT-CHANGE.
      *> Streams APPOINTMENTS.DAT through APPOINTMENTS.NEW, applying
      *> WS-APT-ACTION to the live slot keyed by WS-APT-KEY-COUNSELOR
      *> and WS-APT-KEY-SLOT. The slot's current status is checked
      *> here, against the file, so a slot taken since the list was
      *> shown is not double-booked. WS-APT-APPLIED says whether the
      *> change went through.
          MOVE "N" TO WS-APT-APPLIED
          MOVE SPACES TO WS-APT-OTHER-PARTY
          MOVE 0 TO WS-APT-KEPT
          MOVE "N" TO WS-APPT-EOF

          OPEN INPUT APPOINTMENTS-FILE
          IF WS-APPT-STATUS NOT = "00"
            IF WS-APPT-STATUS = "05"
              CLOSE APPOINTMENTS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          MOVE "APPOINTMENTS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            CLOSE APPOINTMENTS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-APPT-EOF = "Y"
            READ APPOINTMENTS-FILE
              AT END
                MOVE "Y" TO WS-APPT-EOF
              NOT AT END
                IF WS-APT-APPLIED = "N"
                  AND AP-STATUS NOT = "X"
                  AND AP-SLOT = WS-APT-KEY-SLOT
                  AND FUNCTION TRIM(AP-COUNSELOR) =
                    FUNCTION TRIM(WS-APT-KEY-COUNSELOR)
                  PERFORM APPLY-ONE-APPT-ACTION
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE APPOINTMENT-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-APT-KEPT
            END-READ
          END-PERFORM

          CLOSE APPOINTMENTS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "APPOINTMENTS" TO WS-SAFE-BASE-NAME
          MOVE WS-APT-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            MOVE "N" TO WS-APT-APPLIED
          END-IF.

       APPLY-ONE-APPT-ACTION.
          EVALUATE WS-APT-ACTION
            WHEN "BOOK"
              IF AP-STATUS = "O"
                MOVE "B" TO AP-STATUS
                MOVE WS-USERNAME TO AP-STUDENT
                MOVE FUNCTION CURRENT-DATE(1:8) TO AP-BOOKED-DATE
                MOVE SPACE TO AP-OUTCOME
                MOVE "Y" TO WS-APT-APPLIED
              END-IF
            WHEN "FREE"
              IF AP-STATUS = "B" AND AP-OUTCOME = SPACE
                AND FUNCTION TRIM(AP-STUDENT) =
                  FUNCTION TRIM(WS-USERNAME)
                MOVE "O" TO AP-STATUS
                MOVE SPACES TO AP-STUDENT
                MOVE SPACES TO AP-BOOKED-DATE
                MOVE "Y" TO WS-APT-APPLIED
              END-IF
            WHEN "WITHDRAW"
              IF AP-STATUS = "O" OR AP-STATUS = "B"
                IF AP-STATUS = "B"
                  MOVE AP-STUDENT TO WS-APT-OTHER-PARTY
                END-IF
                MOVE "X" TO AP-STATUS
                MOVE "Y" TO WS-APT-APPLIED
              END-IF
            WHEN "ATTEND"
              IF AP-STATUS = "B" AND AP-OUTCOME = SPACE
                MOVE "A" TO AP-OUTCOME
                MOVE "Y" TO WS-APT-APPLIED
              END-IF
            WHEN "NOSHOW"
              IF AP-STATUS = "B" AND AP-OUTCOME = SPACE
                MOVE "N" TO AP-OUTCOME
                MOVE "Y" TO WS-APT-APPLIED
              END-IF
          END-EVALUATE.
