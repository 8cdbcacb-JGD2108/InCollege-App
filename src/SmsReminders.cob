       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMSREMINDERS.

      *> Nightly text-message reminders. For every user who has
      *> opted in to texts with a verified mobile number
      *> (SMSPREFS.DAT), queues a day-before and a morning-of
      *> reminder for each accepted interview slot (INTERVIEWS.DAT)
      *> and each event they are attending (RSVPS.DAT / EVENTS.DAT)
      *> into SMSQUEUE.DAT for the campus text gateway, with a row in
      *> the SMSLOG.DAT send log.
      *>
      *> Day-before reminders go out from 09:00 and morning-of ones
      *> from 07:00. Every row carries the earliest time the gateway
      *> may send it, moved past the user's quiet hours; a morning-of
      *> reminder that could not go out before the interview or
      *> event starts is dropped. The send log also keeps a rerun on
      *> the same night from texting anyone twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SMSPREFS-FILE
               ASSIGN TO "SMSPREFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMSPREFS-STATUS.

           SELECT OPTIONAL SMSQUEUE-FILE
               ASSIGN TO "SMSQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMSQUEUE-STATUS.

           SELECT OPTIONAL SMSLOG-FILE
               ASSIGN TO "SMSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMSLOG-STATUS.

           SELECT OPTIONAL INTERVIEWS-FILE
               ASSIGN TO "INTERVIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.

           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL EVENTS-FILE
               ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT OPTIONAL RSVPS-FILE
               ASSIGN TO "RSVPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVPS-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One row per user who has set up texts.
       FD SMSPREFS-FILE.
           01 SMSPREF-RECORD.
             05 SP-USERNAME PIC X(12).
      *> Y = wants texts, N = does not
             05 SP-OPT-IN PIC X(1).
             05 SP-MOBILE PIC X(15).
      *> Y = number verified, P = code sent and not yet entered
             05 SP-VERIFIED PIC X(1).
             05 SP-CODE PIC X(6).
             05 SP-CODE-DATE PIC X(8).
      *> Quiet hours HHMM; a window that ends earlier than it starts
      *> runs past midnight.
             05 SP-QUIET-FROM PIC X(4).
             05 SP-QUIET-TO PIC X(4).

      *> Outbound handoff the campus text gateway picks up; it holds
      *> each row until SQ-SEND-AT (YYYYMMDDHHMM).
       FD SMSQUEUE-FILE.
           01 SMSQUEUE-RECORD.
             05 SQ-MOBILE PIC X(15).
             05 SQ-USERNAME PIC X(12).
             05 SQ-TYPE PIC X(4).
             05 SQ-SEND-AT PIC X(12).
             05 SQ-TEXT PIC X(160).

      *> Send log: proof of what left the system and when.
       FD SMSLOG-FILE.
           01 SMSLOG-RECORD.
             05 SL-USERNAME PIC X(12).
             05 SL-TYPE PIC X(4).
             05 SL-REF PIC X(24).
             05 SL-QUEUED-TS PIC X(14).
             05 SL-SEND-AT PIC X(12).

       FD INTERVIEWS-FILE.
           01 INTERVIEW-RECORD.
             05 IV-JOB-ID PIC X(12).
             05 IV-POSTER PIC X(12).
             05 IV-APPLICANT PIC X(12).
             05 IV-SLOT PIC X(12).
             05 IV-STATUS PIC X(1).
             05 IV-IN-WINDOW PIC X(1).
             05 IV-OUTCOME PIC X(1).
             05 IV-CANCEL-CODE PIC X(1).
             05 IV-ACTION-BY PIC X(12).
             05 IV-NEW-SLOT PIC X(12).

       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-ID PIC X(12).
             05 JOB-TITLE PIC X(30).
             05 JOB-FILLER PIC X(235).

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

       FD RSVPS-FILE.
           01 RSVP-RECORD.
             05 RS-EVENT-ID PIC X(12).
             05 RS-USERNAME PIC X(12).
             05 RS-STATUS PIC X(1).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-SMSPREFS-STATUS PIC XX.
         77 WS-SMSQUEUE-STATUS PIC XX.
         77 WS-SMSLOG-STATUS PIC XX.
         77 WS-INTERVIEWS-STATUS PIC XX.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-EVENTS-STATUS PIC XX.
         77 WS-RSVPS-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TOMORROW-STAMP PIC X(8).
         77 WS-YESTERDAY-STAMP PIC X(8).
         77 WS-NOW-STAMP PIC X(12).
      *> Earliest send times for each kind of reminder, HHMM
         77 WS-DAY-BEFORE-AT PIC X(4) VALUE "0900".
         77 WS-MORNING-OF-AT PIC X(4) VALUE "0700".

      *> Opted-in users with a verified number
         77 WS-MAX-PHONES PIC 9(4) VALUE 2000.
         01 WS-PHONE-TABLE.
           05 WS-PH-ENTRY OCCURS 2000 TIMES.
             10 WS-PH-USER PIC X(12).
             10 WS-PH-MOBILE PIC X(15).
             10 WS-PH-QUIET-FROM PIC X(4).
             10 WS-PH-QUIET-TO PIC X(4).
         77 WS-PH-COUNT PIC 9(4) VALUE 0.
         77 WS-PH-IDX PIC 9(4) VALUE 0.
         77 WS-PH-FOUND PIC 9(4) VALUE 0.
         77 WS-FIND-USER PIC X(12).

      *> Reminders sent over the last couple of nights
         77 WS-MAX-SENT PIC 9(4) VALUE 3000.
         01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 3000 TIMES.
             10 WS-SENT-USER PIC X(12).
             10 WS-SENT-TYPE PIC X(4).
             10 WS-SENT-REF PIC X(24).
         77 WS-SENT-COUNT PIC 9(4) VALUE 0.
         77 WS-SENT-IDX PIC 9(4) VALUE 0.
         77 WS-ALREADY-SENT PIC X VALUE "N".

      *> Reminders due tonight, before titles are filled in
         77 WS-MAX-DUE PIC 9(4) VALUE 2000.
         01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 2000 TIMES.
             10 WS-DUE-PHONE PIC 9(4).
      *> IVDB / IVMO interview, EVDB / EVMO event
             10 WS-DUE-TYPE PIC X(4).
             10 WS-DUE-REF PIC X(24).
             10 WS-DUE-KEY PIC X(12).
      *> YYYYMMDDHHMM the interview or event starts
             10 WS-DUE-START PIC X(12).
             10 WS-DUE-TITLE PIC X(30).
             10 WS-DUE-PLACE PIC X(30).
         77 WS-DUE-COUNT PIC 9(4) VALUE 0.
         77 WS-DUE-IDX PIC 9(4) VALUE 0.

      *> Tonight's and tomorrow's scheduled events
         77 WS-MAX-EVENTS PIC 9(4) VALUE 500.
         01 WS-EVENT-TABLE.
           05 WS-EVT-ENTRY OCCURS 500 TIMES.
             10 WS-EVT-ID PIC X(12).
             10 WS-EVT-TITLE PIC X(30).
             10 WS-EVT-LOCATION PIC X(30).
             10 WS-EVT-DATE PIC X(8).
             10 WS-EVT-START PIC X(4).
         77 WS-EVT-COUNT PIC 9(4) VALUE 0.
         77 WS-EVT-IDX PIC 9(4) VALUE 0.

         77 WS-SEND-AT PIC X(12).
         77 WS-SEND-HHMM PIC X(4).
         77 WS-QUIET-FROM PIC X(4).
         77 WS-QUIET-TO PIC X(4).
         77 WS-SMS-TEXT PIC X(160).
         77 WS-WHEN-TEXT PIC X(8).
         77 WS-TIME-TEXT PIC X(5).

         77 WS-QUEUED-DAY-BEFORE PIC 9(6) VALUE 0.
         77 WS-QUEUED-MORNING-OF PIC 9(6) VALUE 0.
         77 WS-DROPPED-LATE PIC 9(6) VALUE 0.
         77 WS-QUEUE-FAILED PIC X VALUE "N".
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           MOVE FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-TODAY-STAMP)) + 1)
             TO WS-TOMORROW-STAMP
           MOVE FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-TODAY-STAMP)) - 1)
             TO WS-YESTERDAY-STAMP

           PERFORM LOAD-SMS-PREFS

           IF WS-PH-COUNT > 0
             PERFORM LOAD-RECENT-SENDS
             PERFORM COLLECT-INTERVIEWS
             PERFORM FILL-JOB-TITLES
             PERFORM LOAD-UPCOMING-EVENTS
             PERFORM COLLECT-EVENT-RSVPS

             PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
                 OR WS-QUEUE-FAILED = "Y"
               PERFORM SEND-ONE-REMINDER
             END-PERFORM
           END-IF

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "day-before " DELIMITED BY SIZE
                  WS-QUEUED-DAY-BEFORE DELIMITED BY SIZE
                  " morning-of " DELIMITED BY SIZE
                  WS-QUEUED-MORNING-OF DELIMITED BY SIZE
                  " too late " DELIMITED BY SIZE
                  WS-DROPPED-LATE DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           DISPLAY "Text reminders queued: " WS-QUEUED-DAY-BEFORE
             " day-before, " WS-QUEUED-MORNING-OF " morning-of ("
             WS-DROPPED-LATE " too late to send)."

           IF WS-QUEUE-FAILED = "Y"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to write SMSQUEUE.DAT (status "
               WS-SMSQUEUE-STATUS ")."
           END-IF

           GOBACK.

       LOAD-SMS-PREFS.
           MOVE 0 TO WS-PH-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SMSPREFS-FILE
           IF WS-SMSPREFS-STATUS NOT = "00"
             IF WS-SMSPREFS-STATUS = "05"
               CLOSE SMSPREFS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ SMSPREFS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF SP-OPT-IN = "Y" AND SP-VERIFIED = "Y"
                   AND SP-MOBILE NOT = SPACES
                   AND WS-PH-COUNT < WS-MAX-PHONES
                   ADD 1 TO WS-PH-COUNT
                   MOVE SP-USERNAME TO WS-PH-USER(WS-PH-COUNT)
                   MOVE SP-MOBILE TO WS-PH-MOBILE(WS-PH-COUNT)
                   MOVE SP-QUIET-FROM TO WS-PH-QUIET-FROM(WS-PH-COUNT)
                   MOVE SP-QUIET-TO TO WS-PH-QUIET-TO(WS-PH-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE SMSPREFS-FILE.

       FIND-PHONE.
           MOVE 0 TO WS-PH-FOUND
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
             UNTIL WS-PH-IDX > WS-PH-COUNT OR WS-PH-FOUND > 0
             IF WS-PH-USER(WS-PH-IDX) = WS-FIND-USER
               MOVE WS-PH-IDX TO WS-PH-FOUND
             END-IF
           END-PERFORM.

      *> Only the last few nights matter: a reminder's reference
      *> (interview slot or event date) never recurs after that.
       LOAD-RECENT-SENDS.
           MOVE 0 TO WS-SENT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SMSLOG-FILE
           IF WS-SMSLOG-STATUS NOT = "00"
             IF WS-SMSLOG-STATUS = "05"
               CLOSE SMSLOG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ SMSLOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF SL-QUEUED-TS(1:8) >= WS-YESTERDAY-STAMP
                   AND SL-REF NOT = SPACES
                   AND WS-SENT-COUNT < WS-MAX-SENT
                   ADD 1 TO WS-SENT-COUNT
                   MOVE SL-USERNAME TO WS-SENT-USER(WS-SENT-COUNT)
                   MOVE SL-TYPE TO WS-SENT-TYPE(WS-SENT-COUNT)
                   MOVE SL-REF TO WS-SENT-REF(WS-SENT-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE SMSLOG-FILE.

      *> Accepted slots today or tomorrow for an applicant who takes
      *> texts.
       COLLECT-INTERVIEWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEWS-FILE
           IF WS-INTERVIEWS-STATUS NOT = "00"
             IF WS-INTERVIEWS-STATUS = "05"
               CLOSE INTERVIEWS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ INTERVIEWS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF (IV-STATUS = "A" OR IV-STATUS = "R")
                   AND (IV-SLOT(1:8) = WS-TODAY-STAMP
                     OR IV-SLOT(1:8) = WS-TOMORROW-STAMP)
                   MOVE IV-APPLICANT TO WS-FIND-USER
                   PERFORM FIND-PHONE
                   IF WS-PH-FOUND > 0
                     AND WS-DUE-COUNT < WS-MAX-DUE
                     ADD 1 TO WS-DUE-COUNT
                     MOVE WS-PH-FOUND TO WS-DUE-PHONE(WS-DUE-COUNT)
                     IF IV-SLOT(1:8) = WS-TODAY-STAMP
                       MOVE "IVMO" TO WS-DUE-TYPE(WS-DUE-COUNT)
                     ELSE
                       MOVE "IVDB" TO WS-DUE-TYPE(WS-DUE-COUNT)
                     END-IF
                     MOVE SPACES TO WS-DUE-REF(WS-DUE-COUNT)
                     STRING IV-JOB-ID DELIMITED BY SIZE
                            IV-SLOT DELIMITED BY SIZE
                       INTO WS-DUE-REF(WS-DUE-COUNT)
                     END-STRING
                     MOVE IV-JOB-ID TO WS-DUE-KEY(WS-DUE-COUNT)
                     MOVE IV-SLOT TO WS-DUE-START(WS-DUE-COUNT)
                     MOVE "your interview" TO
                       WS-DUE-TITLE(WS-DUE-COUNT)
                     MOVE SPACES TO WS-DUE-PLACE(WS-DUE-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE INTERVIEWS-FILE.

       FILL-JOB-TITLES.
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
                 PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
                   IF WS-DUE-TYPE(WS-DUE-IDX)(1:2) = "IV"
                     AND WS-DUE-KEY(WS-DUE-IDX) = JOB-ID
                     MOVE JOB-TITLE TO WS-DUE-TITLE(WS-DUE-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE JOBS-FILE.

       LOAD-UPCOMING-EVENTS.
           MOVE 0 TO WS-EVT-COUNT
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
                 IF EV-STATUS NOT = "X"
                   AND (EV-DATE = WS-TODAY-STAMP
                     OR EV-DATE = WS-TOMORROW-STAMP)
                   AND WS-EVT-COUNT < WS-MAX-EVENTS
                   ADD 1 TO WS-EVT-COUNT
                   MOVE EV-ID TO WS-EVT-ID(WS-EVT-COUNT)
                   MOVE EV-TITLE TO WS-EVT-TITLE(WS-EVT-COUNT)
                   MOVE EV-LOCATION TO WS-EVT-LOCATION(WS-EVT-COUNT)
                   MOVE EV-DATE TO WS-EVT-DATE(WS-EVT-COUNT)
                   MOVE EV-START-TIME TO WS-EVT-START(WS-EVT-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE EVENTS-FILE.

      *> Attending (not waitlisted) RSVPs to those events.
       COLLECT-EVENT-RSVPS.
           IF WS-EVT-COUNT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT RSVPS-FILE
           IF WS-RSVPS-STATUS NOT = "00"
             IF WS-RSVPS-STATUS = "05"
               CLOSE RSVPS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ RSVPS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF RS-STATUS = "A"
                   PERFORM MATCH-ONE-RSVP
                 END-IF
             END-READ
           END-PERFORM

           CLOSE RSVPS-FILE.

       MATCH-ONE-RSVP.
           MOVE RS-USERNAME TO WS-FIND-USER
           PERFORM FIND-PHONE
           IF WS-PH-FOUND = 0
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
             UNTIL WS-EVT-IDX > WS-EVT-COUNT
             IF WS-EVT-ID(WS-EVT-IDX) = RS-EVENT-ID
               AND WS-DUE-COUNT < WS-MAX-DUE
               ADD 1 TO WS-DUE-COUNT
               MOVE WS-PH-FOUND TO WS-DUE-PHONE(WS-DUE-COUNT)
               IF WS-EVT-DATE(WS-EVT-IDX) = WS-TODAY-STAMP
                 MOVE "EVMO" TO WS-DUE-TYPE(WS-DUE-COUNT)
               ELSE
                 MOVE "EVDB" TO WS-DUE-TYPE(WS-DUE-COUNT)
               END-IF
               MOVE SPACES TO WS-DUE-REF(WS-DUE-COUNT)
               STRING WS-EVT-ID(WS-EVT-IDX) DELIMITED BY SIZE
                      WS-EVT-DATE(WS-EVT-IDX) DELIMITED BY SIZE
                 INTO WS-DUE-REF(WS-DUE-COUNT)
               END-STRING
               MOVE WS-EVT-ID(WS-EVT-IDX) TO WS-DUE-KEY(WS-DUE-COUNT)
      *> An event with no start time runs all day.
               MOVE WS-EVT-DATE(WS-EVT-IDX) TO
                 WS-DUE-START(WS-DUE-COUNT)(1:8)
               IF WS-EVT-START(WS-EVT-IDX) = SPACES
                 MOVE "2359" TO WS-DUE-START(WS-DUE-COUNT)(9:4)
               ELSE
                 MOVE WS-EVT-START(WS-EVT-IDX) TO
                   WS-DUE-START(WS-DUE-COUNT)(9:4)
               END-IF
               MOVE WS-EVT-TITLE(WS-EVT-IDX) TO
                 WS-DUE-TITLE(WS-DUE-COUNT)
               MOVE WS-EVT-LOCATION(WS-EVT-IDX) TO
                 WS-DUE-PLACE(WS-DUE-COUNT)
             END-IF
           END-PERFORM.

       SEND-ONE-REMINDER.
           MOVE "N" TO WS-ALREADY-SENT
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
             UNTIL WS-SENT-IDX > WS-SENT-COUNT
               OR WS-ALREADY-SENT = "Y"
             IF WS-SENT-USER(WS-SENT-IDX) =
               WS-PH-USER(WS-DUE-PHONE(WS-DUE-IDX))
               AND WS-SENT-TYPE(WS-SENT-IDX) = WS-DUE-TYPE(WS-DUE-IDX)
               AND WS-SENT-REF(WS-SENT-IDX) = WS-DUE-REF(WS-DUE-IDX)
               MOVE "Y" TO WS-ALREADY-SENT
             END-IF
           END-PERFORM
           IF WS-ALREADY-SENT = "Y"
             EXIT PARAGRAPH
           END-IF

      *> Earliest send time, then pushed past the quiet hours.
           MOVE WS-TODAY-STAMP TO WS-SEND-AT(1:8)
           IF WS-DUE-TYPE(WS-DUE-IDX)(3:2) = "DB"
             MOVE WS-DAY-BEFORE-AT TO WS-SEND-AT(9:4)
             MOVE "tomorrow" TO WS-WHEN-TEXT
           ELSE
             MOVE WS-MORNING-OF-AT TO WS-SEND-AT(9:4)
             MOVE "today" TO WS-WHEN-TEXT
           END-IF
           IF WS-SEND-AT < WS-NOW-STAMP
             MOVE WS-NOW-STAMP TO WS-SEND-AT
           END-IF
           MOVE WS-PH-QUIET-FROM(WS-DUE-PHONE(WS-DUE-IDX))
             TO WS-QUIET-FROM
           MOVE WS-PH-QUIET-TO(WS-DUE-PHONE(WS-DUE-IDX))
             TO WS-QUIET-TO
           PERFORM ADJUST-FOR-QUIET-HOURS

           IF WS-SEND-AT >= WS-DUE-START(WS-DUE-IDX)
             ADD 1 TO WS-DROPPED-LATE
             EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-REMINDER-TEXT
           PERFORM QUEUE-SMS
           IF WS-QUEUE-FAILED = "Y"
             EXIT PARAGRAPH
           END-IF

           IF WS-DUE-TYPE(WS-DUE-IDX)(3:2) = "DB"
             ADD 1 TO WS-QUEUED-DAY-BEFORE
           ELSE
             ADD 1 TO WS-QUEUED-MORNING-OF
           END-IF.

       BUILD-REMINDER-TEXT.
           MOVE SPACES TO WS-TIME-TEXT
           IF WS-DUE-START(WS-DUE-IDX)(9:4) NOT = "2359"
             OR WS-DUE-TYPE(WS-DUE-IDX)(1:2) = "IV"
             STRING WS-DUE-START(WS-DUE-IDX)(9:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    WS-DUE-START(WS-DUE-IDX)(11:2) DELIMITED BY SIZE
               INTO WS-TIME-TEXT
             END-STRING
           END-IF

           MOVE SPACES TO WS-SMS-TEXT
           IF WS-DUE-TYPE(WS-DUE-IDX)(1:2) = "IV"
             STRING "InCollege reminder: interview for "
                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DUE-TITLE(WS-DUE-IDX))
                      DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-WHEN-TEXT) DELIMITED BY SIZE
                    " at " DELIMITED BY SIZE
                    WS-TIME-TEXT DELIMITED BY SIZE
                    ". Good luck!" DELIMITED BY SIZE
               INTO WS-SMS-TEXT
             END-STRING
             EXIT PARAGRAPH
           END-IF

           IF WS-TIME-TEXT = SPACES
             STRING "InCollege reminder: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DUE-TITLE(WS-DUE-IDX))
                      DELIMITED BY SIZE
                    " is " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-WHEN-TEXT) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DUE-PLACE(WS-DUE-IDX))
                      DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
               INTO WS-SMS-TEXT
             END-STRING
           ELSE
             STRING "InCollege reminder: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DUE-TITLE(WS-DUE-IDX))
                      DELIMITED BY SIZE
                    " is " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-WHEN-TEXT) DELIMITED BY SIZE
                    " at " DELIMITED BY SIZE
                    WS-TIME-TEXT DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DUE-PLACE(WS-DUE-IDX))
                      DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
               INTO WS-SMS-TEXT
             END-STRING
           END-IF.

      *> Moves WS-SEND-AT (YYYYMMDDHHMM) to the end of the quiet
      *> window when it falls inside it. A window whose end is
      *> earlier than its start runs past midnight.
       ADJUST-FOR-QUIET-HOURS.
           IF WS-QUIET-FROM = SPACES OR WS-QUIET-TO = SPACES
             OR WS-QUIET-FROM = WS-QUIET-TO
             EXIT PARAGRAPH
           END-IF

           MOVE WS-SEND-AT(9:4) TO WS-SEND-HHMM
           IF WS-QUIET-FROM < WS-QUIET-TO
             IF WS-SEND-HHMM >= WS-QUIET-FROM
               AND WS-SEND-HHMM < WS-QUIET-TO
               MOVE WS-QUIET-TO TO WS-SEND-AT(9:4)
             END-IF
           ELSE
             IF WS-SEND-HHMM < WS-QUIET-TO
               MOVE WS-QUIET-TO TO WS-SEND-AT(9:4)
             ELSE
               IF WS-SEND-HHMM >= WS-QUIET-FROM
                 MOVE FUNCTION DATE-OF-INTEGER(FUNCTION
                   INTEGER-OF-DATE(FUNCTION NUMVAL(WS-SEND-AT(1:8)))
                   + 1) TO WS-SEND-AT(1:8)
                 MOVE WS-QUIET-TO TO WS-SEND-AT(9:4)
               END-IF
             END-IF
           END-IF.

      *> Appends the handoff row and its send-log entry together so
      *> the log can prove what left the system and when.
       QUEUE-SMS.
           OPEN EXTEND SMSQUEUE-FILE
           IF WS-SMSQUEUE-STATUS = "35"
             OPEN OUTPUT SMSQUEUE-FILE
             IF WS-SMSQUEUE-STATUS = "00"
               CLOSE SMSQUEUE-FILE
             END-IF
             OPEN EXTEND SMSQUEUE-FILE
           END-IF

           IF WS-SMSQUEUE-STATUS NOT = "00"
             AND WS-SMSQUEUE-STATUS NOT = "05"
             MOVE "Y" TO WS-QUEUE-FAILED
             EXIT PARAGRAPH
           END-IF

           MOVE WS-PH-MOBILE(WS-DUE-PHONE(WS-DUE-IDX)) TO SQ-MOBILE
           MOVE WS-PH-USER(WS-DUE-PHONE(WS-DUE-IDX)) TO SQ-USERNAME
           MOVE WS-DUE-TYPE(WS-DUE-IDX) TO SQ-TYPE
           MOVE WS-SEND-AT TO SQ-SEND-AT
           MOVE WS-SMS-TEXT TO SQ-TEXT
           WRITE SMSQUEUE-RECORD
           CLOSE SMSQUEUE-FILE

           OPEN EXTEND SMSLOG-FILE
           IF WS-SMSLOG-STATUS = "35"
             OPEN OUTPUT SMSLOG-FILE
             IF WS-SMSLOG-STATUS = "00"
               CLOSE SMSLOG-FILE
             END-IF
             OPEN EXTEND SMSLOG-FILE
           END-IF
           IF WS-SMSLOG-STATUS = "00" OR WS-SMSLOG-STATUS = "05"
             MOVE WS-PH-USER(WS-DUE-PHONE(WS-DUE-IDX)) TO SL-USERNAME
             MOVE WS-DUE-TYPE(WS-DUE-IDX) TO SL-TYPE
             MOVE WS-DUE-REF(WS-DUE-IDX) TO SL-REF
             MOVE FUNCTION CURRENT-DATE(1:14) TO SL-QUEUED-TS
             MOVE WS-SEND-AT TO SL-SEND-AT
             WRITE SMSLOG-RECORD
             CLOSE SMSLOG-FILE
           END-IF.

       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             CLOSE STEPSUMMARY-FILE
           END-IF.

       END PROGRAM SMSREMINDERS.
