       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAGING.

      *> Nightly aging of unanswered applications. An application
      *> still submitted or under review and untouched (no status
      *> change) for more than APP-NUDGE-DAYS (PARAMS.DAT, default
      *> 14) counts as waiting on its poster; each poster gets one
      *> feed nudge per posting saying how many applicants are
      *> waiting, repeated at most every APP-NUDGE-REPEAT days
      *> (default 7) while anyone on that posting is still waiting.
      *> Once an application has been untouched for more than
      *> APP-NORESP-DAYS (default 45) the student gets one honest
      *> "no response yet" note. Campus holidays in ACADCAL.DAT do
      *> not count toward either age. The pass keeps its own state per
      *> application in APPAGING.DAT -- who the poster is, the day
      *> the application first moved off submitted, and when the
      *> nudge and the note went out -- which the weekly
      *> RESPONSEREPORT reads for days-to-first-response. The file
      *> is rebuilt every run from APPLICATIONS.DAT, so rows for
      *> applications that are gone drop out. APPLICATIONS.DAT is
      *> only read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPLICATIONS-FILE
               ASSIGN TO "APPLICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.

           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL APPAGING-FILE
               ASSIGN TO "APPAGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

           SELECT OPTIONAL NOTIFICATIONS-FILE
               ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-STATUS.

           SELECT OPTIONAL PARAMS-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
          05 APP-USERNAME     PIC X(12).
          05 APP-JOB-ID       PIC X(12).
          05 APP-STATUS       PIC X(1).
          05 APP-APPLIED-DATE PIC X(8).
          05 APP-STATUS-DATE  PIC X(8).
          05 APP-RESPOND-BY   PIC X(8).
          05 APP-REFERRED-BY  PIC X(12).
          05 APP-REJECT-CODE  PIC X(1).
          05 APP-REJECT-NOTE  PIC X(60).

       FD JOBS-FILE.
       01 JOB-RECORD.
          05 JOB-ID           PIC X(12).
          05 JOB-TITLE        PIC X(30).
          05 JOB-DESCRIPTION  PIC X(100).
          05 JOB-EMPLOYER     PIC X(30).
          05 JOB-LOCATION     PIC X(30).
          05 JOB-SALARY       PIC X(30).
          05 JOB-POSTER       PIC X(12).
          05 JOB-POSTED-DATE  PIC X(8).
          05 JOB-DEADLINE     PIC X(8).
          05 JOB-REVIEW-STATUS PIC X(1).
          05 JOB-OPENINGS     PIC X(4).
          05 JOB-CATEGORY     PIC X(3).
          05 JOB-PUBLISH-DATE PIC X(8).
          05 JOB-WORK-MODE    PIC X(1).

      *> One row per application: first-response date is blank while
      *> the application is still at submitted; nudged is the last
      *> night the poster was nudged about it; noted is Y once the
      *> student has had the no-response note.
       FD APPAGING-FILE.
       01 AGING-RECORD.
          05 AG-USERNAME      PIC X(12).
          05 AG-JOB-ID        PIC X(12).
          05 AG-POSTER        PIC X(12).
          05 AG-APPLIED       PIC X(8).
          05 AG-FIRST-RESP    PIC X(8).
          05 AG-NUDGED        PIC X(8).
          05 AG-NOTED         PIC X(1).

       FD NOTIFICATIONS-FILE.
       01 NOTIFICATION-RECORD.
          05 NOTIF-USERNAME   PIC X(12).
          05 NOTIF-TIMESTAMP  PIC X(14).
          05 NOTIF-TEXT       PIC X(60).
          05 NOTIF-SEEN       PIC X(1).

       FD PARAMS-FILE.
           01 PARAM-RECORD.
             05 PRM-NAME PIC X(20).
             05 PRM-VALUE PIC X(10).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       FD ACADCAL-FILE.
       01 ACADCAL-RECORD.
          05 AC-TYPE          PIC X(1).
          05 AC-CODE          PIC X(6).
          05 AC-START         PIC X(8).
          05 AC-END           PIC X(8).
          05 AC-NAME          PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-APPS-STATUS           PIC XX.
       77 WS-JOBS-STATUS           PIC XX.
       77 WS-AGING-STATUS          PIC XX.
       77 WS-NOTIF-STATUS          PIC XX.
       77 WS-EOF                   PIC X VALUE "N".

       77 WS-TODAY-STAMP           PIC X(8).
       77 WS-TODAY-INT             PIC S9(9).
       77 WS-TOUCH-DATE            PIC X(8).
       77 WS-AGE-DAYS              PIC S9(9) VALUE 0.
       77 WS-NUDGE-DAYS            PIC 9(4) VALUE 14.
       77 WS-NUDGE-REPEAT          PIC 9(4) VALUE 7.
       77 WS-NORESP-DAYS           PIC 9(4) VALUE 45.

      *> Campus holidays from the academic calendar, as day numbers
       77 WS-ACADCAL-STATUS        PIC XX.
       77 WS-ACADCAL-EOF           PIC X VALUE "N".
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
             10 WS-HOL-START-INT  PIC S9(9).
             10 WS-HOL-END-INT    PIC S9(9).
       77 WS-HOL-COUNT             PIC 9(4) VALUE 0.
       77 WS-HOL-IDX               PIC 9(4) VALUE 0.
       77 WS-HOL-LO                PIC S9(9).
       77 WS-HOL-HI                PIC S9(9).
       77 WS-SPAN-FROM-INT         PIC S9(9).

       77 WS-READ-COUNT            PIC 9(8) VALUE 0.
       77 WS-WAITING-COUNT         PIC 9(8) VALUE 0.
       77 WS-NUDGE-COUNT           PIC 9(8) VALUE 0.
       77 WS-NOTE-COUNT            PIC 9(8) VALUE 0.
       77 WS-NOTIF-USER            PIC X(12).
       77 WS-NOTIF-TEXT            PIC X(60).
       77 WS-COUNT-TEXT            PIC Z(3)9.
       77 WS-DAYS-TEXT             PIC Z(3)9.

      *> Postings on file: poster and title for the nudge text, and
      *> tonight's waiting count.
       77 WS-MAX-JOBS              PIC 9(4) VALUE 2000.
       01 WS-JOB-TABLE.
          05 WS-JB-ENTRY OCCURS 2000 TIMES.
             10 WS-JB-ID           PIC X(12).
             10 WS-JB-TITLE        PIC X(30).
             10 WS-JB-POSTER       PIC X(12).
             10 WS-JB-WAITING      PIC 9(4).
             10 WS-JB-DUE          PIC X(1).
       77 WS-JB-COUNT              PIC 9(4) VALUE 0.
       77 WS-JB-IDX                PIC 9(4) VALUE 0.

      *> Last night's state, then tonight's, one row per application.
       77 WS-MAX-AGING             PIC 9(5) VALUE 10000.
       01 WS-AGING-TABLE.
          05 WS-AG-ENTRY OCCURS 10000 TIMES.
             10 WS-AG-USERNAME     PIC X(12).
             10 WS-AG-JOB-ID       PIC X(12).
             10 WS-AG-POSTER       PIC X(12).
             10 WS-AG-APPLIED      PIC X(8).
             10 WS-AG-FIRST-RESP   PIC X(8).
             10 WS-AG-NUDGED       PIC X(8).
             10 WS-AG-NOTED        PIC X(1).
      *> Y when the application is still on file tonight
             10 WS-AG-SEEN         PIC X(1).
      *> Y when it is waiting past the nudge threshold tonight
             10 WS-AG-WAITING      PIC X(1).
             10 WS-AG-JOB-ROW      PIC 9(4).
       77 WS-AG-COUNT              PIC 9(5) VALUE 0.
       77 WS-AG-IDX                PIC 9(5) VALUE 0.
       77 WS-AG-FOUND              PIC 9(5) VALUE 0.

       77 WS-STEPSUMMARY-STATUS    PIC XX.
       77 WS-STEP-SUMMARY          PIC X(60).
       77 WS-PARAMS-STATUS         PIC XX.
       77 WS-PARAMS-EOF            PIC X VALUE "N".
       77 WS-PARAM-NUM             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-TODAY-STAMP))
           PERFORM LOAD-RUNTIME-PARAMS
           PERFORM LOAD-HOLIDAYS

           PERFORM LOAD-JOBS
           PERFORM LOAD-AGING-STATE
           IF WS-AGING-STATUS NOT = "00"
             AND WS-AGING-STATUS NOT = "05"
             AND WS-AGING-STATUS NOT = "35"
               MOVE 8 TO RETURN-CODE
               DISPLAY "Unable to read APPAGING.DAT; nothing aged."
               GOBACK
           END-IF

           PERFORM AGE-APPLICATIONS
           IF WS-APPS-STATUS NOT = "00"
             AND WS-APPS-STATUS NOT = "05"
             AND WS-APPS-STATUS NOT = "35"
               MOVE 8 TO RETURN-CODE
               DISPLAY "Unable to access application data."
               GOBACK
           END-IF

           PERFORM NUDGE-POSTERS
           PERFORM SAVE-AGING-STATE

           DISPLAY "Application aging: " WS-WAITING-COUNT
             " waiting, " WS-NUDGE-COUNT " nudge(s), "
             WS-NOTE-COUNT " no-response note(s) of "
             WS-READ-COUNT " application row(s)."
           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "waiting " DELIMITED BY SIZE
                  WS-WAITING-COUNT DELIMITED BY SIZE
                  " nudges " DELIMITED BY SIZE
                  WS-NUDGE-COUNT DELIMITED BY SIZE
                  " notes " DELIMITED BY SIZE
                  WS-NOTE-COUNT DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY
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
                     WHEN "APP-NUDGE-DAYS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-NUDGE-DAYS
                       END-IF
                     WHEN "APP-NUDGE-REPEAT"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-NUDGE-REPEAT
                       END-IF
                     WHEN "APP-NORESP-DAYS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-NORESP-DAYS
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PARAMS-FILE.

       LOAD-JOBS.
           MOVE 0 TO WS-JB-COUNT
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
                 IF WS-JB-COUNT < WS-MAX-JOBS
                   ADD 1 TO WS-JB-COUNT
                   MOVE JOB-ID TO WS-JB-ID(WS-JB-COUNT)
                   MOVE JOB-TITLE TO WS-JB-TITLE(WS-JB-COUNT)
                   MOVE JOB-POSTER TO WS-JB-POSTER(WS-JB-COUNT)
                   MOVE 0 TO WS-JB-WAITING(WS-JB-COUNT)
                   MOVE "N" TO WS-JB-DUE(WS-JB-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOBS-FILE.

       LOAD-AGING-STATE.
           MOVE 0 TO WS-AG-COUNT
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
                 IF WS-AG-COUNT < WS-MAX-AGING
                   ADD 1 TO WS-AG-COUNT
                   MOVE AG-USERNAME TO WS-AG-USERNAME(WS-AG-COUNT)
                   MOVE AG-JOB-ID TO WS-AG-JOB-ID(WS-AG-COUNT)
                   MOVE AG-POSTER TO WS-AG-POSTER(WS-AG-COUNT)
                   MOVE AG-APPLIED TO WS-AG-APPLIED(WS-AG-COUNT)
                   MOVE AG-FIRST-RESP TO
                     WS-AG-FIRST-RESP(WS-AG-COUNT)
                   MOVE AG-NUDGED TO WS-AG-NUDGED(WS-AG-COUNT)
                   MOVE AG-NOTED TO WS-AG-NOTED(WS-AG-COUNT)
                   MOVE "N" TO WS-AG-SEEN(WS-AG-COUNT)
                   MOVE "N" TO WS-AG-WAITING(WS-AG-COUNT)
                   MOVE 0 TO WS-AG-JOB-ROW(WS-AG-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE APPAGING-FILE
           MOVE "00" TO WS-AGING-STATUS.

       AGE-APPLICATIONS.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WAITING-COUNT
           MOVE 0 TO WS-NOTE-COUNT
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
                 ADD 1 TO WS-READ-COUNT
                 PERFORM FIND-AGING-ROW
                 IF WS-AG-FOUND > 0
                   PERFORM JUDGE-ONE-APPLICATION
                 END-IF
             END-READ
           END-PERFORM

           CLOSE APPLICATIONS-FILE
           MOVE "00" TO WS-APPS-STATUS.

       FIND-AGING-ROW.
      *> Leaves WS-AG-FOUND on this application's state row, adding
      *> one (zero when the table is full) and refreshing the poster
      *> from the posting when it is still on file.
           MOVE 0 TO WS-AG-FOUND
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
             UNTIL WS-AG-IDX > WS-AG-COUNT
             IF WS-AG-USERNAME(WS-AG-IDX) = APP-USERNAME
               AND WS-AG-JOB-ID(WS-AG-IDX) = APP-JOB-ID
               AND WS-AG-SEEN(WS-AG-IDX) = "N"
               MOVE WS-AG-IDX TO WS-AG-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM

           IF WS-AG-FOUND = 0
             IF WS-AG-COUNT >= WS-MAX-AGING
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-AG-COUNT
             MOVE WS-AG-COUNT TO WS-AG-FOUND
             MOVE APP-USERNAME TO WS-AG-USERNAME(WS-AG-FOUND)
             MOVE APP-JOB-ID TO WS-AG-JOB-ID(WS-AG-FOUND)
             MOVE SPACES TO WS-AG-POSTER(WS-AG-FOUND)
             IF APP-APPLIED-DATE IS NUMERIC
               MOVE APP-APPLIED-DATE TO WS-AG-APPLIED(WS-AG-FOUND)
             ELSE
               MOVE WS-TODAY-STAMP TO WS-AG-APPLIED(WS-AG-FOUND)
             END-IF
             MOVE SPACES TO WS-AG-FIRST-RESP(WS-AG-FOUND)
             MOVE SPACES TO WS-AG-NUDGED(WS-AG-FOUND)
             MOVE "N" TO WS-AG-NOTED(WS-AG-FOUND)
           END-IF

           MOVE "Y" TO WS-AG-SEEN(WS-AG-FOUND)
           MOVE "N" TO WS-AG-WAITING(WS-AG-FOUND)
           MOVE 0 TO WS-AG-JOB-ROW(WS-AG-FOUND)
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
             UNTIL WS-JB-IDX > WS-JB-COUNT
             IF WS-JB-ID(WS-JB-IDX) = APP-JOB-ID
               MOVE WS-JB-IDX TO WS-AG-JOB-ROW(WS-AG-FOUND)
               MOVE WS-JB-POSTER(WS-JB-IDX) TO
                 WS-AG-POSTER(WS-AG-FOUND)
               EXIT PERFORM
             END-IF
           END-PERFORM.

       JUDGE-ONE-APPLICATION.
      *> The first move off submitted is the poster's first
      *> response. Rows that had already moved before this pass kept
      *> state take the status date as the best record there is.
           IF APP-STATUS NOT = "S" AND APP-STATUS NOT = SPACE
             AND WS-AG-FIRST-RESP(WS-AG-FOUND) = SPACES
             IF APP-STATUS-DATE IS NUMERIC
               MOVE APP-STATUS-DATE TO WS-AG-FIRST-RESP(WS-AG-FOUND)
             ELSE
               MOVE WS-TODAY-STAMP TO WS-AG-FIRST-RESP(WS-AG-FOUND)
             END-IF
           END-IF

           IF APP-STATUS NOT = "S" AND APP-STATUS NOT = SPACE
             AND APP-STATUS NOT = "U"
             EXIT PARAGRAPH
           END-IF

           IF APP-STATUS-DATE IS NUMERIC
             MOVE APP-STATUS-DATE TO WS-TOUCH-DATE
           ELSE
             MOVE WS-AG-APPLIED(WS-AG-FOUND) TO WS-TOUCH-DATE
           END-IF
           COMPUTE WS-SPAN-FROM-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TOUCH-DATE))
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SPAN-FROM-INT
           PERFORM SUBTRACT-HOLIDAY-DAYS

           MOVE WS-AG-JOB-ROW(WS-AG-FOUND) TO WS-JB-IDX
           IF WS-AGE-DAYS > WS-NUDGE-DAYS
             ADD 1 TO WS-WAITING-COUNT
             MOVE "Y" TO WS-AG-WAITING(WS-AG-FOUND)
             IF WS-JB-IDX > 0
               ADD 1 TO WS-JB-WAITING(WS-JB-IDX)
               PERFORM CHECK-NUDGE-DUE
             END-IF
           END-IF

           IF WS-AGE-DAYS > WS-NORESP-DAYS
             AND WS-AG-NOTED(WS-AG-FOUND) NOT = "Y"
             MOVE APP-USERNAME TO WS-NOTIF-USER
             MOVE SPACES TO WS-NOTIF-TEXT
             IF WS-JB-IDX > 0
               STRING "No response yet from this employer: "
                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JB-TITLE(WS-JB-IDX))
                        DELIMITED BY SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
             ELSE
               STRING "No response yet from this employer on "
                        DELIMITED BY SIZE
                      FUNCTION TRIM(APP-JOB-ID) DELIMITED BY SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
             END-IF
             PERFORM WRITE-NOTIFICATION
             MOVE "Y" TO WS-AG-NOTED(WS-AG-FOUND)
             ADD 1 TO WS-NOTE-COUNT
           END-IF.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           MOVE "N" TO WS-ACADCAL-EOF
           OPEN INPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS NOT = "00"
             IF WS-ACADCAL-STATUS = "05"
               CLOSE ACADCAL-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ACADCAL-EOF = "Y"
             READ ACADCAL-FILE
               AT END
                 MOVE "Y" TO WS-ACADCAL-EOF
               NOT AT END
                 IF AC-TYPE = "H" AND WS-HOL-COUNT < 100
                   AND AC-START IS NUMERIC
                   AND AC-END IS NUMERIC
                   ADD 1 TO WS-HOL-COUNT
                   COMPUTE WS-HOL-START-INT(WS-HOL-COUNT) =
                     FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(AC-START))
                   COMPUTE WS-HOL-END-INT(WS-HOL-COUNT) =
                     FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(AC-END))
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ACADCAL-FILE.

       SUBTRACT-HOLIDAY-DAYS.
      *> Holiday days after WS-SPAN-FROM-INT up to today do not
      *> count toward WS-AGE-DAYS.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
            UNTIL WS-HOL-IDX > WS-HOL-COUNT
             MOVE WS-HOL-START-INT(WS-HOL-IDX) TO WS-HOL-LO
             IF WS-HOL-LO <= WS-SPAN-FROM-INT
               COMPUTE WS-HOL-LO = WS-SPAN-FROM-INT + 1
             END-IF
             MOVE WS-HOL-END-INT(WS-HOL-IDX) TO WS-HOL-HI
             IF WS-HOL-HI > WS-TODAY-INT
               MOVE WS-TODAY-INT TO WS-HOL-HI
             END-IF
             IF WS-HOL-HI >= WS-HOL-LO
               COMPUTE WS-AGE-DAYS =
                WS-AGE-DAYS - (WS-HOL-HI - WS-HOL-LO + 1)
             END-IF
           END-PERFORM.

       CHECK-NUDGE-DUE.
      *> A posting is due a nudge when one of its waiting
      *> applications has never been nudged about, or was last
      *> nudged about at least APP-NUDGE-REPEAT days ago.
           IF WS-AG-NUDGED(WS-AG-FOUND) IS NOT NUMERIC
             MOVE "Y" TO WS-JB-DUE(WS-JB-IDX)
             EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(FUNCTION
             NUMVAL(WS-AG-NUDGED(WS-AG-FOUND))) >= WS-NUDGE-REPEAT
             MOVE "Y" TO WS-JB-DUE(WS-JB-IDX)
           END-IF.

       NUDGE-POSTERS.
           MOVE 0 TO WS-NUDGE-COUNT
           MOVE WS-NUDGE-DAYS TO WS-DAYS-TEXT
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
             UNTIL WS-JB-IDX > WS-JB-COUNT
             IF WS-JB-DUE(WS-JB-IDX) = "Y"
               AND WS-JB-POSTER(WS-JB-IDX) NOT = SPACES
               MOVE WS-JB-WAITING(WS-JB-IDX) TO WS-COUNT-TEXT
               MOVE WS-JB-POSTER(WS-JB-IDX) TO WS-NOTIF-USER
               MOVE SPACES TO WS-NOTIF-TEXT
               STRING FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                      " applicant(s) waiting " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-TEXT) DELIMITED BY SIZE
                      "+ days: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JB-TITLE(WS-JB-IDX))
                        DELIMITED BY SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
               PERFORM WRITE-NOTIFICATION
               ADD 1 TO WS-NUDGE-COUNT
               PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                 UNTIL WS-AG-IDX > WS-AG-COUNT
                 IF WS-AG-JOB-ROW(WS-AG-IDX) = WS-JB-IDX
                   AND WS-AG-WAITING(WS-AG-IDX) = "Y"
                   MOVE WS-TODAY-STAMP TO WS-AG-NUDGED(WS-AG-IDX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       WRITE-NOTIFICATION.
           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NOTIF-STATUS = "35"
               OPEN OUTPUT NOTIFICATIONS-FILE
               IF WS-NOTIF-STATUS = "00"
                   CLOSE NOTIFICATIONS-FILE
               END-IF
               OPEN EXTEND NOTIFICATIONS-FILE
           END-IF

           IF WS-NOTIF-STATUS NOT = "00"
               AND WS-NOTIF-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOTIF-USER TO NOTIF-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP
           MOVE WS-NOTIF-TEXT TO NOTIF-TEXT
           MOVE "N" TO NOTIF-SEEN
           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFICATIONS-FILE.

       SAVE-AGING-STATE.
      *> Rows for applications no longer on file are dropped.
           OPEN OUTPUT APPAGING-FILE
           IF WS-AGING-STATUS NOT = "00"
             AND WS-AGING-STATUS NOT = "05"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to write APPAGING.DAT."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
             UNTIL WS-AG-IDX > WS-AG-COUNT
             IF WS-AG-SEEN(WS-AG-IDX) = "Y"
               MOVE WS-AG-USERNAME(WS-AG-IDX) TO AG-USERNAME
               MOVE WS-AG-JOB-ID(WS-AG-IDX) TO AG-JOB-ID
               MOVE WS-AG-POSTER(WS-AG-IDX) TO AG-POSTER
               MOVE WS-AG-APPLIED(WS-AG-IDX) TO AG-APPLIED
               MOVE WS-AG-FIRST-RESP(WS-AG-IDX) TO AG-FIRST-RESP
               MOVE WS-AG-NUDGED(WS-AG-IDX) TO AG-NUDGED
               MOVE WS-AG-NOTED(WS-AG-IDX) TO AG-NOTED
               WRITE AGING-RECORD
             END-IF
           END-PERFORM

           CLOSE APPAGING-FILE.

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

       END PROGRAM APPAGING.
