       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALEREQUESTS.

      *> Nightly aging of pending connection requests. A request
      *> still pending CONN-REMIND-DAYS (PARAMS.DAT, default 14)
      *> after it was sent earns the recipient one feed reminder; one
      *> still pending CONN-EXPIRE-DAYS (default 30) after it was
      *> sent is closed with status E (expired), stamped with today
      *> as its decision date, and the requester is told it lapsed
      *> and may be sent again. Expired rows age out through
      *> PURGECONNECTIONS like declined ones. Pending rows from
      *> before the sent date was kept are stamped with today, so
      *> their clock starts with the first run. Runs under
      *> CONNECTIONS.LCK with the usual work-file swap. Campus
      *> holidays in ACADCAL.DAT do not count toward either age.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONNECTIONS-FILE
               ASSIGN TO "CONNECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-FILE-STATUS.

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

           SELECT OPTIONAL CONN-WORK-FILE
               ASSIGN TO "CONNECTIONS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL CONN-COMMIT-FILE
               ASSIGN TO "CONNECTIONS.CMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.

           SELECT OPTIONAL CONN-LOCK-FILE
               ASSIGN TO "CONNECTIONS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
          05 REQUESTER-USERNAME    PIC X(12).
          05 RECIPIENT-USERNAME    PIC X(12).
          05 REQUEST-STATUS        PIC X.
          05 REQUEST-DECISION-DATE PIC X(8).
          05 REQUEST-SENT-DATE     PIC X(8).
          05 REQUEST-REMINDED      PIC X.
          05 REQUEST-ORIGIN        PIC X.

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

       FD CONN-WORK-FILE.
       01 CONN-WORK-RECORD PIC X(43).

       FD CONN-COMMIT-FILE.
       01 CONN-COMMIT-RECORD PIC 9(8).

       FD CONN-LOCK-FILE.
           01 CONN-LOCK-RECORD PIC X(14).

       FD ACADCAL-FILE.
       01 ACADCAL-RECORD.
          05 AC-TYPE          PIC X(1).
          05 AC-CODE          PIC X(6).
          05 AC-START         PIC X(8).
          05 AC-END           PIC X(8).
          05 AC-NAME          PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-CONN-FILE-STATUS      PIC XX.
       77 WS-NOTIF-STATUS          PIC XX.
       77 WS-CONN-EOF              PIC X VALUE "N".

       77 WS-TODAY-STAMP           PIC X(8).
       77 WS-TODAY-INT             PIC S9(9).
       77 WS-SENT-NUM              PIC 9(8).
       77 WS-AGE-DAYS              PIC S9(9) VALUE 0.
       77 WS-REMIND-DAYS           PIC 9(4) VALUE 14.
       77 WS-EXPIRE-DAYS           PIC 9(4) VALUE 30.

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
       77 WS-KEPT-COUNT            PIC 9(8) VALUE 0.
       77 WS-REMINDED-COUNT        PIC 9(8) VALUE 0.
       77 WS-EXPIRED-COUNT         PIC 9(8) VALUE 0.
       77 WS-STARTED-COUNT         PIC 9(8) VALUE 0.
       77 WS-NOTIF-USER            PIC X(12).
       77 WS-NOTIF-TEXT            PIC X(60).

       77 WS-WORK-STATUS           PIC XX.
       77 WS-CMT-STATUS            PIC XX.
       77 WS-WORK-COUNT            PIC 9(8) VALUE 0.
       77 WS-WORK-EOF              PIC X VALUE "N".
       77 WS-MARKER-PRESENT        PIC X VALUE "N".

      *> Lock protocol working storage
       77 WS-LOCK-STATUS           PIC XX.
       77 WS-LOCK-OK               PIC X VALUE "N".
       77 WS-LOCK-HELD-TS          PIC X(14).
       77 WS-LOCK-STALE            PIC X VALUE "N".
       77 WS-LOCK-STALE-SECS       PIC 9(6) VALUE 600.
       77 WS-LOCK-NOW-SECS         PIC 9(6) VALUE 0.
       77 WS-LOCK-HELD-SECS        PIC 9(6) VALUE 0.
       77 WS-LOCK-AGE-SECS         PIC S9(7) VALUE 0.
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

           PERFORM RECOVER-INTERRUPTED-SAVE
           PERFORM ACQUIRE-CONN-LOCK
           IF WS-LOCK-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
               DISPLAY "CONNECTIONS.DAT is locked by another "
                 "process; try again later."
               GOBACK
           END-IF

           PERFORM STREAM-REQUESTS-TO-WORK
           IF WS-CONN-FILE-STATUS = "00"
               OR WS-CONN-FILE-STATUS = "35"
               PERFORM SAVE-CONNECTIONS
               DISPLAY "Pending requests: " WS-REMINDED-COUNT
                 " reminded, " WS-EXPIRED-COUNT " expired, "
                 WS-STARTED-COUNT " dated today."
               MOVE SPACES TO WS-STEP-SUMMARY
               STRING "reminded " DELIMITED BY SIZE
                      WS-REMINDED-COUNT DELIMITED BY SIZE
                      " expired " DELIMITED BY SIZE
                      WS-EXPIRED-COUNT DELIMITED BY SIZE
                      " read " DELIMITED BY SIZE
                      WS-READ-COUNT DELIMITED BY SIZE
                 INTO WS-STEP-SUMMARY
               END-STRING
               PERFORM WRITE-STEP-SUMMARY
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY "Unable to access connection data."
           END-IF

           PERFORM RELEASE-CONN-LOCK
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
                     WHEN "CONN-REMIND-DAYS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-REMIND-DAYS
                       END-IF
                     WHEN "CONN-EXPIRE-DAYS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-EXPIRE-DAYS
                       END-IF
                     WHEN "LOCK-STALE-SECS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-LOCK-STALE-SECS
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PARAMS-FILE.

       STREAM-REQUESTS-TO-WORK.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-REMINDED-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-STARTED-COUNT
           MOVE "N" TO WS-CONN-EOF

           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONN-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               AND WS-WORK-STATUS NOT = "05"
               MOVE 8 TO RETURN-CODE
               DISPLAY "Unable to write CONNECTIONS.NEW; requests "
                 "unchanged."
               CLOSE CONNECTIONS-FILE
               MOVE "99" TO WS-CONN-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONN-EOF = "Y"
               READ CONNECTIONS-FILE
                   AT END
                       MOVE "Y" TO WS-CONN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM JUDGE-ONE-REQUEST
                       MOVE CONNECTION-RECORD TO CONN-WORK-RECORD
                       WRITE CONN-WORK-RECORD
                       ADD 1 TO WS-KEPT-COUNT
               END-READ
           END-PERFORM

           CLOSE CONNECTIONS-FILE
           CLOSE CONN-WORK-FILE.

       JUDGE-ONE-REQUEST.
           IF REQUEST-STATUS NOT = "P" AND REQUEST-STATUS NOT = " "
               EXIT PARAGRAPH
           END-IF

           IF REQUEST-SENT-DATE = SPACES
               OR REQUEST-SENT-DATE IS NOT NUMERIC
               MOVE WS-TODAY-STAMP TO REQUEST-SENT-DATE
               ADD 1 TO WS-STARTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE REQUEST-SENT-DATE TO WS-SENT-NUM
           COMPUTE WS-SPAN-FROM-INT =
             FUNCTION INTEGER-OF-DATE(WS-SENT-NUM)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SPAN-FROM-INT
           PERFORM SUBTRACT-HOLIDAY-DAYS

           IF WS-AGE-DAYS >= WS-EXPIRE-DAYS
               MOVE "E" TO REQUEST-STATUS
               MOVE WS-TODAY-STAMP TO REQUEST-DECISION-DATE
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE REQUESTER-USERNAME TO WS-NOTIF-USER
               MOVE SPACES TO WS-NOTIF-TEXT
               STRING "Request to " DELIMITED BY SIZE
                      FUNCTION TRIM(RECIPIENT-USERNAME) DELIMITED BY
                        SIZE
                      " lapsed; you can send it again" DELIMITED BY
                        SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
               PERFORM WRITE-FEED-NOTE
               EXIT PARAGRAPH
           END-IF

           IF WS-AGE-DAYS >= WS-REMIND-DAYS
               AND REQUEST-REMINDED NOT = "Y"
               MOVE "Y" TO REQUEST-REMINDED
               ADD 1 TO WS-REMINDED-COUNT
               MOVE RECIPIENT-USERNAME TO WS-NOTIF-USER
               MOVE SPACES TO WS-NOTIF-TEXT
               STRING "Connection request from " DELIMITED BY SIZE
                      FUNCTION TRIM(REQUESTER-USERNAME) DELIMITED BY
                        SIZE
                      " awaits your reply" DELIMITED BY SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
               PERFORM WRITE-FEED-NOTE
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

       WRITE-FEED-NOTE.
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

       SAVE-CONNECTIONS.
      *> Crash-safe commit mirroring OFFERSWEEP: no row is dropped
      *> here, so verify read = kept and work file = kept, mark with
      *> CONNECTIONS.CMT, copy over the live file, clear both.
           IF WS-READ-COUNT NOT = WS-KEPT-COUNT
               MOVE 8 TO RETURN-CODE
               DISPLAY "Record-count check failed; CONNECTIONS.DAT "
                 "left unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT CONN-WORK-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ CONN-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
               END-READ
           END-PERFORM
           CLOSE CONN-WORK-FILE

           IF WS-WORK-COUNT NOT = WS-KEPT-COUNT
               MOVE 8 TO RETURN-CODE
               DISPLAY "CONNECTIONS.NEW verify failed; requests "
                 "unchanged."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONN-COMMIT-FILE
           IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
               MOVE WS-WORK-COUNT TO CONN-COMMIT-RECORD
               WRITE CONN-COMMIT-RECORD
               CLOSE CONN-COMMIT-FILE
           END-IF

           PERFORM COPY-WORK-TO-LIVE

           OPEN OUTPUT CONN-COMMIT-FILE
           CLOSE CONN-COMMIT-FILE
           OPEN OUTPUT CONN-WORK-FILE
           CLOSE CONN-WORK-FILE.

       COPY-WORK-TO-LIVE.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT CONN-WORK-FILE
           OPEN OUTPUT CONNECTIONS-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ CONN-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       MOVE CONN-WORK-RECORD TO CONNECTION-RECORD
                       WRITE CONNECTION-RECORD
               END-READ
           END-PERFORM
           CLOSE CONN-WORK-FILE
           CLOSE CONNECTIONS-FILE.

      *> A non-empty CONNECTIONS.CMT marker means the previous run
      *> died mid-copy -- finish it. A leftover work file without a
      *> marker was never verified and is discarded.
       RECOVER-INTERRUPTED-SAVE.
           MOVE "N" TO WS-MARKER-PRESENT
           OPEN INPUT CONN-COMMIT-FILE
           IF WS-CMT-STATUS = "00"
               READ CONN-COMMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-MARKER-PRESENT
               END-READ
               CLOSE CONN-COMMIT-FILE
           ELSE
               IF WS-CMT-STATUS = "05"
                   CLOSE CONN-COMMIT-FILE
               END-IF
           END-IF

           IF WS-MARKER-PRESENT = "Y"
               DISPLAY "Recovering an interrupted CONNECTIONS.DAT "
                 "update."
               PERFORM COPY-WORK-TO-LIVE
           END-IF

           OPEN OUTPUT CONN-COMMIT-FILE
           IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
               CLOSE CONN-COMMIT-FILE
           END-IF
           OPEN OUTPUT CONN-WORK-FILE
           IF WS-WORK-STATUS = "00" OR WS-WORK-STATUS = "05"
               CLOSE CONN-WORK-FILE
           END-IF.

      *> ===== CONNECTIONS.LCK lock protocol (shared with the other
      *> programs that rewrite CONNECTIONS.DAT) =====
       ACQUIRE-CONN-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE SPACES TO WS-LOCK-HELD-TS
           OPEN INPUT CONN-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
             READ CONN-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CONN-LOCK-RECORD TO WS-LOCK-HELD-TS
             END-READ
             CLOSE CONN-LOCK-FILE
           ELSE
             IF WS-LOCK-STATUS = "05"
               CLOSE CONN-LOCK-FILE
             END-IF
           END-IF

           IF WS-LOCK-HELD-TS NOT = SPACES
             PERFORM CHECK-LOCK-STALE
             IF WS-LOCK-STALE NOT = "Y"
               EXIT PARAGRAPH
             END-IF
           END-IF

           OPEN OUTPUT CONN-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             MOVE FUNCTION CURRENT-DATE(1:14) TO CONN-LOCK-RECORD
             WRITE CONN-LOCK-RECORD
             CLOSE CONN-LOCK-FILE
             MOVE "Y" TO WS-LOCK-OK
           END-IF.

       RELEASE-CONN-LOCK.
           OPEN OUTPUT CONN-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             CLOSE CONN-LOCK-FILE
           END-IF.

      *> A lock from a different day, or older than the stale
      *> threshold, belongs to a crashed run and may be taken over.
       CHECK-LOCK-STALE.
           MOVE "N" TO WS-LOCK-STALE
           IF WS-LOCK-HELD-TS(1:8) NOT = FUNCTION CURRENT-DATE(1:8)
             MOVE "Y" TO WS-LOCK-STALE
             EXIT PARAGRAPH
           END-IF
           IF WS-LOCK-HELD-TS(9:6) IS NOT NUMERIC
             MOVE "Y" TO WS-LOCK-STALE
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOCK-NOW-SECS =
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2))
           COMPUTE WS-LOCK-HELD-SECS =
             FUNCTION NUMVAL(WS-LOCK-HELD-TS(9:2)) * 3600
             + FUNCTION NUMVAL(WS-LOCK-HELD-TS(11:2)) * 60
             + FUNCTION NUMVAL(WS-LOCK-HELD-TS(13:2))
           COMPUTE WS-LOCK-AGE-SECS =
             WS-LOCK-NOW-SECS - WS-LOCK-HELD-SECS
           IF WS-LOCK-AGE-SECS > WS-LOCK-STALE-SECS
             MOVE "Y" TO WS-LOCK-STALE
           END-IF.

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

       END PROGRAM STALEREQUESTS.
