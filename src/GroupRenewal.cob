       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUPRENEWAL.

      *> Yearly roster renewal for student organizations. The
      *> academic year opens on the start of the fall term in the
      *> academic calendar (ACADCAL.DAT; September 1 when the
      *> calendar has no fall term yet) and the renewal window
      *> runs GROUP-RENEW-DAYS (PARAMS.DAT, default 30) from then.
      *> While the window is open, every membership last confirmed
      *> for an earlier year gets one feed reminder to re-confirm
      *> from My groups; once it closes, memberships still not
      *> re-confirmed are dropped from GROUPMEMBERS.DAT and the
      *> member is told. Rows from before renewal tracking (blank
      *> year) are carried into the current year rather than
      *> dropped. Join requests awaiting an officer are untouched.
      *> Runs nightly under GROUPMEMBERS.LCK with the usual
      *> work-file swap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GROUPS-FILE
               ASSIGN TO "GROUPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.

           SELECT OPTIONAL GROUPMEMBERS-FILE
               ASSIGN TO "GROUPMEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-STATUS.

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

           SELECT OPTIONAL MEMBERS-WORK-FILE
               ASSIGN TO "GROUPMEMBERS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL MEMBERS-COMMIT-FILE
               ASSIGN TO "GROUPMEMBERS.CMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.

           SELECT OPTIONAL MEMBERS-LOCK-FILE
               ASSIGN TO "GROUPMEMBERS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GROUPS-FILE.
       01 GROUP-RECORD.
          05 GR-ID            PIC X(12).
          05 GR-NAME          PIC X(30).
          05 GR-DESC          PIC X(60).
          05 GR-OWNER         PIC X(12).
          05 GR-CLOSED        PIC X(1).

       FD GROUPMEMBERS-FILE.
       01 GROUPMEMBER-RECORD.
          05 GM-GROUP-ID      PIC X(12).
          05 GM-USERNAME      PIC X(12).
          05 GM-ROLE          PIC X(1).
          05 GM-REQ-DATE      PIC X(8).
          05 GM-RENEWED-YEAR  PIC X(4).
          05 GM-RENEW-ASKED   PIC X(4).

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

       FD MEMBERS-WORK-FILE.
       01 MEMBERS-WORK-RECORD PIC X(41).

       FD MEMBERS-COMMIT-FILE.
       01 MEMBERS-COMMIT-RECORD PIC 9(8).

       FD MEMBERS-LOCK-FILE.
           01 MEMBERS-LOCK-RECORD PIC X(14).

       FD ACADCAL-FILE.
       01 ACADCAL-RECORD.
          05 AC-TYPE          PIC X(1).
          05 AC-CODE          PIC X(6).
          05 AC-START         PIC X(8).
          05 AC-END           PIC X(8).
          05 AC-NAME          PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-GROUPS-STATUS         PIC XX.
       77 WS-MEMBERS-STATUS        PIC XX.
       77 WS-NOTIF-STATUS          PIC XX.
       77 WS-MEMBERS-EOF           PIC X VALUE "N".

       77 WS-TODAY-STAMP           PIC X(8).
       77 WS-TODAY-NUM             PIC 9(8).
       77 WS-ACAD-YEAR             PIC X(4).
       77 WS-ACAD-YEAR-NUM         PIC 9(4) VALUE 0.
       77 WS-WINDOW-START-NUM      PIC 9(8).
       77 WS-ACADCAL-STATUS        PIC XX.
       77 WS-ACADCAL-EOF           PIC X VALUE "N".
       77 WS-CAL-FA-START          PIC X(8).
       77 WS-WINDOW-END-NUM        PIC 9(8).
       77 WS-WINDOW-END-INT        PIC S9(9).
       77 WS-RENEW-DAYS            PIC 9(4) VALUE 30.
      *> A = window open, reminders go out; D = window closed,
      *> unconfirmed memberships are dropped
       77 WS-PHASE                 PIC X VALUE "A".

       77 WS-READ-COUNT            PIC 9(8) VALUE 0.
       77 WS-KEPT-COUNT            PIC 9(8) VALUE 0.
       77 WS-DROPPED-COUNT         PIC 9(8) VALUE 0.
       77 WS-ASKED-COUNT           PIC 9(8) VALUE 0.
       77 WS-CARRIED-COUNT         PIC 9(8) VALUE 0.
       77 WS-KEEP-ROW              PIC X VALUE "Y".

      *> Group names for the feed text.
       01 WS-GROUP-TABLE.
          05 WS-GR-ENTRY OCCURS 100 TIMES.
             10 WS-GR-ID          PIC X(12).
             10 WS-GR-NAME        PIC X(30).
       77 WS-GR-COUNT              PIC 9(4) VALUE 0.
       77 WS-GR-IDX                PIC 9(4) VALUE 0.
       77 WS-GROUP-NAME            PIC X(30).
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
           MOVE WS-TODAY-STAMP TO WS-TODAY-NUM
           PERFORM LOAD-RUNTIME-PARAMS
           PERFORM COMPUTE-RENEWAL-WINDOW
           PERFORM LOAD-GROUP-NAMES

           PERFORM RECOVER-INTERRUPTED-SAVE
           PERFORM ACQUIRE-MEMBERS-LOCK
           IF WS-LOCK-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
               DISPLAY "GROUPMEMBERS.DAT is locked by another "
                 "process; try again later."
               GOBACK
           END-IF

           PERFORM STREAM-RENEWAL-TO-WORK
           IF WS-MEMBERS-STATUS = "00" OR WS-MEMBERS-STATUS = "35"
               PERFORM SAVE-MEMBERS
               DISPLAY "Group renewal for " WS-ACAD-YEAR
                 " (window ends " WS-WINDOW-END-NUM "): "
                 WS-ASKED-COUNT " reminded, " WS-DROPPED-COUNT
                 " dropped, " WS-CARRIED-COUNT " carried over."
               MOVE SPACES TO WS-STEP-SUMMARY
               STRING "reminded " DELIMITED BY SIZE
                      WS-ASKED-COUNT DELIMITED BY SIZE
                      " dropped " DELIMITED BY SIZE
                      WS-DROPPED-COUNT DELIMITED BY SIZE
                      " read " DELIMITED BY SIZE
                      WS-READ-COUNT DELIMITED BY SIZE
                 INTO WS-STEP-SUMMARY
               END-STRING
               PERFORM WRITE-STEP-SUMMARY
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY "Unable to access group membership data."
           END-IF

           PERFORM RELEASE-MEMBERS-LOCK
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
                     WHEN "GROUP-RENEW-DAYS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-RENEW-DAYS
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

       COMPUTE-RENEWAL-WINDOW.
      *> Same academic-year rule as the online roster screens: the
      *> year opens with the latest fall term already begun, or on
      *> September 1 when the calendar has none.
           PERFORM FIND-ACADEMIC-YEAR-START
           IF WS-CAL-FA-START NOT = SPACES
               MOVE WS-CAL-FA-START(1:4) TO WS-ACAD-YEAR-NUM
               MOVE WS-CAL-FA-START TO WS-WINDOW-START-NUM
           ELSE
               MOVE WS-TODAY-STAMP(1:4) TO WS-ACAD-YEAR-NUM
               IF WS-TODAY-STAMP(5:4) < "0901"
                   SUBTRACT 1 FROM WS-ACAD-YEAR-NUM
               END-IF
               COMPUTE WS-WINDOW-START-NUM = WS-ACAD-YEAR-NUM * 10000
                 + 901
           END-IF
           MOVE WS-ACAD-YEAR-NUM TO WS-ACAD-YEAR

           COMPUTE WS-WINDOW-END-INT = FUNCTION INTEGER-OF-DATE
             (WS-WINDOW-START-NUM) + WS-RENEW-DAYS - 1
           COMPUTE WS-WINDOW-END-NUM = FUNCTION DATE-OF-INTEGER
             (WS-WINDOW-END-INT)

           IF WS-TODAY-NUM > WS-WINDOW-END-NUM
               MOVE "D" TO WS-PHASE
           ELSE
               MOVE "A" TO WS-PHASE
           END-IF.

       FIND-ACADEMIC-YEAR-START.
      *> Start of the latest fall (FA) term that has already begun;
      *> blank when the calendar has none.
           MOVE SPACES TO WS-CAL-FA-START
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
                       IF AC-TYPE = "T" AND AC-CODE(5:2) = "FA"
                         AND AC-START <= WS-TODAY-STAMP
                         AND (WS-CAL-FA-START = SPACES
                           OR AC-START > WS-CAL-FA-START)
                           MOVE AC-START TO WS-CAL-FA-START
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACADCAL-FILE.

       LOAD-GROUP-NAMES.
           MOVE 0 TO WS-GR-COUNT
           MOVE "N" TO WS-MEMBERS-EOF
           OPEN INPUT GROUPS-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               IF WS-GROUPS-STATUS = "05"
                   CLOSE GROUPS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MEMBERS-EOF = "Y"
               READ GROUPS-FILE
                   AT END
                       MOVE "Y" TO WS-MEMBERS-EOF
                   NOT AT END
                       IF WS-GR-COUNT < 100
                           ADD 1 TO WS-GR-COUNT
                           MOVE GR-ID TO WS-GR-ID(WS-GR-COUNT)
                           MOVE GR-NAME TO WS-GR-NAME(WS-GR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GROUPS-FILE.

       STREAM-RENEWAL-TO-WORK.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-DROPPED-COUNT
           MOVE 0 TO WS-ASKED-COUNT
           MOVE 0 TO WS-CARRIED-COUNT
           MOVE "N" TO WS-MEMBERS-EOF

           OPEN INPUT GROUPMEMBERS-FILE
           IF WS-MEMBERS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-MEMBERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MEMBERS-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               AND WS-WORK-STATUS NOT = "05"
               MOVE 8 TO RETURN-CODE
               DISPLAY "Unable to write GROUPMEMBERS.NEW; rosters "
                 "unchanged."
               CLOSE GROUPMEMBERS-FILE
               MOVE "99" TO WS-MEMBERS-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MEMBERS-EOF = "Y"
               READ GROUPMEMBERS-FILE
                   AT END
                       MOVE "Y" TO WS-MEMBERS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM JUDGE-ONE-MEMBERSHIP
                       IF WS-KEEP-ROW = "Y"
                           MOVE GROUPMEMBER-RECORD TO
                             MEMBERS-WORK-RECORD
                           WRITE MEMBERS-WORK-RECORD
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GROUPMEMBERS-FILE
           CLOSE MEMBERS-WORK-FILE.

       JUDGE-ONE-MEMBERSHIP.
           MOVE "Y" TO WS-KEEP-ROW

           IF GM-ROLE = "P"
               EXIT PARAGRAPH
           END-IF

           IF GM-RENEWED-YEAR = SPACES
               MOVE WS-ACAD-YEAR TO GM-RENEWED-YEAR
               ADD 1 TO WS-CARRIED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF GM-RENEWED-YEAR NOT < WS-ACAD-YEAR
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-GROUP-NAME
           IF WS-PHASE = "D"
               MOVE "N" TO WS-KEEP-ROW
               ADD 1 TO WS-DROPPED-COUNT
               MOVE SPACES TO WS-NOTIF-TEXT
               STRING "Roster renewal lapsed: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GROUP-NAME) DELIMITED BY SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
               PERFORM WRITE-FEED-NOTE
           ELSE
               IF GM-RENEW-ASKED = SPACES
                   OR GM-RENEW-ASKED < WS-ACAD-YEAR
                   MOVE WS-ACAD-YEAR TO GM-RENEW-ASKED
                   ADD 1 TO WS-ASKED-COUNT
                   MOVE SPACES TO WS-NOTIF-TEXT
                   STRING "Renew " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-GROUP-NAME) DELIMITED BY
                            SIZE
                          " in My groups by " DELIMITED BY SIZE
                          WS-WINDOW-END-NUM DELIMITED BY SIZE
                     INTO WS-NOTIF-TEXT
                   END-STRING
                   PERFORM WRITE-FEED-NOTE
               END-IF
           END-IF.

       FIND-GROUP-NAME.
           MOVE GM-GROUP-ID TO WS-GROUP-NAME
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
             UNTIL WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-ID(WS-GR-IDX) = GM-GROUP-ID
                   MOVE WS-GR-NAME(WS-GR-IDX) TO WS-GROUP-NAME
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

           MOVE GM-USERNAME TO NOTIF-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP
           MOVE WS-NOTIF-TEXT TO NOTIF-TEXT
           MOVE "N" TO NOTIF-SEEN
           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFICATIONS-FILE.

       SAVE-MEMBERS.
      *> Crash-safe commit mirroring OFFERSWEEP: verify the counts
      *> (read = kept + dropped, work file = kept), mark with
      *> GROUPMEMBERS.CMT, copy over the live file, clear both.
           IF WS-READ-COUNT NOT = WS-KEPT-COUNT + WS-DROPPED-COUNT
               MOVE 8 TO RETURN-CODE
               DISPLAY "Record-count check failed; GROUPMEMBERS.DAT "
                 "left unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT MEMBERS-WORK-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ MEMBERS-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
               END-READ
           END-PERFORM
           CLOSE MEMBERS-WORK-FILE

           IF WS-WORK-COUNT NOT = WS-KEPT-COUNT
               MOVE 8 TO RETURN-CODE
               DISPLAY "GROUPMEMBERS.NEW verify failed; rosters "
                 "unchanged."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MEMBERS-COMMIT-FILE
           IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
               MOVE WS-WORK-COUNT TO MEMBERS-COMMIT-RECORD
               WRITE MEMBERS-COMMIT-RECORD
               CLOSE MEMBERS-COMMIT-FILE
           END-IF

           PERFORM COPY-WORK-TO-LIVE

           OPEN OUTPUT MEMBERS-COMMIT-FILE
           CLOSE MEMBERS-COMMIT-FILE
           OPEN OUTPUT MEMBERS-WORK-FILE
           CLOSE MEMBERS-WORK-FILE.

       COPY-WORK-TO-LIVE.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT MEMBERS-WORK-FILE
           OPEN OUTPUT GROUPMEMBERS-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ MEMBERS-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       MOVE MEMBERS-WORK-RECORD TO GROUPMEMBER-RECORD
                       WRITE GROUPMEMBER-RECORD
               END-READ
           END-PERFORM
           CLOSE MEMBERS-WORK-FILE
           CLOSE GROUPMEMBERS-FILE.

      *> A non-empty GROUPMEMBERS.CMT marker means the previous run
      *> died mid-copy -- finish it. A leftover work file without a
      *> marker was never verified and is discarded.
       RECOVER-INTERRUPTED-SAVE.
           MOVE "N" TO WS-MARKER-PRESENT
           OPEN INPUT MEMBERS-COMMIT-FILE
           IF WS-CMT-STATUS = "00"
               READ MEMBERS-COMMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-MARKER-PRESENT
               END-READ
               CLOSE MEMBERS-COMMIT-FILE
           ELSE
               IF WS-CMT-STATUS = "05"
                   CLOSE MEMBERS-COMMIT-FILE
               END-IF
           END-IF

           IF WS-MARKER-PRESENT = "Y"
               DISPLAY "Recovering an interrupted GROUPMEMBERS.DAT "
                 "update."
               PERFORM COPY-WORK-TO-LIVE
           END-IF

           OPEN OUTPUT MEMBERS-COMMIT-FILE
           IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
               CLOSE MEMBERS-COMMIT-FILE
           END-IF
           OPEN OUTPUT MEMBERS-WORK-FILE
           IF WS-WORK-STATUS = "00" OR WS-WORK-STATUS = "05"
               CLOSE MEMBERS-WORK-FILE
           END-IF.

      *> ===== GROUPMEMBERS.LCK lock protocol (shared with the
      *> interactive safe-commit path) =====
       ACQUIRE-MEMBERS-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE SPACES TO WS-LOCK-HELD-TS
           OPEN INPUT MEMBERS-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
             READ MEMBERS-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE MEMBERS-LOCK-RECORD TO WS-LOCK-HELD-TS
             END-READ
             CLOSE MEMBERS-LOCK-FILE
           ELSE
             IF WS-LOCK-STATUS = "05"
               CLOSE MEMBERS-LOCK-FILE
             END-IF
           END-IF

           IF WS-LOCK-HELD-TS NOT = SPACES
             PERFORM CHECK-LOCK-STALE
             IF WS-LOCK-STALE NOT = "Y"
               EXIT PARAGRAPH
             END-IF
           END-IF

           OPEN OUTPUT MEMBERS-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             MOVE FUNCTION CURRENT-DATE(1:14) TO MEMBERS-LOCK-RECORD
             WRITE MEMBERS-LOCK-RECORD
             CLOSE MEMBERS-LOCK-FILE
             MOVE "Y" TO WS-LOCK-OK
           END-IF.

       RELEASE-MEMBERS-LOCK.
           OPEN OUTPUT MEMBERS-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             CLOSE MEMBERS-LOCK-FILE
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

       END PROGRAM GROUPRENEWAL.
