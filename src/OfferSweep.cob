
      *> Nightly offer hygiene: an application still marked offered
      *> whose respond-by date has passed is lapsed (status L) so the
      *> posting's seat is not held by a silent candidate. A
      *> respond-by date falling on a campus holiday (ACADCAL.DAT)
      *> runs on to the first day after the holiday. The student
      *> sees a feed entry explaining what happened. Runs under the
      *> APPLICATIONS.LCK lock with the usual work-file swap.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICATIONS-FILE.

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).
      *> Control totals for the nightly driver's balancing check:
      *> one CT row per master file rewritten, after the counts line.
           01 STEPSUMMARY-CONTROL.
             05 SC-TAG PIC X(2).
             05 SC-FILE PIC X(18).
             05 SC-READ PIC 9(8).
             05 SC-WRITTEN PIC 9(8).
             05 SC-DROPPED PIC 9(8).
             05 SC-ARCHIVED PIC 9(8).
             05 SC-HELD PIC 9(8).

       FD APPS-WORK-FILE.
       01 APPS-WORK-RECORD    PIC X(122).
       FD APPS-LOCK-FILE.
           01 APPS-LOCK-RECORD PIC X(14).

       FD ACADCAL-FILE.
       01 ACADCAL-RECORD.
          05 AC-TYPE          PIC X(1).
          05 AC-CODE          PIC X(6).
          05 AC-START         PIC X(8).
          05 AC-END           PIC X(8).
          05 AC-NAME          PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-APPS-STATUS           PIC XX.
       77 WS-NOTIF-STATUS          PIC XX.
       77 WS-TODAY-STAMP           PIC X(8).
       77 WS-READ-COUNT            PIC 9(8) VALUE 0.
       77 WS-LAPSED-COUNT          PIC 9(8) VALUE 0.
       77 WS-WRITTEN-COUNT         PIC 9(8) VALUE 0.
       77 WS-HELD-COUNT            PIC 9(8) VALUE 0.

      *> Campus holidays from the academic calendar
       77 WS-ACADCAL-STATUS        PIC XX.
       77 WS-ACADCAL-EOF           PIC X VALUE "N".
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
             10 WS-HOL-START      PIC X(8).
             10 WS-HOL-END        PIC X(8).
       77 WS-HOL-COUNT             PIC 9(4) VALUE 0.
       77 WS-HOL-IDX               PIC 9(4) VALUE 0.
       77 WS-DUE-DATE              PIC X(8).
       77 WS-DUE-NUM               PIC 9(8).
       77 WS-DUE-MOVED             PIC X VALUE "N".
       77 WS-DUE-PASS              PIC 9(2) VALUE 0.

       77 WS-WORK-STATUS           PIC XX.
       77 WS-CMT-STATUS            PIC XX.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           PERFORM LOAD-HOLIDAYS
           PERFORM RECOVER-INTERRUPTED-SAVE
           PERFORM ACQUIRE-APPS-LOCK
           IF WS-LOCK-OK NOT = "Y"
       STREAM-LAPSE-TO-WORK.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-LAPSED-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE "N" TO WS-APPS-EOF

           OPEN INPUT APPLICATIONS-FILE
                       PERFORM JUDGE-ONE-APPLICATION
                       MOVE APPLICATION-RECORD TO APPS-WORK-RECORD
                       WRITE APPS-WORK-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
               END-READ
           END-PERFORM

           CLOSE APPS-WORK-FILE.

       JUDGE-ONE-APPLICATION.
           IF APP-STATUS NOT = "O"
               OR FUNCTION LENGTH(FUNCTION TRIM(APP-RESPOND-BY)) = 0
               OR APP-RESPOND-BY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE APP-RESPOND-BY TO WS-DUE-DATE
           PERFORM ROLL-PAST-HOLIDAYS
           IF WS-DUE-DATE < WS-TODAY-STAMP
               MOVE "L" TO APP-STATUS
               MOVE WS-TODAY-STAMP TO APP-STATUS-DATE
               ADD 1 TO WS-LAPSED-COUNT
               PERFORM NOTIFY-LAPSED-STUDENT
           ELSE
               IF APP-RESPOND-BY < WS-TODAY-STAMP
                   ADD 1 TO WS-HELD-COUNT
               END-IF
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
                           MOVE AC-START TO WS-HOL-START(WS-HOL-COUNT)
                           MOVE AC-END TO WS-HOL-END(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACADCAL-FILE.

       ROLL-PAST-HOLIDAYS.
      *> A date inside a holiday moves to the day after it ends;
      *> repeated in case that lands in an adjoining holiday.
           MOVE "Y" TO WS-DUE-MOVED
           MOVE 0 TO WS-DUE-PASS
           PERFORM UNTIL WS-DUE-MOVED = "N" OR WS-DUE-PASS >= 20
               MOVE "N" TO WS-DUE-MOVED
               ADD 1 TO WS-DUE-PASS
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   IF WS-DUE-DATE >= WS-HOL-START(WS-HOL-IDX)
                     AND WS-DUE-DATE <= WS-HOL-END(WS-HOL-IDX)
                       MOVE WS-HOL-END(WS-HOL-IDX) TO WS-DUE-NUM
                       COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(WS-DUE-NUM) + 1)
                       MOVE WS-DUE-NUM TO WS-DUE-DATE
                       MOVE "Y" TO WS-DUE-MOVED
                   END-IF
               END-PERFORM
           END-PERFORM.

       NOTIFY-LAPSED-STUDENT.
           OPEN EXTEND NOTIFICATIONS-FILE
           IF WS-NOTIF-STATUS = "35"
           END-IF.

      *> One-line counts handoff for the nightly driver's run
      *> control; overwritten by every run, with the
      *> APPLICATIONS.DAT control totals. Nothing is dropped; held
      *> is the overdue offers kept open by a holiday roll-over.
       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             MOVE SPACES TO STEPSUMMARY-CONTROL
             MOVE "CT" TO SC-TAG
             MOVE "APPLICATIONS.DAT" TO SC-FILE
             MOVE WS-READ-COUNT TO SC-READ
             MOVE WS-WRITTEN-COUNT TO SC-WRITTEN
             MOVE 0 TO SC-DROPPED
             MOVE 0 TO SC-ARCHIVED
             MOVE WS-HELD-COUNT TO SC-HELD
             WRITE STEPSUMMARY-CONTROL
             CLOSE STEPSUMMARY-FILE
           END-IF.

