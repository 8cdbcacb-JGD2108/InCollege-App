
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

       FD SKILLS-WORK-FILE.
           01 SKILLS-WORK-RECORD PIC X(52).
           END-IF.

      *> One-line counts handoff for the nightly driver's run
      *> control; overwritten by every run, with the SKILLS.DAT
      *> control totals (dropped = superseded completions).
       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             MOVE SPACES TO STEPSUMMARY-CONTROL
             MOVE "CT" TO SC-TAG
             MOVE "SKILLS.DAT" TO SC-FILE
             MOVE WS-READ-COUNT TO SC-READ
             MOVE WS-KEPT-COUNT TO SC-WRITTEN
             MOVE WS-DROPPED-COUNT TO SC-DROPPED
             MOVE 0 TO SC-ARCHIVED
             MOVE 0 TO SC-HELD
             WRITE STEPSUMMARY-CONTROL
             CLOSE STEPSUMMARY-FILE
           END-IF.

