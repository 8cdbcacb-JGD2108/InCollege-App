      *>                 announcement's end date passes the window
      *> A missing RETENTION.DAT seeds itself with the default
      *> windows so the first run is safe. Runs as a nightly step;
      *> counts, and control totals per file swept, go to
      *> STEPSUMMARY.DAT.
      *> Rows belonging to an account on legal hold (LEGALHOLDS.DAT)
      *> are kept whatever their age -- the user column, plus the
      *> viewed user on PROFILEVIEWS and the recipient on MSGLIMITS
      *> -- and each held user's kept count per file is written to
      *> LEGALHOLDLOG.DAT for the legal hold report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-OUT-STATUS.

           SELECT OPTIONAL LEGALHOLDS-FILE
               ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLDS-STATUS.

           SELECT OPTIONAL LEGALHOLDLOG-FILE
               ASSIGN TO "LEGALHOLDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-FILE.

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

       FD DATA-IN-FILE.
           01 DATA-IN-RECORD PIC X(700).
       FD DATA-OUT-FILE.
           01 DATA-OUT-RECORD PIC X(700).

      *> Last row per user is the current hold state (H / R).
       FD LEGALHOLDS-FILE.
           01 LEGALHOLD-RECORD.
             05 LH-USERNAME PIC X(12).
             05 LH-STATUS PIC X(1).
             05 LH-DATE PIC X(8).
             05 LH-REQUESTED-BY PIC X(12).
             05 LH-CONFIRMED-BY PIC X(12).
             05 LH-CASE-REF PIC X(12).

      *> One row per item a hold kept from being removed.
       FD LEGALHOLDLOG-FILE.
           01 LEGALHOLDLOG-RECORD.
             05 HL-DATE PIC X(8).
             05 HL-PROGRAM PIC X(16).
             05 HL-USERNAME PIC X(12).
             05 HL-DETAIL PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-RETENTION-STATUS PIC XX.
         77 WS-AGG-STATUS PIC XX.
         77 WS-WORK-COUNT PIC 9(8) VALUE 0.
         77 WS-STEP-SUMMARY PIC X(60).

      *> Control totals per file swept, for STEPSUMMARY.DAT
         01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 20 TIMES.
             10 WS-CTL-FILE PIC X(18).
             10 WS-CTL-READ PIC 9(8).
             10 WS-CTL-WRITTEN PIC 9(8).
             10 WS-CTL-DROPPED PIC 9(8).
             10 WS-CTL-HELD PIC 9(8).
         77 WS-CTL-COUNT PIC 9(2) VALUE 0.
         77 WS-CTL-IDX PIC 9(2) VALUE 0.

      *> Accounts under legal hold, with the rows kept for each in
      *> the file being swept
         77 WS-LEGALHOLDS-STATUS PIC XX.
         77 WS-HOLDLOG-STATUS PIC XX.
         77 WS-MAX-HOLDS PIC 9(4) VALUE 500.
         01 WS-HOLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 500 TIMES.
             10 WS-HLD-USER PIC X(12).
             10 WS-HLD-STATE PIC X(1).
             10 WS-HLD-KEPT PIC 9(8).
         77 WS-HLD-COUNT PIC 9(4) VALUE 0.
         77 WS-HLD-IDX PIC 9(4) VALUE 0.
         77 WS-HLD-FOUND PIC 9(4) VALUE 0.
         77 WS-HLD-CHECK-USER PIC X(12).
         77 WS-HELD-COUNT PIC 9(8) VALUE 0.
         77 WS-TOTAL-HELD PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP

           PERFORM LOAD-RETENTION-POLICY
           PERFORM LOAD-ANNOUNCEMENT-ENDS
           PERFORM LOAD-LEGAL-HOLDS

           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
             UNTIL WS-POL-IDX > WS-POL-COUNT

           DISPLAY "Retention sweep complete: " WS-TOTAL-PURGED
             " row(s) rolled off across " WS-FILES-SWEPT " file(s)."
           IF WS-TOTAL-HELD > 0
             DISPLAY "  " WS-TOTAL-HELD
               " row(s) kept for accounts on legal hold."
           END-IF
           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "purged " DELIMITED BY SIZE
                  WS-TOTAL-PURGED DELIMITED BY SIZE
                  " files " DELIMITED BY SIZE
                  WS-FILES-SWEPT DELIMITED BY SIZE
                  " held " DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-HELD-COUNT
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-COUNT
             MOVE 0 TO WS-HLD-KEPT(WS-HLD-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF

           OPEN INPUT DATA-IN-FILE
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM JUDGE-ONE-ROW
                 IF WS-KEEP-ROW = "N" AND WS-HLD-COUNT > 0
                   PERFORM CHECK-ROW-ON-HOLD
                 END-IF
                 IF WS-KEEP-ROW = "Y"
                   MOVE DATA-IN-RECORD TO DATA-OUT-RECORD
                   WRITE DATA-OUT-RECORD
           CLOSE DATA-IN-FILE
           CLOSE DATA-OUT-FILE
           MOVE "N" TO WS-EOF
           PERFORM NOTE-CONTROL-TOTALS

           IF WS-READ-COUNT NOT = WS-KEPT-COUNT + WS-PURGED-COUNT
             DISPLAY "Record-count check failed for " FUNCTION
           END-IF

           PERFORM VERIFY-AND-COPY-BACK
           IF WS-HELD-COUNT > 0
             PERFORM LOG-HELD-ROWS
           END-IF

           ADD WS-PURGED-COUNT TO WS-TOTAL-PURGED
           ADD WS-HELD-COUNT TO WS-TOTAL-HELD
           ADD 1 TO WS-FILES-SWEPT
           DISPLAY "  " FUNCTION TRIM(WS-DATA-IN-NAME) ": "
             WS-PURGED-COUNT " rolled off, " WS-KEPT-COUNT " kept.".

      *> The file's totals as swept; a check that later leaves the
      *> live file unchanged shows up in the nightly driver's
      *> recount, since the file then no longer holds the rows
      *> written.
       NOTE-CONTROL-TOTALS.
           IF WS-CTL-COUNT >= WS-MAX-POLICIES
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTL-COUNT
           MOVE WS-DATA-IN-NAME TO WS-CTL-FILE(WS-CTL-COUNT)
           MOVE WS-READ-COUNT TO WS-CTL-READ(WS-CTL-COUNT)
           MOVE WS-KEPT-COUNT TO WS-CTL-WRITTEN(WS-CTL-COUNT)
           MOVE WS-PURGED-COUNT TO WS-CTL-DROPPED(WS-CTL-COUNT)
           MOVE WS-HELD-COUNT TO WS-CTL-HELD(WS-CTL-COUNT).

       JUDGE-ONE-ROW.
           MOVE "Y" TO WS-KEEP-ROW

             MOVE "N" TO WS-KEEP-ROW
           END-IF.

      *> A row past its window still stays when its user -- or the
      *> other party on PROFILEVIEWS / MSGLIMITS -- is on legal hold.
       CHECK-ROW-ON-HOLD.
           MOVE DATA-IN-RECORD(1:12) TO WS-HLD-CHECK-USER
           PERFORM FIND-HELD-USER
           IF WS-HLD-FOUND = 0
             EVALUATE FUNCTION TRIM(WS-POL-BASE(WS-POL-IDX))
               WHEN "PROFILEVIEWS"
                 MOVE DATA-IN-RECORD(13:12) TO WS-HLD-CHECK-USER
                 PERFORM FIND-HELD-USER
               WHEN "MSGLIMITS"
                 MOVE DATA-IN-RECORD(21:12) TO WS-HLD-CHECK-USER
                 PERFORM FIND-HELD-USER
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF

           IF WS-HLD-FOUND > 0
             MOVE "Y" TO WS-KEEP-ROW
             ADD 1 TO WS-HLD-KEPT(WS-HLD-FOUND)
             ADD 1 TO WS-HELD-COUNT
           END-IF.

       FIND-HELD-USER.
           MOVE 0 TO WS-HLD-FOUND
           IF WS-HLD-CHECK-USER = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-COUNT OR WS-HLD-FOUND > 0
             IF WS-HLD-STATE(WS-HLD-IDX) = "H"
               AND FUNCTION TRIM(WS-HLD-USER(WS-HLD-IDX)) =
                 FUNCTION TRIM(WS-HLD-CHECK-USER)
               MOVE WS-HLD-IDX TO WS-HLD-FOUND
             END-IF
           END-PERFORM.

      *> Replays LEGALHOLDS.DAT so each user ends on their latest
      *> state; released users stay in the table but never match.
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-HLD-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT LEGALHOLDS-FILE
           IF WS-LEGALHOLDS-STATUS NOT = "00"
             IF WS-LEGALHOLDS-STATUS = "05"
               CLOSE LEGALHOLDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ LEGALHOLDS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE 0 TO WS-HLD-FOUND
                 PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   IF WS-HLD-USER(WS-HLD-IDX) = LH-USERNAME
                     MOVE WS-HLD-IDX TO WS-HLD-FOUND
                   END-IF
                 END-PERFORM
                 IF WS-HLD-FOUND = 0
                   AND WS-HLD-COUNT < WS-MAX-HOLDS
                   ADD 1 TO WS-HLD-COUNT
                   MOVE WS-HLD-COUNT TO WS-HLD-FOUND
                   MOVE LH-USERNAME TO WS-HLD-USER(WS-HLD-FOUND)
                 END-IF
                 IF WS-HLD-FOUND > 0
                   MOVE LH-STATUS TO WS-HLD-STATE(WS-HLD-FOUND)
                   MOVE 0 TO WS-HLD-KEPT(WS-HLD-FOUND)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LEGALHOLDS-FILE
           MOVE "N" TO WS-EOF.

       LOG-HELD-ROWS.
           OPEN EXTEND LEGALHOLDLOG-FILE
           IF WS-HOLDLOG-STATUS = "35"
             OPEN OUTPUT LEGALHOLDLOG-FILE
             IF WS-HOLDLOG-STATUS = "00"
               CLOSE LEGALHOLDLOG-FILE
             END-IF
             OPEN EXTEND LEGALHOLDLOG-FILE
           END-IF

           IF WS-HOLDLOG-STATUS NOT = "00"
             AND WS-HOLDLOG-STATUS NOT = "05"
             DISPLAY "Unable to write LEGALHOLDLOG.DAT (status "
               WS-HOLDLOG-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-COUNT
             IF WS-HLD-KEPT(WS-HLD-IDX) > 0
               MOVE WS-TODAY-STAMP TO HL-DATE
               MOVE "RETENTIONSWEEP" TO HL-PROGRAM
               MOVE WS-HLD-USER(WS-HLD-IDX) TO HL-USERNAME
               MOVE SPACES TO HL-DETAIL
               STRING FUNCTION TRIM(WS-DATA-IN-NAME) DELIMITED BY
                        SIZE
                      ": " DELIMITED BY SIZE
                      WS-HLD-KEPT(WS-HLD-IDX) DELIMITED BY SIZE
                      " row(s) past the window kept" DELIMITED BY
                        SIZE
                 INTO HL-DETAIL
               END-STRING
               WRITE LEGALHOLDLOG-RECORD
             END-IF
           END-PERFORM

           CLOSE LEGALHOLDLOG-FILE.

       TALLY-PURGED-ROW.
           IF WS-DATE-POS = 0
             MOVE WS-TODAY-STAMP TO WS-ROW-DATE
           CLOSE DAILYAGG-FILE.

      *> One-line counts handoff for the nightly driver's run
      *> control; overwritten by every run. One control-total row
      *> follows per file swept (rolled-off rows are dropped; their
      *> DAILYAGG.DAT summary is not an archive of the rows).
       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE SPACES TO STEPSUMMARY-CONTROL
               MOVE "CT" TO SC-TAG
               MOVE WS-CTL-FILE(WS-CTL-IDX) TO SC-FILE
               MOVE WS-CTL-READ(WS-CTL-IDX) TO SC-READ
               MOVE WS-CTL-WRITTEN(WS-CTL-IDX) TO SC-WRITTEN
               MOVE WS-CTL-DROPPED(WS-CTL-IDX) TO SC-DROPPED
               MOVE 0 TO SC-ARCHIVED
               MOVE WS-CTL-HELD(WS-CTL-IDX) TO SC-HELD
               WRITE STEPSUMMARY-CONTROL
             END-PERFORM
             CLOSE STEPSUMMARY-FILE
           END-IF.

