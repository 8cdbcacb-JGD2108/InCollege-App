               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

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
       FD CONNECTIONS-FILE.
          05 RECIPIENT-USERNAME    PIC X(12).
          05 REQUEST-STATUS        PIC X.
          05 REQUEST-DECISION-DATE PIC X(8).
          05 REQUEST-SENT-DATE     PIC X(8).
          05 REQUEST-REMINDED      PIC X.
          05 REQUEST-ORIGIN        PIC X.

       FD CONN-WORK-FILE.
       01 CONN-WORK-RECORD         PIC X(43).

       FD PARAMS-FILE.
           01 PARAM-RECORD.

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

      *> A non-empty MAINTPREVIEW.FLG switches this run to dry-run
      *> preview: the full change report is produced, nothing is
       FD CONNECTIONS-LOCK-FILE.
           01 CONNECTIONS-LOCK-RECORD PIC X(14).

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
       77 WS-CONN-FILE-STATUS      PIC XX.
       77 WS-CONN-EOF              PIC X VALUE "N".
       77 WS-PREVIEW-STATUS        PIC XX.
       77 WS-PREVIEW-MODE          PIC X VALUE "N".

      *> Accounts under legal hold: a connection row touching one is
      *> never aged out
       77 WS-LEGALHOLDS-STATUS     PIC XX.
       77 WS-HOLDLOG-STATUS        PIC XX.
       77 WS-HOLDS-EOF             PIC X VALUE "N".
       77 WS-MAX-HOLDS             PIC 9(4) VALUE 500.
       01 WS-HOLD-TABLE.
          05 WS-HLD-ENTRY OCCURS 500 TIMES.
             10 WS-HLD-USER        PIC X(12).
             10 WS-HLD-STATE       PIC X(1).
       77 WS-HLD-COUNT             PIC 9(4) VALUE 0.
       77 WS-HLD-IDX               PIC 9(4) VALUE 0.
       77 WS-HLD-FOUND             PIC 9(4) VALUE 0.
       77 WS-HLD-CHECK-USER        PIC X(12).
       77 WS-HELD-COUNT            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-PREVIEW-MODE
           END-IF
           PERFORM DETERMINE-PURGE-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM LOAD-LEGAL-HOLDS
      *> Record-by-record through a work file: capacity is bounded by
      *> disk, not an OCCURS table, and an explicit record-count
      *> check guards the swap.
                        WS-PURGED-COUNT DELIMITED BY SIZE
                        " kept " DELIMITED BY SIZE
                        WS-KEPT-COUNT DELIMITED BY SIZE
                        " held " DELIMITED BY SIZE
                        WS-HELD-COUNT DELIMITED BY SIZE
                   INTO WS-STEP-SUMMARY
                 END-STRING
               ELSE
                 PERFORM VERIFY-AND-SWAP-WORK
                 DISPLAY "Purge complete: " WS-PURGED-COUNT
                   " row(s) removed, " WS-KEPT-COUNT " row(s) kept."
                 IF WS-HELD-COUNT > 0
                   DISPLAY "  " WS-HELD-COUNT " of the kept row(s) "
                     "belong to accounts on legal hold."
                 END-IF
                 MOVE SPACES TO WS-STEP-SUMMARY
                 STRING "removed " DELIMITED BY SIZE
                        WS-PURGED-COUNT DELIMITED BY SIZE
                        " kept " DELIMITED BY SIZE
                        WS-KEPT-COUNT DELIMITED BY SIZE
                        " held " DELIMITED BY SIZE
                        WS-HELD-COUNT DELIMITED BY SIZE
                   INTO WS-STEP-SUMMARY
                 END-STRING
               END-IF
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE "N" TO WS-CONN-EOF

           OPEN INPUT CONNECTIONS-FILE
                       ADD 1 TO WS-READ-COUNT
                       MOVE "Y" TO WS-KEEP-ROW

      *> Expired requests (E) age out on the same clock as declined
      *> ones; both are stamped with the date they closed.
                       IF (REQUEST-STATUS = "D" OR REQUEST-STATUS = "E")
                           AND FUNCTION LENGTH
                             (FUNCTION TRIM(REQUEST-DECISION-DATE))
                             > 0
                           END-IF
                       END-IF

                       IF WS-KEEP-ROW = "N" AND WS-HLD-COUNT > 0
                           PERFORM CHECK-CONNECTION-ON-HOLD
                       END-IF

                       IF WS-KEEP-ROW = "Y"
                           ADD 1 TO WS-KEPT-COUNT
                           IF WS-PREVIEW-MODE NOT = "Y"
               CLOSE CONN-WORK-FILE
           END-IF.

      *> Either party on legal hold keeps the row; outside preview
      *> the kept row is logged against the held account.
       CHECK-CONNECTION-ON-HOLD.
           MOVE REQUESTER-USERNAME TO WS-HLD-CHECK-USER
           PERFORM FIND-HELD-USER
           IF WS-HLD-FOUND = 0
               MOVE RECIPIENT-USERNAME TO WS-HLD-CHECK-USER
               PERFORM FIND-HELD-USER
           END-IF
           IF WS-HLD-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-KEEP-ROW
           ADD 1 TO WS-HELD-COUNT
           IF WS-PREVIEW-MODE = "Y"
               DISPLAY "PREVIEW would keep (legal hold): "
                 FUNCTION TRIM(REQUESTER-USERNAME) " -> "
                 FUNCTION TRIM(RECIPIENT-USERNAME)
           ELSE
               PERFORM LOG-HELD-CONNECTION
           END-IF.

       FIND-HELD-USER.
           MOVE 0 TO WS-HLD-FOUND
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-COUNT OR WS-HLD-FOUND > 0
               IF WS-HLD-STATE(WS-HLD-IDX) = "H"
                   AND WS-HLD-USER(WS-HLD-IDX) = WS-HLD-CHECK-USER
                   MOVE WS-HLD-IDX TO WS-HLD-FOUND
               END-IF
           END-PERFORM.

      *> Replays LEGALHOLDS.DAT so each user ends on their latest
      *> state; released users stay in the table but never match.
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-HLD-COUNT
           MOVE "N" TO WS-HOLDS-EOF
           OPEN INPUT LEGALHOLDS-FILE
           IF WS-LEGALHOLDS-STATUS NOT = "00"
               IF WS-LEGALHOLDS-STATUS = "05"
                   CLOSE LEGALHOLDS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HOLDS-EOF = "Y"
               READ LEGALHOLDS-FILE
                   AT END
                       MOVE "Y" TO WS-HOLDS-EOF
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
                           MOVE LH-USERNAME TO
                             WS-HLD-USER(WS-HLD-FOUND)
                       END-IF
                       IF WS-HLD-FOUND > 0
                           MOVE LH-STATUS TO
                             WS-HLD-STATE(WS-HLD-FOUND)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEGALHOLDS-FILE.

       LOG-HELD-CONNECTION.
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
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-STAMP TO HL-DATE
           MOVE "PURGECONNECTIONS" TO HL-PROGRAM
           MOVE WS-HLD-USER(WS-HLD-FOUND) TO HL-USERNAME
           MOVE SPACES TO HL-DETAIL
           STRING "connection " DELIMITED BY SIZE
                  FUNCTION TRIM(REQUESTER-USERNAME) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(RECIPIENT-USERNAME) DELIMITED BY SIZE
                  " status " DELIMITED BY SIZE
                  REQUEST-STATUS DELIMITED BY SIZE
                  " closed " DELIMITED BY SIZE
                  REQUEST-DECISION-DATE DELIMITED BY SIZE
             INTO HL-DETAIL
           END-STRING
           WRITE LEGALHOLDLOG-RECORD
           CLOSE LEGALHOLDLOG-FILE.

       VERIFY-AND-SWAP-WORK.
      *> Input count must equal kept plus purged, and the work file
      *> must hold exactly the kept rows, before the live file is
           END-IF.

      *> One-line counts handoff for the nightly driver's run
      *> control; overwritten by every run. A real run adds the
      *> CONNECTIONS.DAT control totals; held is the kept rows that
      *> were only kept because of a legal hold.
       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             IF WS-PREVIEW-MODE NOT = "Y"
               MOVE SPACES TO STEPSUMMARY-CONTROL
               MOVE "CT" TO SC-TAG
               MOVE "CONNECTIONS.DAT" TO SC-FILE
               MOVE WS-READ-COUNT TO SC-READ
               MOVE WS-KEPT-COUNT TO SC-WRITTEN
               MOVE WS-PURGED-COUNT TO SC-DROPPED
               MOVE 0 TO SC-ARCHIVED
               MOVE WS-HELD-COUNT TO SC-HELD
               WRITE STEPSUMMARY-CONTROL
             END-IF
             CLOSE STEPSUMMARY-FILE
           END-IF.

