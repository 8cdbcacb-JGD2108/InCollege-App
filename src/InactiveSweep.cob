      *> under USERS.LCK, with a USERS.CMT marker so an interrupted
      *> swap is finished by the interactive program's startup
      *> recovery.
      *> Accounts on legal hold (LEGALHOLDS.DAT) are left exactly as
      *> they are -- no warning, no deactivation -- and each skip is
      *> written to LEGALHOLDLOG.DAT and the report.
      *>
      *> Usage: INACTIVESWEEP [warn-days [grace-days]]
      *>        (defaults 180 and 30)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
       FD USERS-FILE.
       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

      *> Last row per user is the current hold state (H / R).
       FD LEGALHOLDS-FILE.
           01 LEGALHOLD-RECORD.
             05 LH-USERNAME PIC X(12).
             05 LH-STATUS PIC X(1).
             05 LH-DATE PIC X(8).
             05 LH-REQUESTED-BY PIC X(12).
             05 LH-CONFIRMED-BY PIC X(12).
             05 LH-CASE-REF PIC X(12).

      *> One row per item a hold kept from being changed or removed.
       FD LEGALHOLDLOG-FILE.
           01 LEGALHOLDLOG-RECORD.
             05 HL-DATE PIC X(8).
             05 HL-PROGRAM PIC X(16).
             05 HL-USERNAME PIC X(12).
             05 HL-DETAIL PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-USERS-STATUS PIC XX.
         77 WS-USERS-WORK-STATUS PIC XX.
         77 WS-LOCK-HELD-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-AGE-SECS PIC S9(7) VALUE 0.

      *> Accounts under legal hold are skipped by the sweep
         77 WS-LEGALHOLDS-STATUS PIC XX.
         77 WS-HOLDLOG-STATUS PIC XX.
         77 WS-MAX-HOLDS PIC 9(4) VALUE 500.
         01 WS-HOLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 500 TIMES.
             10 WS-HLD-USER PIC X(12).
             10 WS-HLD-STATE PIC X(1).
         77 WS-HLD-COUNT PIC 9(4) VALUE 0.
         77 WS-HLD-IDX PIC 9(4) VALUE 0.
         77 WS-HLD-FOUND PIC 9(4) VALUE 0.
         77 WS-HELD-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           END-IF

           PERFORM CHECK-PREVIEW-MODE
           PERFORM LOAD-LEGAL-HOLDS

           STRING "INACTIVE-SWEEP-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  WS-WARNED-COUNT DELIMITED BY SIZE
                  "  deactivated: " DELIMITED BY SIZE
                  WS-DEACT-COUNT DELIMITED BY SIZE
                  "  held: " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
             EXIT PARAGRAPH
           END-IF

      *> A legal hold freezes the account as it stands.
           PERFORM FIND-HELD-USER
           IF WS-HLD-FOUND > 0
             ADD 1 TO WS-HELD-COUNT
             IF WS-PREVIEW-MODE NOT = "Y"
               PERFORM LOG-HELD-ACCOUNT
             END-IF
             MOVE SPACES TO REPORT-LINE
             STRING "Skipped (legal hold): " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-URV-USERNAME) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-DORMANT-ENTRY

      *> No dormant history, or the last cycle ended in a
             WRITE REPORT-LINE
           END-IF.

       FIND-HELD-USER.
           MOVE 0 TO WS-HLD-FOUND
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-COUNT OR WS-HLD-FOUND > 0
             IF WS-HLD-STATE(WS-HLD-IDX) = "H"
               AND WS-HLD-USER(WS-HLD-IDX) = WS-URV-USERNAME
               MOVE WS-HLD-IDX TO WS-HLD-FOUND
             END-IF
           END-PERFORM.

      *> Replays LEGALHOLDS.DAT so each user ends on their latest
      *> state; released users stay in the table but never match.
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-HLD-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT LEGALHOLDS-FILE
           IF WS-LEGALHOLDS-STATUS NOT = "00"
             IF WS-LEGALHOLDS-STATUS = "05"
               CLOSE LEGALHOLDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ LEGALHOLDS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
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
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LEGALHOLDS-FILE.

       LOG-HELD-ACCOUNT.
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
           MOVE "INACTIVESWEEP" TO HL-PROGRAM
           MOVE WS-URV-USERNAME TO HL-USERNAME
           MOVE SPACES TO HL-DETAIL
           IF WS-LAST-LOGIN = SPACES
             MOVE "inactive account left active; never logged in"
               TO HL-DETAIL
           ELSE
             STRING "inactive account left active; last login "
                      DELIMITED BY SIZE
                    WS-LAST-LOGIN DELIMITED BY SIZE
               INTO HL-DETAIL
             END-STRING
           END-IF
           WRITE LEGALHOLDLOG-RECORD
           CLOSE LEGALHOLDLOG-FILE.

      *> ===== USERS.LCK lock protocol (shared with the other
      *> programs that rewrite USERS.DAT) =====
       ACQUIRE-USERS-LOCK.
