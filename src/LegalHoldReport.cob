       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLDREPORT.

      *> Legal hold report for counsel and the dean of students. From
      *> LEGALHOLDS.DAT it lists every account that has ever been on
      *> hold -- case reference, when the hold was placed or lifted
      *> and by which pair of administrators -- and under each one,
      *> from LEGALHOLDLOG.DAT, everything the hold preserved: rows
      *> the retention and connection purges kept, inactivity
      *> deactivations and merges that were refused, and deletions
      *> the user attempted. Written to LEGALHOLD-REPORT-<date>.TXT;
      *> run on demand from the admin console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEGALHOLDS-FILE
               ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLDS-STATUS.

           SELECT OPTIONAL LEGALHOLDLOG-FILE
               ASSIGN TO "LEGALHOLDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDLOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Append-only; the last row per user is the current state.
       FD LEGALHOLDS-FILE.
           01 LEGALHOLD-RECORD.
             05 LH-USERNAME PIC X(12).
      *> H = hold in force, R = released
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

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
         77 WS-LEGALHOLDS-STATUS PIC XX.
         77 WS-HOLDLOG-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).

      *> One entry per account ever held: its latest row, plus the
      *> date the current hold (or the last one) was placed.
         77 WS-MAX-HOLDS PIC 9(4) VALUE 500.
         01 WS-HOLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 500 TIMES.
             10 WS-HLD-USER PIC X(12).
             10 WS-HLD-STATE PIC X(1).
             10 WS-HLD-PLACED PIC X(8).
             10 WS-HLD-LAST-DATE PIC X(8).
             10 WS-HLD-REQUESTED-BY PIC X(12).
             10 WS-HLD-CONFIRMED-BY PIC X(12).
             10 WS-HLD-CASE-REF PIC X(12).
         77 WS-HLD-COUNT PIC 9(4) VALUE 0.
         77 WS-HLD-IDX PIC 9(4) VALUE 0.
         77 WS-HLD-FOUND PIC 9(4) VALUE 0.

         77 WS-IN-FORCE PIC 9(4) VALUE 0.
         77 WS-RELEASED PIC 9(4) VALUE 0.
         77 WS-USER-ITEMS PIC 9(6) VALUE 0.
         77 WS-TOTAL-ITEMS PIC 9(6) VALUE 0.
         77 WS-COUNT-TEXT PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "LEGALHOLD-REPORT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-LEGAL-HOLDS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the legal hold report file."
             GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Legal Hold Report - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           IF WS-HLD-COUNT = 0
             MOVE "No account has been placed on legal hold." TO
               REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-COUNT
             PERFORM REPORT-ONE-HOLD
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ITEMS TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Holds in force: " DELIMITED BY SIZE
                  WS-IN-FORCE DELIMITED BY SIZE
                  "   released: " DELIMITED BY SIZE
                  WS-RELEASED DELIMITED BY SIZE
                  "   items preserved: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Legal hold report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME) ": " WS-IN-FORCE
             " hold(s) in force, " FUNCTION TRIM(WS-COUNT-TEXT)
             " item(s) preserved."
           GOBACK.

      *> Replays the hold history; a new H row after a release starts
      *> a new hold, so its date becomes the placed date.
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
                 PERFORM APPLY-HOLD-ROW
             END-READ
           END-PERFORM

           CLOSE LEGALHOLDS-FILE
           MOVE "N" TO WS-EOF.

       APPLY-HOLD-ROW.
           MOVE 0 TO WS-HLD-FOUND
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-COUNT
             IF WS-HLD-USER(WS-HLD-IDX) = LH-USERNAME
               MOVE WS-HLD-IDX TO WS-HLD-FOUND
             END-IF
           END-PERFORM
           IF WS-HLD-FOUND = 0
             IF WS-HLD-COUNT >= WS-MAX-HOLDS
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-HLD-COUNT
             MOVE WS-HLD-COUNT TO WS-HLD-FOUND
             MOVE LH-USERNAME TO WS-HLD-USER(WS-HLD-FOUND)
             MOVE SPACES TO WS-HLD-STATE(WS-HLD-FOUND)
           END-IF

           IF LH-STATUS = "H"
             AND WS-HLD-STATE(WS-HLD-FOUND) NOT = "H"
             MOVE LH-DATE TO WS-HLD-PLACED(WS-HLD-FOUND)
           END-IF
           MOVE LH-STATUS TO WS-HLD-STATE(WS-HLD-FOUND)
           MOVE LH-DATE TO WS-HLD-LAST-DATE(WS-HLD-FOUND)
           MOVE LH-REQUESTED-BY TO WS-HLD-REQUESTED-BY(WS-HLD-FOUND)
           MOVE LH-CONFIRMED-BY TO WS-HLD-CONFIRMED-BY(WS-HLD-FOUND)
           MOVE LH-CASE-REF TO WS-HLD-CASE-REF(WS-HLD-FOUND).

       REPORT-ONE-HOLD.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-HLD-STATE(WS-HLD-IDX) = "H"
             ADD 1 TO WS-IN-FORCE
             STRING FUNCTION TRIM(WS-HLD-USER(WS-HLD-IDX))
                      DELIMITED BY SIZE
                    "  case " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-HLD-CASE-REF(WS-HLD-IDX))
                      DELIMITED BY SIZE
                    "  ON HOLD since " DELIMITED BY SIZE
                    WS-HLD-PLACED(WS-HLD-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
           ELSE
             ADD 1 TO WS-RELEASED
             STRING FUNCTION TRIM(WS-HLD-USER(WS-HLD-IDX))
                      DELIMITED BY SIZE
                    "  case " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-HLD-CASE-REF(WS-HLD-IDX))
                      DELIMITED BY SIZE
                    "  held " DELIMITED BY SIZE
                    WS-HLD-PLACED(WS-HLD-IDX) DELIMITED BY SIZE
                    ", released " DELIMITED BY SIZE
                    WS-HLD-LAST-DATE(WS-HLD-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  last change requested by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HLD-REQUESTED-BY(WS-HLD-IDX))
                    DELIMITED BY SIZE
                  ", confirmed by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HLD-CONFIRMED-BY(WS-HLD-IDX))
                    DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM LIST-PRESERVED-ITEMS.

      *> Nested scan of the preservation log for the user in hand,
      *> so its size is bounded by disk rather than a table.
       LIST-PRESERVED-ITEMS.
           MOVE 0 TO WS-USER-ITEMS
           MOVE "N" TO WS-EOF
           OPEN INPUT LEGALHOLDLOG-FILE
           IF WS-HOLDLOG-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ LEGALHOLDLOG-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF HL-USERNAME = WS-HLD-USER(WS-HLD-IDX)
                     ADD 1 TO WS-USER-ITEMS
                     MOVE SPACES TO REPORT-LINE
                     MOVE HL-DATE TO REPORT-LINE(5:8)
                     MOVE HL-PROGRAM TO REPORT-LINE(15:16)
                     MOVE HL-DETAIL TO REPORT-LINE(32:60)
                     WRITE REPORT-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEGALHOLDLOG-FILE
           ELSE
             IF WS-HOLDLOG-STATUS = "05"
               CLOSE LEGALHOLDLOG-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-USER-ITEMS = 0
             MOVE "    Nothing has needed preserving yet." TO
               REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           ADD WS-USER-ITEMS TO WS-TOTAL-ITEMS.

       END PROGRAM LEGALHOLDREPORT.
