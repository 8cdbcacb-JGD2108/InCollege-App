       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSHOWREPORT.

      *> Interview attendance report for career services, from the
      *> outcomes both sides record in INTERVIEWS.DAT once a slot has
      *> passed. Interviewers are listed with the interviews they
      *> missed (employer no-show), candidates with the ones they
      *> missed (candidate no-show), each beside the number held,
      *> followed by cancellation totals by reason code. Only people
      *> with at least one no-show are listed by name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTERVIEWS-FILE
               ASSIGN TO "INTERVIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INTERVIEWS-FILE.
           01 INTERVIEW-RECORD.
             05 IV-JOB-ID PIC X(12).
             05 IV-POSTER PIC X(12).
             05 IV-APPLICANT PIC X(12).
             05 IV-SLOT PIC X(12).
             05 IV-STATUS PIC X(1).
             05 IV-IN-WINDOW PIC X(1).
      *> H = held, C = candidate no-show, E = employer no-show
             05 IV-OUTCOME PIC X(1).
             05 IV-CANCEL-CODE PIC X(1).
             05 IV-ACTION-BY PIC X(12).
             05 IV-NEW-SLOT PIC X(12).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         77 WS-INTERVIEWS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).

      *> One row per person per side (I = interviewer, C = candidate)
         77 WS-MAX-ROWS PIC 9(4) VALUE 1000.
         01 WS-PARTY-TABLE.
           05 WS-PT-ENTRY OCCURS 1000 TIMES.
             10 WS-PT-SIDE PIC X(1).
             10 WS-PT-USER PIC X(12).
             10 WS-PT-HELD PIC 9(5).
             10 WS-PT-MISSED PIC 9(5).
         77 WS-PT-COUNT PIC 9(4) VALUE 0.
         77 WS-PT-IDX PIC 9(4) VALUE 0.
         77 WS-PT-FOUND PIC 9(4) VALUE 0.
         77 WS-LOOK-SIDE PIC X(1).
         77 WS-LOOK-USER PIC X(12).

         77 WS-TOTAL-HELD PIC 9(6) VALUE 0.
         77 WS-TOTAL-CAND-NOSHOW PIC 9(6) VALUE 0.
         77 WS-TOTAL-EMP-NOSHOW PIC 9(6) VALUE 0.
         77 WS-TOTAL-UNRECORDED PIC 9(6) VALUE 0.
         01 WS-CANCEL-COUNTS.
           05 WS-CANCEL-COUNT PIC 9(6) OCCURS 5 TIMES.
         77 WS-CANCEL-IDX PIC 9(1) VALUE 0.
         77 WS-CANCEL-LABEL PIC X(24).
         77 WS-LISTED PIC 9(4) VALUE 0.
         77 WS-NOW-STAMP PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "INTERVIEW-NOSHOW-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM TALLY-OUTCOMES
           PERFORM WRITE-REPORT

           GOBACK.

       TALLY-OUTCOMES.
           MOVE 0 TO WS-PT-COUNT
           MOVE 0 TO WS-CANCEL-COUNTS
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
                 PERFORM TALLY-ONE-INTERVIEW
             END-READ
           END-PERFORM

           CLOSE INTERVIEWS-FILE.

       TALLY-ONE-INTERVIEW.
           IF IV-STATUS = "C"
             IF IV-CANCEL-CODE >= "1" AND IV-CANCEL-CODE <= "5"
               ADD 1 TO WS-CANCEL-COUNT(
                 FUNCTION NUMVAL(IV-CANCEL-CODE))
             ELSE
               ADD 1 TO WS-CANCEL-COUNT(5)
             END-IF
             EXIT PARAGRAPH
           END-IF

           IF IV-STATUS NOT = "A" AND IV-STATUS NOT = "R"
             EXIT PARAGRAPH
           END-IF

           EVALUATE IV-OUTCOME
             WHEN "H"
               ADD 1 TO WS-TOTAL-HELD
               MOVE "I" TO WS-LOOK-SIDE
               MOVE IV-POSTER TO WS-LOOK-USER
               PERFORM FIND-PARTY-ROW
               IF WS-PT-FOUND > 0
                 ADD 1 TO WS-PT-HELD(WS-PT-FOUND)
               END-IF
               MOVE "C" TO WS-LOOK-SIDE
               MOVE IV-APPLICANT TO WS-LOOK-USER
               PERFORM FIND-PARTY-ROW
               IF WS-PT-FOUND > 0
                 ADD 1 TO WS-PT-HELD(WS-PT-FOUND)
               END-IF
             WHEN "C"
               ADD 1 TO WS-TOTAL-CAND-NOSHOW
               MOVE "C" TO WS-LOOK-SIDE
               MOVE IV-APPLICANT TO WS-LOOK-USER
               PERFORM FIND-PARTY-ROW
               IF WS-PT-FOUND > 0
                 ADD 1 TO WS-PT-MISSED(WS-PT-FOUND)
               END-IF
             WHEN "E"
               ADD 1 TO WS-TOTAL-EMP-NOSHOW
               MOVE "I" TO WS-LOOK-SIDE
               MOVE IV-POSTER TO WS-LOOK-USER
               PERFORM FIND-PARTY-ROW
               IF WS-PT-FOUND > 0
                 ADD 1 TO WS-PT-MISSED(WS-PT-FOUND)
               END-IF
             WHEN OTHER
      *> Past slots nobody has closed out yet
               IF IV-SLOT < WS-NOW-STAMP
                 ADD 1 TO WS-TOTAL-UNRECORDED
               END-IF
           END-EVALUATE.

       FIND-PARTY-ROW.
           MOVE 0 TO WS-PT-FOUND
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-FOUND > 0
             IF WS-PT-SIDE(WS-PT-IDX) = WS-LOOK-SIDE
               AND WS-PT-USER(WS-PT-IDX) = WS-LOOK-USER
               MOVE WS-PT-IDX TO WS-PT-FOUND
             END-IF
           END-PERFORM

           IF WS-PT-FOUND = 0 AND WS-PT-COUNT < WS-MAX-ROWS
             ADD 1 TO WS-PT-COUNT
             MOVE WS-PT-COUNT TO WS-PT-FOUND
             MOVE WS-LOOK-SIDE TO WS-PT-SIDE(WS-PT-FOUND)
             MOVE WS-LOOK-USER TO WS-PT-USER(WS-PT-FOUND)
             MOVE 0 TO WS-PT-HELD(WS-PT-FOUND)
             MOVE 0 TO WS-PT-MISSED(WS-PT-FOUND)
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the interview no-show report."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Interview Attendance - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Held: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-HELD) DELIMITED BY SIZE
                  "  Candidate no-shows: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-CAND-NOSHOW) DELIMITED BY SIZE
                  "  Employer no-shows: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-EMP-NOSHOW) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Past interviews with no outcome recorded: "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-UNRECORDED) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Interviewers who missed interviews (missed / held):"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "I" TO WS-LOOK-SIDE
           PERFORM WRITE-PARTY-LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Candidates who missed interviews (missed / held):"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "C" TO WS-LOOK-SIDE
           PERFORM WRITE-PARTY-LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Cancellations by reason:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CANCEL-IDX FROM 1 BY 1
             UNTIL WS-CANCEL-IDX > 5
             EVALUATE WS-CANCEL-IDX
               WHEN 1
                 MOVE "schedule conflict" TO WS-CANCEL-LABEL
               WHEN 2
                 MOVE "position filled/closed" TO WS-CANCEL-LABEL
               WHEN 3
                 MOVE "no longer interested" TO WS-CANCEL-LABEL
               WHEN 4
                 MOVE "illness or emergency" TO WS-CANCEL-LABEL
               WHEN OTHER
                 MOVE "other" TO WS-CANCEL-LABEL
             END-EVALUATE
             MOVE SPACES TO REPORT-LINE
             STRING "  " DELIMITED BY SIZE
                    WS-CANCEL-LABEL DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CANCEL-COUNT(WS-CANCEL-IDX))
                      DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM

           CLOSE REPORT-FILE

           DISPLAY "Interview no-show report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME).

       WRITE-PARTY-LINES.
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT
             IF WS-PT-SIDE(WS-PT-IDX) = WS-LOOK-SIDE
               AND WS-PT-MISSED(WS-PT-IDX) > 0
               ADD 1 TO WS-LISTED
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-PT-USER(WS-PT-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PT-MISSED(WS-PT-IDX))
                        DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PT-HELD(WS-PT-IDX))
                        DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM
           IF WS-LISTED = 0
             MOVE "  None." TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       END PROGRAM NOSHOWREPORT.
