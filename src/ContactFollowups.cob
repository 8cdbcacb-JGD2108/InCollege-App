       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTFOLLOWUPS.

      *> Daily employer relations lists from the contact log
      *> (CONTACTLOG.DAT) kept on the admin console. Only the
      *> latest contact logged for a company carries a live
      *> follow-up date; an earlier one is superseded as soon as
      *> anyone logs a newer contact. Writes:
      *>   ER-FOLLOWUPS-<date>.TXT - follow-ups due today or
      *>     overdue, grouped by the staff member who set them, with
      *>     the days overdue
      *>   ER-DORMANT-<date>.TXT - companies on COMPANIES.DAT with
      *>     no contact in the last six calendar months, including
      *>     any never contacted at all
      *> Run daily.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL CONTACTLOG-FILE
               ASSIGN TO "CONTACTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACTLOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

       FD CONTACTLOG-FILE.
           01 CONTACTLOG-RECORD.
             05 CL-CO-ID PIC 9(4).
             05 CL-CONTACT-DATE PIC X(8).
             05 CL-STAFF PIC X(12).
             05 CL-CONTACT-NAME PIC X(30).
      *> C call, V campus visit, P partnership meeting, E email,
      *> O other
             05 CL-CHANNEL PIC X(1).
      *> Spaces when no follow-up is due
             05 CL-FOLLOWUP-DATE PIC X(8).
             05 CL-LOGGED-TS PIC X(14).
             05 CL-SUMMARY PIC X(80).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-CONTACTLOG-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TODAY-INT PIC S9(9) VALUE 0.
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-DAYS PIC S9(9) VALUE 0.

      *> Dormant cutoff: today less this many calendar months, the
      *> day pulled back to the end of a shorter month.
         77 WS-DORMANT-MONTHS PIC 9(2) VALUE 6.
         01 WS-CUTOFF-DATE.
           05 WS-CUT-YEAR PIC 9(4).
           05 WS-CUT-MONTH PIC 9(2).
           05 WS-CUT-DAY PIC 9(2).
         01 WS-CUTOFF-STAMP REDEFINES WS-CUTOFF-DATE PIC X(8).

      *> One entry per company, with its latest contact
         77 WS-MAX-COMPANIES PIC 9(4) VALUE 2000.
         01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 2000 TIMES.
             10 WS-CO-ID PIC 9(4).
             10 WS-CO-NAME PIC X(30).
             10 WS-CO-LAST-DATE PIC X(8).
             10 WS-CO-LAST-STAFF PIC X(12).
             10 WS-CO-FOLLOWUP PIC X(8).
             10 WS-CO-FU-STAFF PIC X(12).
             10 WS-CO-FU-CONTACT PIC X(30).
         77 WS-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-CO-IDX PIC 9(4) VALUE 0.

      *> Follow-ups due, sorted by staff member then due date
         01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 2000 TIMES.
             10 WS-DUE-STAFF PIC X(12).
             10 WS-DUE-DATE PIC X(8).
             10 WS-DUE-CO-IDX PIC 9(4).
         01 WS-DUE-SWAP.
           05 FILLER PIC X(12).
           05 FILLER PIC X(8).
           05 FILLER PIC 9(4).
         77 WS-DUE-COUNT PIC 9(4) VALUE 0.
         77 WS-DUE-IDX PIC 9(4) VALUE 0.
         77 WS-DUE-IDX2 PIC 9(4) VALUE 0.
         77 WS-STAFF-COUNT PIC 9(4) VALUE 0.
         77 WS-PREV-STAFF PIC X(12).

         77 WS-DORMANT-COUNT PIC 9(4) VALUE 0.
         77 WS-UNKNOWN-COUNT PIC 9(5) VALUE 0.
         77 WS-COUNT-TEXT PIC Z(4)9.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-TODAY-STAMP))
           PERFORM SET-DORMANT-CUTOFF

           PERFORM LOAD-COMPANIES
           PERFORM LOAD-CONTACT-LOG
           PERFORM COLLECT-DUE-FOLLOWUPS
           PERFORM SORT-DUE-FOLLOWUPS

           PERFORM WRITE-FOLLOWUP-REPORT
           PERFORM WRITE-DORMANT-REPORT

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "companies " DELIMITED BY SIZE
                  WS-CO-COUNT DELIMITED BY SIZE
                  " follow-ups due " DELIMITED BY SIZE
                  WS-DUE-COUNT DELIMITED BY SIZE
                  " dormant " DELIMITED BY SIZE
                  WS-DORMANT-COUNT DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       SET-DORMANT-CUTOFF.
           MOVE WS-TODAY-STAMP TO WS-CUTOFF-STAMP
           IF WS-CUT-MONTH > WS-DORMANT-MONTHS
             SUBTRACT WS-DORMANT-MONTHS FROM WS-CUT-MONTH
           ELSE
             COMPUTE WS-CUT-MONTH =
               WS-CUT-MONTH + 12 - WS-DORMANT-MONTHS
             SUBTRACT 1 FROM WS-CUT-YEAR
           END-IF
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-CUTOFF-STAMP)) = 0
             SUBTRACT 1 FROM WS-CUT-DAY
           END-PERFORM.

       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ COMPANIES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-CO-COUNT < WS-MAX-COMPANIES
                   ADD 1 TO WS-CO-COUNT
                   MOVE CO-ID TO WS-CO-ID(WS-CO-COUNT)
                   MOVE CO-NAME TO WS-CO-NAME(WS-CO-COUNT)
                   MOVE SPACES TO WS-CO-LAST-DATE(WS-CO-COUNT)
                   MOVE SPACES TO WS-CO-LAST-STAFF(WS-CO-COUNT)
                   MOVE SPACES TO WS-CO-FOLLOWUP(WS-CO-COUNT)
                   MOVE SPACES TO WS-CO-FU-STAFF(WS-CO-COUNT)
                   MOVE SPACES TO WS-CO-FU-CONTACT(WS-CO-COUNT)
                 ELSE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "More companies than CONTACTFOLLOWUPS "
                     "can hold; the lists are incomplete."
                   MOVE "Y" TO WS-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE COMPANIES-FILE.

      *> Rows are in the order they were logged, so each company's
      *> last row read is its live follow-up. The last contact date
      *> is the latest contact date, whatever order it was logged.
       LOAD-CONTACT-LOG.
           MOVE 0 TO WS-UNKNOWN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTACTLOG-FILE
           IF WS-CONTACTLOG-STATUS NOT = "00"
             IF WS-CONTACTLOG-STATUS = "05"
               CLOSE CONTACTLOG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ CONTACTLOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM FIND-CONTACT-COMPANY
                 IF WS-CO-IDX = 0
                   ADD 1 TO WS-UNKNOWN-COUNT
                 ELSE
                   PERFORM APPLY-CONTACT
                 END-IF
             END-READ
           END-PERFORM

           CLOSE CONTACTLOG-FILE.

       FIND-CONTACT-COMPANY.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-CO-COUNT
             IF WS-CO-ID(WS-CO-IDX) = CL-CO-ID
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-CO-IDX > WS-CO-COUNT
             MOVE 0 TO WS-CO-IDX
           END-IF.

       APPLY-CONTACT.
           MOVE CL-FOLLOWUP-DATE TO WS-CO-FOLLOWUP(WS-CO-IDX)
           MOVE CL-STAFF TO WS-CO-FU-STAFF(WS-CO-IDX)
           MOVE CL-CONTACT-NAME TO WS-CO-FU-CONTACT(WS-CO-IDX)
           IF CL-CONTACT-DATE IS NUMERIC
             AND (WS-CO-LAST-DATE(WS-CO-IDX) = SPACES
               OR CL-CONTACT-DATE > WS-CO-LAST-DATE(WS-CO-IDX))
             MOVE CL-CONTACT-DATE TO WS-CO-LAST-DATE(WS-CO-IDX)
             MOVE CL-STAFF TO WS-CO-LAST-STAFF(WS-CO-IDX)
           END-IF.

       COLLECT-DUE-FOLLOWUPS.
           MOVE 0 TO WS-DUE-COUNT
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-CO-COUNT
             IF WS-CO-FOLLOWUP(WS-CO-IDX) IS NUMERIC
               AND WS-CO-FOLLOWUP(WS-CO-IDX) <= WS-TODAY-STAMP
               ADD 1 TO WS-DUE-COUNT
               MOVE WS-CO-FU-STAFF(WS-CO-IDX) TO
                 WS-DUE-STAFF(WS-DUE-COUNT)
               MOVE WS-CO-FOLLOWUP(WS-CO-IDX) TO
                 WS-DUE-DATE(WS-DUE-COUNT)
               MOVE WS-CO-IDX TO WS-DUE-CO-IDX(WS-DUE-COUNT)
             END-IF
           END-PERFORM.

       SORT-DUE-FOLLOWUPS.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
             UNTIL WS-DUE-IDX > WS-DUE-COUNT
             PERFORM VARYING WS-DUE-IDX2 FROM 1 BY 1
               UNTIL WS-DUE-IDX2 >= WS-DUE-COUNT
               IF WS-DUE-STAFF(WS-DUE-IDX2) >
                 WS-DUE-STAFF(WS-DUE-IDX2 + 1)
                 OR (WS-DUE-STAFF(WS-DUE-IDX2) =
                   WS-DUE-STAFF(WS-DUE-IDX2 + 1)
                   AND WS-DUE-DATE(WS-DUE-IDX2) >
                     WS-DUE-DATE(WS-DUE-IDX2 + 1))
                 MOVE WS-DUE-ENTRY(WS-DUE-IDX2) TO WS-DUE-SWAP
                 MOVE WS-DUE-ENTRY(WS-DUE-IDX2 + 1) TO
                   WS-DUE-ENTRY(WS-DUE-IDX2)
                 MOVE WS-DUE-SWAP TO WS-DUE-ENTRY(WS-DUE-IDX2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-FOLLOWUP-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "ER-FOLLOWUPS-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the follow-up report file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Employer Relations Follow-ups - "
                    DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Follow-ups due today or overdue, by staff member" TO
             REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PREV-STAFF
           MOVE 0 TO WS-STAFF-COUNT
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
             UNTIL WS-DUE-IDX > WS-DUE-COUNT
             IF WS-DUE-IDX = 1
               OR WS-DUE-STAFF(WS-DUE-IDX) NOT = WS-PREV-STAFF
               PERFORM WRITE-STAFF-HEADING
             END-IF
             PERFORM WRITE-DUE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DUE-COUNT = 0
             MOVE "No follow-ups are due." TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             MOVE WS-DUE-COUNT TO WS-COUNT-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "Follow-ups due: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             MOVE WS-STAFF-COUNT TO WS-COUNT-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "Staff members with follow-ups due: "
                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE
           DISPLAY "Employer follow-up list written to "
             FUNCTION TRIM(WS-REPORT-FILENAME).

       WRITE-STAFF-HEADING.
           MOVE WS-DUE-STAFF(WS-DUE-IDX) TO WS-PREV-STAFF
           ADD 1 TO WS-STAFF-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Staff: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREV-STAFF) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "  Due       Overdue     ID   Company" TO REPORT-LINE
           MOVE "Contact" TO REPORT-LINE(56:7)
           WRITE REPORT-LINE.

       WRITE-DUE-LINE.
           MOVE WS-DUE-CO-IDX(WS-DUE-IDX) TO WS-CO-IDX
           COMPUTE WS-DAYS = WS-TODAY-INT -
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DUE-DATE(WS-DUE-IDX)))
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DUE-DATE(WS-DUE-IDX) TO REPORT-LINE(3:8)
           IF WS-DAYS = 0
             MOVE "due today" TO REPORT-LINE(13:10)
           ELSE
             MOVE WS-DAYS TO WS-COUNT-TEXT
             MOVE WS-COUNT-TEXT TO REPORT-LINE(13:5)
             MOVE " days" TO REPORT-LINE(18:5)
           END-IF
           MOVE WS-CO-ID(WS-CO-IDX) TO REPORT-LINE(25:4)
           MOVE WS-CO-NAME(WS-CO-IDX) TO REPORT-LINE(30:25)
           MOVE WS-CO-FU-CONTACT(WS-CO-IDX) TO REPORT-LINE(56:25)
           WRITE REPORT-LINE.

       WRITE-DORMANT-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "ER-DORMANT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the dormant partner report file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Partners Without Recent Contact - "
                    DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Companies with no contact logged since "
                    DELIMITED BY SIZE
                  WS-CUTOFF-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ID    Company                         Last contact  By"
             TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-DORMANT-COUNT
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-CO-COUNT
             IF WS-CO-LAST-DATE(WS-CO-IDX) = SPACES
               OR WS-CO-LAST-DATE(WS-CO-IDX) < WS-CUTOFF-STAMP
               ADD 1 TO WS-DORMANT-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-CO-ID(WS-CO-IDX) TO REPORT-LINE(1:4)
               MOVE WS-CO-NAME(WS-CO-IDX) TO REPORT-LINE(7:30)
               IF WS-CO-LAST-DATE(WS-CO-IDX) = SPACES
                 MOVE "never" TO REPORT-LINE(39:8)
               ELSE
                 MOVE WS-CO-LAST-DATE(WS-CO-IDX) TO REPORT-LINE(39:8)
                 MOVE WS-CO-LAST-STAFF(WS-CO-IDX) TO
                   REPORT-LINE(53:12)
               END-IF
               WRITE REPORT-LINE
             END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DORMANT-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Companies without recent contact: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-UNKNOWN-COUNT > 0
             MOVE WS-UNKNOWN-COUNT TO WS-COUNT-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "Contacts for companies no longer on file: "
                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE
           DISPLAY "Dormant partner list written to "
             FUNCTION TRIM(WS-REPORT-FILENAME).

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

       END PROGRAM CONTACTFOLLOWUPS.
