       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNERUSAGE.

      *> Monthly partnership usage report for employer relations.
      *> For every company on COMPANIES.DAT, PARTNERQUOTA supplies
      *> the tier, its live-posting quota, whether its postings are
      *> featured and the live postings counted against the quota.
      *> Writes PARTNER-USAGE-<date>.TXT with one line per company
      *> (percent of quota used, flagged AT QUOTA when no further
      *> posting would be accepted) and the companies per tier.
      *> Run on the first of the month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

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

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).

      *> Partnership tier quota (PARTNERQUOTA)
         01 WS-PARTNER-QUOTA.
           05 WS-PQ-FUNCTION PIC X(1).
           05 WS-PQ-EMPLOYER PIC X(30).
           05 WS-PQ-CO-ID PIC 9(4).
           05 WS-PQ-TIER PIC X(1).
           05 WS-PQ-QUOTA PIC 9(4).
           05 WS-PQ-LIVE PIC 9(4).
           05 WS-PQ-FEATURED PIC X(1).
           05 WS-PQ-OVER PIC X(1).
           05 WS-PQ-FEAT-COUNT PIC 9(4).
           05 WS-PQ-FEAT-NAME PIC X(30) OCCURS 200 TIMES.
         77 WS-PQ-TIER-TEXT PIC X(6).

         77 WS-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-AT-QUOTA-COUNT PIC 9(4) VALUE 0.
         77 WS-BASIC-COUNT PIC 9(4) VALUE 0.
         77 WS-SILVER-COUNT PIC 9(4) VALUE 0.
         77 WS-GOLD-COUNT PIC 9(4) VALUE 0.
         77 WS-LIVE-TOTAL PIC 9(6) VALUE 0.
         77 WS-PERCENT PIC 9(5) VALUE 0.
         77 WS-PERCENT-TEXT PIC Z(4)9.
         77 WS-NUM-TEXT PIC Z(3)9.
         77 WS-COUNT-TEXT PIC Z(5)9.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "PARTNER-USAGE-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the partner usage report file."
             MOVE "report file not written" TO WS-STEP-SUMMARY
             PERFORM WRITE-STEP-SUMMARY
             GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Partner Usage - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Live postings against each company's tier quota"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ID    Company                         Tier    Quota"
             TO REPORT-LINE
           MOVE "Live  Used" TO REPORT-LINE(53:10)
           WRITE REPORT-LINE

           PERFORM REPORT-COMPANIES
           PERFORM WRITE-REPORT-TOTALS

           CLOSE REPORT-FILE
           DISPLAY "Partner usage report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME)

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "companies " DELIMITED BY SIZE
                  WS-CO-COUNT DELIMITED BY SIZE
                  " at quota " DELIMITED BY SIZE
                  WS-AT-QUOTA-COUNT DELIMITED BY SIZE
                  " live " DELIMITED BY SIZE
                  WS-LIVE-TOTAL DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       REPORT-COMPANIES.
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
                 PERFORM REPORT-ONE-COMPANY
             END-READ
           END-PERFORM

           CLOSE COMPANIES-FILE.

      *> PARTNERQUOTA opens COMPANIES.DAT itself, under its own
      *> file connector, so each call looks the company up afresh.
       REPORT-ONE-COMPANY.
           ADD 1 TO WS-CO-COUNT
           MOVE "Q" TO WS-PQ-FUNCTION
           MOVE CO-NAME TO WS-PQ-EMPLOYER
           MOVE "B" TO WS-PQ-TIER
           MOVE 0 TO WS-PQ-QUOTA
           MOVE 0 TO WS-PQ-LIVE
           MOVE "N" TO WS-PQ-FEATURED
           MOVE "N" TO WS-PQ-OVER
           CALL "PARTNERQUOTA" USING WS-PARTNER-QUOTA
             ON EXCEPTION
               MOVE 8 TO RETURN-CODE
           END-CALL

           EVALUATE WS-PQ-TIER
             WHEN "G"
               MOVE "Gold" TO WS-PQ-TIER-TEXT
               ADD 1 TO WS-GOLD-COUNT
             WHEN "S"
               MOVE "Silver" TO WS-PQ-TIER-TEXT
               ADD 1 TO WS-SILVER-COUNT
             WHEN OTHER
               MOVE "Basic" TO WS-PQ-TIER-TEXT
               ADD 1 TO WS-BASIC-COUNT
           END-EVALUATE
           ADD WS-PQ-LIVE TO WS-LIVE-TOTAL

           MOVE SPACES TO REPORT-LINE
           MOVE CO-ID TO REPORT-LINE(1:4)
           MOVE CO-NAME TO REPORT-LINE(7:30)
           MOVE WS-PQ-TIER-TEXT TO REPORT-LINE(39:6)
           IF WS-PQ-QUOTA = 0
             MOVE "none" TO REPORT-LINE(48:4)
           ELSE
             MOVE WS-PQ-QUOTA TO WS-NUM-TEXT
             MOVE WS-NUM-TEXT TO REPORT-LINE(48:4)
           END-IF
           MOVE WS-PQ-LIVE TO WS-NUM-TEXT
           MOVE WS-NUM-TEXT TO REPORT-LINE(53:4)
           IF WS-PQ-QUOTA > 0
             COMPUTE WS-PERCENT = WS-PQ-LIVE * 100 / WS-PQ-QUOTA
             MOVE WS-PERCENT TO WS-PERCENT-TEXT
             MOVE WS-PERCENT-TEXT TO REPORT-LINE(58:5)
             MOVE "%" TO REPORT-LINE(63:1)
           END-IF
           IF WS-PQ-OVER = "Y"
             ADD 1 TO WS-AT-QUOTA-COUNT
             MOVE "AT QUOTA" TO REPORT-LINE(66:8)
           END-IF
           IF WS-PQ-FEATURED = "Y"
             MOVE "*" TO REPORT-LINE(75:1)
           END-IF
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CO-COUNT = 0
             MOVE "No companies are on file." TO REPORT-LINE
             WRITE REPORT-LINE
             EXIT PARAGRAPH
           END-IF

           MOVE "* postings are featured in browse and the bulletin"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CO-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Companies: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GOLD-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Gold:   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-SILVER-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Silver: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BASIC-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Basic:  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LIVE-TOTAL TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Live postings: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-AT-QUOTA-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Companies at their quota: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

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

       END PROGRAM PARTNERUSAGE.
