       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVABLESAGING.

      *> Nightly receivables pass over the employer statements. Each
      *> STATEMENTS.DAT row (one per company and billing month,
      *> written by BILLINGSTATEMENTS) is netted against the
      *> PAYMENTS.DAT rows POSTPAYMENTS has matched to it, and
      *> whatever is still open is aged from the statement's issue
      *> date into current, 30-59, 60-89 and 90+ day buckets for the
      *> dated RECEIVABLES-AGING-<yyyymmdd>.TXT report. A statement
      *> open 30 days earns the company's recruiter one reminder in
      *> the feed and another at 60 days; at 90 days the company is
      *> put on collection hold (COLLECTHOLDS.DAT, status H), which
      *> stops new postings under that CO-ID until an administrator
      *> clears it, and the hold is written to AUDIT.DAT. Each
      *> statement escalates once per level (the level is kept on
      *> the statement row), so a hold that has been cleared is not
      *> placed again for the same month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL STATEMENTS-FILE
               ASSIGN TO "STATEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENTS-STATUS.

           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT OPTIONAL COLLECTHOLDS-FILE
               ASSIGN TO "COLLECTHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL NOTIFICATIONS-FILE
               ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD STATEMENTS-FILE.
           01 STATEMENTS-RECORD.
             05 ST-CO-ID PIC 9(4).
             05 ST-PERIOD PIC X(6).
             05 ST-ISSUED-DATE PIC X(8).
             05 ST-CHARGE PIC 9(7).
             05 ST-REMINDED PIC X(1).

       FD PAYMENTS-FILE.
           01 PAYMENT-RECORD.
             05 PAY-CO-ID PIC 9(4).
             05 PAY-PERIOD PIC X(6).
             05 PAY-AMOUNT PIC 9(7).
             05 PAY-DEPOSIT-DATE PIC X(8).
             05 PAY-REFERENCE PIC X(12).
             05 PAY-POSTED-DATE PIC X(8).

      *> One row per hold placed: H while it stands, C once an
      *> administrator has cleared it (who and when).
       FD COLLECTHOLDS-FILE.
           01 COLLECTHOLD-RECORD.
             05 CH-CO-ID PIC 9(4).
             05 CH-PERIOD PIC X(6).
             05 CH-AMOUNT PIC 9(7).
             05 CH-PLACED-DATE PIC X(8).
             05 CH-STATUS PIC X(1).
             05 CH-CLEARED-BY PIC X(12).
             05 CH-CLEARED-DATE PIC X(8).

       FD NOTIFICATIONS-FILE.
           01 NOTIFICATION-RECORD.
             05 NOTIF-USERNAME PIC X(12).
             05 NOTIF-TIMESTAMP PIC X(14).
             05 NOTIF-TEXT PIC X(60).
             05 NOTIF-SEEN PIC X(1).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-STATEMENTS-STATUS PIC XX.
         77 WS-PAYMENTS-STATUS PIC XX.
         77 WS-HOLDS-STATUS PIC XX.
         77 WS-NOTIF-STATUS PIC XX.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-REPORT-NAME PIC X(40).
         77 WS-EOF PIC X VALUE "N".

      *> Row handed to AUDITCHAIN, which numbers it and chains it
      *> to the row before it in AUDIT.DAT
         01 WS-AUDIT-CHAIN.
           05 WS-AC-FUNCTION PIC X(1).
           05 WS-AC-ROW.
             10 WS-AC-TIMESTAMP PIC X(14).
             10 WS-AC-ACTOR PIC X(12).
             10 WS-AC-ACTION PIC X(12).
             10 WS-AC-TARGET PIC X(12).
             10 WS-AC-BEFORE-VALUE PIC X(30).
             10 WS-AC-SECOND-ACTOR PIC X(12).
           05 WS-AC-PREV-DIGEST PIC X(16).
           05 WS-AC-SEQ PIC 9(8).
           05 WS-AC-DIGEST PIC X(16).
           05 WS-AC-STATUS PIC XX.

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TODAY-INT PIC S9(9).
         77 WS-AGE-DAYS PIC S9(9) VALUE 0.
         77 WS-OPEN-AMOUNT PIC S9(9) VALUE 0.

      *> Companies on file, with tonight's open amount per bucket
         77 WS-MAX-COMPANIES PIC 9(4) VALUE 200.
         01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 200 TIMES.
             10 WS-CO-ID PIC 9(4).
             10 WS-CO-NAME PIC X(30).
             10 WS-CO-RECRUITER PIC X(12).
             10 WS-CO-CURRENT PIC S9(9).
             10 WS-CO-30 PIC S9(9).
             10 WS-CO-60 PIC S9(9).
             10 WS-CO-90 PIC S9(9).
         77 WS-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-CO-IDX PIC 9(4) VALUE 0.
         77 WS-CO-ROW PIC 9(4) VALUE 0.

      *> Statements, with the payments matched to each
         77 WS-MAX-STATEMENTS PIC 9(4) VALUE 3000.
         01 WS-STMT-TABLE.
           05 WS-STMT-ENTRY OCCURS 3000 TIMES.
             10 WS-STMT-CO-ID PIC 9(4).
             10 WS-STMT-PERIOD PIC X(6).
             10 WS-STMT-ISSUED PIC X(8).
             10 WS-STMT-CHARGE PIC 9(7).
             10 WS-STMT-REMINDED PIC X(1).
             10 WS-STMT-PAID PIC 9(9).
         77 WS-STMT-COUNT PIC 9(4) VALUE 0.
         77 WS-STMT-IDX PIC 9(4) VALUE 0.
         77 WS-STMT-CHANGED PIC X VALUE "N".

         77 WS-TOTAL-CURRENT PIC S9(9) VALUE 0.
         77 WS-TOTAL-30 PIC S9(9) VALUE 0.
         77 WS-TOTAL-60 PIC S9(9) VALUE 0.
         77 WS-TOTAL-90 PIC S9(9) VALUE 0.
         77 WS-ROW-TOTAL PIC S9(9) VALUE 0.
         77 WS-OPEN-COUNT PIC 9(6) VALUE 0.
         77 WS-REMINDER-COUNT PIC 9(6) VALUE 0.
         77 WS-HOLD-COUNT PIC 9(6) VALUE 0.

         01 WS-AGING-LINE.
           05 WS-AL-NAME PIC X(30).
           05 WS-AL-CURRENT PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AL-30 PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AL-60 PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AL-90 PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AL-TOTAL PIC Z(8)9.

         77 WS-NOTIF-USER PIC X(12).
         77 WS-NOTIF-TEXT PIC X(60).
         77 WS-AMOUNT-TEXT PIC Z(8)9.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-TODAY-STAMP))

           PERFORM LOAD-COMPANIES
           PERFORM LOAD-STATEMENTS
           IF WS-STATEMENTS-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to read STATEMENTS.DAT; nothing aged."
             GOBACK
           END-IF
           PERFORM MATCH-PAYMENTS

           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
             UNTIL WS-STMT-IDX > WS-STMT-COUNT
             PERFORM AGE-ONE-STATEMENT
           END-PERFORM

           IF WS-STMT-CHANGED = "Y"
             PERFORM SAVE-STATEMENTS
           END-IF

           PERFORM WRITE-AGING-REPORT

           DISPLAY "Receivables aging: " WS-OPEN-COUNT
             " open statement(s), " WS-REMINDER-COUNT
             " reminder(s), " WS-HOLD-COUNT " hold(s) placed."
           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "open " DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  " reminders " DELIMITED BY SIZE
                  WS-REMINDER-COUNT DELIMITED BY SIZE
                  " holds " DELIMITED BY SIZE
                  WS-HOLD-COUNT DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY
           GOBACK.

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
                   MOVE CO-RECRUITER TO WS-CO-RECRUITER(WS-CO-COUNT)
                   MOVE 0 TO WS-CO-CURRENT(WS-CO-COUNT)
                   MOVE 0 TO WS-CO-30(WS-CO-COUNT)
                   MOVE 0 TO WS-CO-60(WS-CO-COUNT)
                   MOVE 0 TO WS-CO-90(WS-CO-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE COMPANIES-FILE.

       LOAD-STATEMENTS.
           MOVE 0 TO WS-STMT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT STATEMENTS-FILE
           IF WS-STATEMENTS-STATUS NOT = "00"
             IF WS-STATEMENTS-STATUS = "05"
               OR WS-STATEMENTS-STATUS = "35"
               IF WS-STATEMENTS-STATUS = "05"
                 CLOSE STATEMENTS-FILE
               END-IF
               MOVE "00" TO WS-STATEMENTS-STATUS
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ STATEMENTS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-STMT-COUNT < WS-MAX-STATEMENTS
                   ADD 1 TO WS-STMT-COUNT
                   MOVE ST-CO-ID TO WS-STMT-CO-ID(WS-STMT-COUNT)
                   MOVE ST-PERIOD TO WS-STMT-PERIOD(WS-STMT-COUNT)
                   MOVE ST-ISSUED-DATE TO
                     WS-STMT-ISSUED(WS-STMT-COUNT)
                   MOVE ST-CHARGE TO WS-STMT-CHARGE(WS-STMT-COUNT)
                   MOVE ST-REMINDED TO
                     WS-STMT-REMINDED(WS-STMT-COUNT)
                   MOVE 0 TO WS-STMT-PAID(WS-STMT-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE STATEMENTS-FILE
           MOVE "00" TO WS-STATEMENTS-STATUS.

       MATCH-PAYMENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS NOT = "00"
             IF WS-PAYMENTS-STATUS = "05"
               CLOSE PAYMENTS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PAYMENTS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT
                   IF WS-STMT-CO-ID(WS-STMT-IDX) = PAY-CO-ID
                     AND WS-STMT-PERIOD(WS-STMT-IDX) = PAY-PERIOD
                     ADD PAY-AMOUNT TO WS-STMT-PAID(WS-STMT-IDX)
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE PAYMENTS-FILE.

      *> Only the highest step due tonight fires, so a statement
      *> first seen at 95 days goes straight to hold.
       AGE-ONE-STATEMENT.
           COMPUTE WS-OPEN-AMOUNT = WS-STMT-CHARGE(WS-STMT-IDX)
             - WS-STMT-PAID(WS-STMT-IDX)
           IF WS-OPEN-AMOUNT <= 0
             EXIT PARAGRAPH
           END-IF
           IF WS-STMT-ISSUED(WS-STMT-IDX) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
             FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-STMT-ISSUED(WS-STMT-IDX)))

           MOVE 0 TO WS-CO-ROW
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-CO-COUNT
             IF WS-CO-ID(WS-CO-IDX) = WS-STMT-CO-ID(WS-STMT-IDX)
               MOVE WS-CO-IDX TO WS-CO-ROW
               EXIT PERFORM
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-AGE-DAYS >= 90
               ADD WS-OPEN-AMOUNT TO WS-TOTAL-90
               IF WS-CO-ROW > 0
                 ADD WS-OPEN-AMOUNT TO WS-CO-90(WS-CO-ROW)
               END-IF
             WHEN WS-AGE-DAYS >= 60
               ADD WS-OPEN-AMOUNT TO WS-TOTAL-60
               IF WS-CO-ROW > 0
                 ADD WS-OPEN-AMOUNT TO WS-CO-60(WS-CO-ROW)
               END-IF
             WHEN WS-AGE-DAYS >= 30
               ADD WS-OPEN-AMOUNT TO WS-TOTAL-30
               IF WS-CO-ROW > 0
                 ADD WS-OPEN-AMOUNT TO WS-CO-30(WS-CO-ROW)
               END-IF
             WHEN OTHER
               ADD WS-OPEN-AMOUNT TO WS-TOTAL-CURRENT
               IF WS-CO-ROW > 0
                 ADD WS-OPEN-AMOUNT TO WS-CO-CURRENT(WS-CO-ROW)
               END-IF
           END-EVALUATE

           MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-TEXT
           MOVE SPACES TO WS-NOTIF-USER
           IF WS-CO-ROW > 0
             MOVE WS-CO-RECRUITER(WS-CO-ROW) TO WS-NOTIF-USER
           END-IF

           EVALUATE TRUE
             WHEN WS-AGE-DAYS >= 90
               AND WS-STMT-REMINDED(WS-STMT-IDX) NOT = "H"
               PERFORM PLACE-COLLECTION-HOLD
               MOVE "H" TO WS-STMT-REMINDED(WS-STMT-IDX)
               MOVE "Y" TO WS-STMT-CHANGED
               ADD 1 TO WS-HOLD-COUNT
               MOVE SPACES TO WS-NOTIF-TEXT
               STRING "Postings on hold: statement " DELIMITED BY SIZE
                      WS-STMT-PERIOD(WS-STMT-IDX) DELIMITED BY SIZE
                      " unpaid 90+ days." DELIMITED BY SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
               PERFORM WRITE-NOTIFICATION
             WHEN WS-AGE-DAYS >= 60
               AND (WS-STMT-REMINDED(WS-STMT-IDX) = SPACE
                 OR WS-STMT-REMINDED(WS-STMT-IDX) = "1")
               MOVE "2" TO WS-STMT-REMINDED(WS-STMT-IDX)
               MOVE "Y" TO WS-STMT-CHANGED
               ADD 1 TO WS-REMINDER-COUNT
               MOVE SPACES TO WS-NOTIF-TEXT
               STRING "Statement " DELIMITED BY SIZE
                      WS-STMT-PERIOD(WS-STMT-IDX) DELIMITED BY SIZE
                      ": $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                      " unpaid 60+ days; please remit."
                        DELIMITED BY SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
               PERFORM WRITE-NOTIFICATION
             WHEN WS-AGE-DAYS >= 30
               AND WS-STMT-REMINDED(WS-STMT-IDX) = SPACE
               MOVE "1" TO WS-STMT-REMINDED(WS-STMT-IDX)
               MOVE "Y" TO WS-STMT-CHANGED
               ADD 1 TO WS-REMINDER-COUNT
               MOVE SPACES TO WS-NOTIF-TEXT
               STRING "Statement " DELIMITED BY SIZE
                      WS-STMT-PERIOD(WS-STMT-IDX) DELIMITED BY SIZE
                      ": $" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                      " unpaid 30+ days; please remit."
                        DELIMITED BY SIZE
                 INTO WS-NOTIF-TEXT
               END-STRING
               PERFORM WRITE-NOTIFICATION
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       PLACE-COLLECTION-HOLD.
           OPEN EXTEND COLLECTHOLDS-FILE
           IF WS-HOLDS-STATUS = "35"
             OPEN OUTPUT COLLECTHOLDS-FILE
             IF WS-HOLDS-STATUS = "00"
               CLOSE COLLECTHOLDS-FILE
             END-IF
             OPEN EXTEND COLLECTHOLDS-FILE
           END-IF

           IF WS-HOLDS-STATUS NOT = "00"
             AND WS-HOLDS-STATUS NOT = "05"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to write COLLECTHOLDS.DAT."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-STMT-CO-ID(WS-STMT-IDX) TO CH-CO-ID
           MOVE WS-STMT-PERIOD(WS-STMT-IDX) TO CH-PERIOD
           MOVE WS-OPEN-AMOUNT TO CH-AMOUNT
           MOVE WS-TODAY-STAMP TO CH-PLACED-DATE
           MOVE "H" TO CH-STATUS
           MOVE SPACES TO CH-CLEARED-BY
           MOVE SPACES TO CH-CLEARED-DATE
           WRITE COLLECTHOLD-RECORD
           CLOSE COLLECTHOLDS-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "RECVAGING" TO WS-AC-ACTOR
           MOVE "HOLDPLACE" TO WS-AC-ACTION
           MOVE SPACES TO WS-AC-TARGET
           STRING "COMPANY " DELIMITED BY SIZE
                  WS-STMT-CO-ID(WS-STMT-IDX) DELIMITED BY SIZE
             INTO WS-AC-TARGET
           END-STRING
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-STMT-PERIOD(WS-STMT-IDX) DELIMITED BY SIZE
                  " open $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       WRITE-NOTIFICATION.
           IF WS-NOTIF-USER = SPACES
             EXIT PARAGRAPH
           END-IF

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

           MOVE WS-NOTIF-USER TO NOTIF-USERNAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP
           MOVE WS-NOTIF-TEXT TO NOTIF-TEXT
           MOVE "N" TO NOTIF-SEEN
           WRITE NOTIFICATION-RECORD
           CLOSE NOTIFICATIONS-FILE.

       SAVE-STATEMENTS.
           OPEN OUTPUT STATEMENTS-FILE
           IF WS-STATEMENTS-STATUS NOT = "00"
             AND WS-STATEMENTS-STATUS NOT = "05"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to write STATEMENTS.DAT."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
             UNTIL WS-STMT-IDX > WS-STMT-COUNT
             MOVE WS-STMT-CO-ID(WS-STMT-IDX) TO ST-CO-ID
             MOVE WS-STMT-PERIOD(WS-STMT-IDX) TO ST-PERIOD
             MOVE WS-STMT-ISSUED(WS-STMT-IDX) TO ST-ISSUED-DATE
             MOVE WS-STMT-CHARGE(WS-STMT-IDX) TO ST-CHARGE
             MOVE WS-STMT-REMINDED(WS-STMT-IDX) TO ST-REMINDED
             WRITE STATEMENTS-RECORD
           END-PERFORM

           CLOSE STATEMENTS-FILE.

       WRITE-AGING-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           STRING "RECEIVABLES-AGING-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-NAME
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open "
               FUNCTION TRIM(WS-REPORT-NAME) " for output."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Employer Receivables Aging - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "Open amounts in dollars, aged from statement issue."
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Company                         " TO REPORT-LINE(1:30)
           MOVE "  Current      30-59      60-89        90+      Total"
             TO REPORT-LINE(31:)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:85)
           WRITE REPORT-LINE

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-CO-COUNT
             COMPUTE WS-ROW-TOTAL = WS-CO-CURRENT(WS-CO-IDX)
               + WS-CO-30(WS-CO-IDX) + WS-CO-60(WS-CO-IDX)
               + WS-CO-90(WS-CO-IDX)
             IF WS-ROW-TOTAL > 0
               MOVE WS-CO-NAME(WS-CO-IDX) TO WS-AL-NAME
               MOVE WS-CO-CURRENT(WS-CO-IDX) TO WS-AL-CURRENT
               MOVE WS-CO-30(WS-CO-IDX) TO WS-AL-30
               MOVE WS-CO-60(WS-CO-IDX) TO WS-AL-60
               MOVE WS-CO-90(WS-CO-IDX) TO WS-AL-90
               MOVE WS-ROW-TOTAL TO WS-AL-TOTAL
               MOVE WS-AGING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
             END-IF
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE(1:85)
           WRITE REPORT-LINE
           COMPUTE WS-ROW-TOTAL = WS-TOTAL-CURRENT + WS-TOTAL-30
             + WS-TOTAL-60 + WS-TOTAL-90
           MOVE "Total" TO WS-AL-NAME
           MOVE WS-TOTAL-CURRENT TO WS-AL-CURRENT
           MOVE WS-TOTAL-30 TO WS-AL-30
           MOVE WS-TOTAL-60 TO WS-AL-60
           MOVE WS-TOTAL-90 TO WS-AL-90
           MOVE WS-ROW-TOTAL TO WS-AL-TOTAL
           MOVE WS-AGING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Reminders sent: " DELIMITED BY SIZE
                  WS-REMINDER-COUNT DELIMITED BY SIZE
                  "  collection holds placed: " DELIMITED BY SIZE
                  WS-HOLD-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

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

       END PROGRAM RECEIVABLESAGING.
