       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTPAYMENTS.

      *> Posts employer payments from the bursar's daily deposit
      *> feed. Each feed row is pipe-delimited:
      *>   co-id|yyyymm|amount|deposit-date|reference
      *> and is matched to the company's statement for that billing
      *> month in STATEMENTS.DAT (written by BILLINGSTATEMENTS).
      *> Amounts are whole dollars, as the statements are; the
      *> deposit date defaults to today when blank. A reference
      *> already in PAYMENTS.DAT is a deposit posted before, so a
      *> feed run twice posts nothing twice. Good rows are appended
      *> to PAYMENTS.DAT; every rejected row is listed with its
      *> reason in a dated exception report for the business office.
      *>
      *> Usage: POSTPAYMENTS [feed-file]
      *>        (feed file defaults to DEPOSITS.TXT)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
           01 FEED-RECORD PIC X(120).

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

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
         77 WS-FEED-STATUS PIC XX.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-STATEMENTS-STATUS PIC XX.
         77 WS-PAYMENTS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-COMMAND-LINE PIC X(80).
         77 WS-FEED-FILENAME PIC X(40).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-TODAY-STAMP PIC X(8).

         77 WS-ROW-NUMBER PIC 9(6) VALUE 0.
         77 WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
         77 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
         77 WS-POSTED-TOTAL PIC 9(9) VALUE 0.
         77 WS-AMOUNT-TEXT PIC Z(8)9.

         01 WS-FEED-FIELDS.
           05 WS-FEED-CO-ID PIC X(10).
           05 WS-FEED-PERIOD PIC X(10).
           05 WS-FEED-AMOUNT PIC X(12).
           05 WS-FEED-DATE PIC X(12).
           05 WS-FEED-REFERENCE PIC X(20).
         77 WS-ROW-OK PIC X VALUE "Y".
         77 WS-REJECT-REASON PIC X(60).
         77 WS-FIELD-LEN PIC 999 VALUE 0.
         77 WS-ROW-CO-ID PIC 9(4) VALUE 0.
         77 WS-ROW-AMOUNT PIC 9(7) VALUE 0.
         77 WS-DATE-MONTH PIC 99 VALUE 0.
         77 WS-DATE-DAY PIC 99 VALUE 0.

      *> Company ids on file
         77 WS-MAX-COMPANIES PIC 9(4) VALUE 200.
         01 WS-CO-TABLE.
           05 WS-CO-ID PIC 9(4) OCCURS 200 TIMES.
         77 WS-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-CO-IDX PIC 9(4) VALUE 0.
         77 WS-CO-FOUND PIC X VALUE "N".

      *> Statements issued, by company and billing month
         77 WS-MAX-STATEMENTS PIC 9(4) VALUE 3000.
         01 WS-STMT-TABLE.
           05 WS-STMT-ENTRY OCCURS 3000 TIMES.
             10 WS-STMT-CO-ID PIC 9(4).
             10 WS-STMT-PERIOD PIC X(6).
         77 WS-STMT-COUNT PIC 9(4) VALUE 0.
         77 WS-STMT-IDX PIC 9(4) VALUE 0.
         77 WS-STMT-FOUND PIC X VALUE "N".

      *> Deposit references already posted, including this run's
         77 WS-MAX-REFERENCES PIC 9(5) VALUE 10000.
         01 WS-REF-TABLE.
           05 WS-REF-ENTRY PIC X(12) OCCURS 10000 TIMES.
         77 WS-REF-COUNT PIC 9(5) VALUE 0.
         77 WS-REF-IDX PIC 9(5) VALUE 0.
         77 WS-REF-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) > 0
             MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-FEED-FILENAME
           ELSE
             MOVE "DEPOSITS.TXT" TO WS-FEED-FILENAME
           END-IF

           PERFORM LOAD-COMPANY-IDS
           PERFORM LOAD-STATEMENT-KEYS
           PERFORM LOAD-POSTED-REFERENCES
           IF WS-PAYMENTS-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to read PAYMENTS.DAT; nothing posted."
             GOBACK
           END-IF

           STRING "PAYMENT-EXCEPTIONS-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open exception report for output."
             GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Payment Posting Exception Report - "
                    DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           PERFORM PROCESS-FEED

           MOVE WS-POSTED-TOTAL TO WS-AMOUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Rows posted: " DELIMITED BY SIZE
                  WS-ACCEPTED-COUNT DELIMITED BY SIZE
                  "  rejected: " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  "  total posted: $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Payments posted: " WS-ACCEPTED-COUNT
             " row(s), $" FUNCTION TRIM(WS-AMOUNT-TEXT) "; "
             WS-REJECTED-COUNT " row(s) rejected."
           DISPLAY "Exceptions written to "
             FUNCTION TRIM(WS-REPORT-FILENAME)

           GOBACK.

       LOAD-COMPANY-IDS.
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
                 END-IF
             END-READ
           END-PERFORM

           CLOSE COMPANIES-FILE.

       LOAD-STATEMENT-KEYS.
           MOVE 0 TO WS-STMT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT STATEMENTS-FILE
           IF WS-STATEMENTS-STATUS NOT = "00"
             IF WS-STATEMENTS-STATUS = "05"
               CLOSE STATEMENTS-FILE
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
                 END-IF
             END-READ
           END-PERFORM

           CLOSE STATEMENTS-FILE.

       LOAD-POSTED-REFERENCES.
           MOVE 0 TO WS-REF-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS NOT = "00"
             IF WS-PAYMENTS-STATUS = "05"
               OR WS-PAYMENTS-STATUS = "35"
               IF WS-PAYMENTS-STATUS = "05"
                 CLOSE PAYMENTS-FILE
               END-IF
               MOVE "00" TO WS-PAYMENTS-STATUS
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PAYMENTS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-REF-COUNT < WS-MAX-REFERENCES
                   ADD 1 TO WS-REF-COUNT
                   MOVE PAY-REFERENCE TO WS-REF-ENTRY(WS-REF-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PAYMENTS-FILE
           MOVE "00" TO WS-PAYMENTS-STATUS.

       PROCESS-FEED.
           MOVE "N" TO WS-EOF
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
             IF WS-FEED-STATUS = "05"
               CLOSE FEED-FILE
             END-IF
             DISPLAY "Feed file " FUNCTION TRIM(WS-FEED-FILENAME)
               " not available."
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ FEED-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-ROW-NUMBER
                 IF FUNCTION LENGTH(FUNCTION TRIM(FEED-RECORD)) > 0
                   PERFORM PROCESS-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE FEED-FILE.

       PROCESS-ONE-ROW.
           MOVE SPACES TO WS-FEED-FIELDS
           UNSTRING FEED-RECORD DELIMITED BY "|"
             INTO WS-FEED-CO-ID WS-FEED-PERIOD WS-FEED-AMOUNT
                  WS-FEED-DATE WS-FEED-REFERENCE
           END-UNSTRING

           MOVE "Y" TO WS-ROW-OK
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM VALIDATE-PAYMENT-ROW

           IF WS-ROW-OK = "Y"
             PERFORM APPEND-PAYMENT
           END-IF

           IF WS-ROW-OK = "Y"
             ADD 1 TO WS-ACCEPTED-COUNT
             ADD WS-ROW-AMOUNT TO WS-POSTED-TOTAL
           ELSE
             ADD 1 TO WS-REJECTED-COUNT
             PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       VALIDATE-PAYMENT-ROW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-CO-ID))
             TO WS-FIELD-LEN
           IF WS-FIELD-LEN = 0 OR WS-FIELD-LEN > 4
             OR FUNCTION TRIM(WS-FEED-CO-ID) IS NOT NUMERIC
             MOVE "N" TO WS-ROW-OK
             MOVE "Company id must be 1 to 4 digits" TO
               WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-CO-ID =
             FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-CO-ID))

           MOVE "N" TO WS-CO-FOUND
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-CO-COUNT
             IF WS-CO-ID(WS-CO-IDX) = WS-ROW-CO-ID
               MOVE "Y" TO WS-CO-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-CO-FOUND NOT = "Y"
             MOVE "N" TO WS-ROW-OK
             MOVE "No such company in COMPANIES.DAT" TO
               WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-PERIOD)) NOT = 6
             OR WS-FEED-PERIOD(1:6) IS NOT NUMERIC
             OR WS-FEED-PERIOD(5:2) < "01"
             OR WS-FEED-PERIOD(5:2) > "12"
             MOVE "N" TO WS-ROW-OK
             MOVE "Billing month must be YYYYMM" TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-STMT-FOUND
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
             UNTIL WS-STMT-IDX > WS-STMT-COUNT
             IF WS-STMT-CO-ID(WS-STMT-IDX) = WS-ROW-CO-ID
               AND WS-STMT-PERIOD(WS-STMT-IDX) = WS-FEED-PERIOD(1:6)
               MOVE "Y" TO WS-STMT-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-STMT-FOUND NOT = "Y"
             MOVE "N" TO WS-ROW-OK
             MOVE "No statement for that company and month" TO
               WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-AMOUNT))
             TO WS-FIELD-LEN
           IF WS-FIELD-LEN = 0 OR WS-FIELD-LEN > 7
             OR FUNCTION TRIM(WS-FEED-AMOUNT) IS NOT NUMERIC
             MOVE "N" TO WS-ROW-OK
             MOVE "Amount must be whole dollars, up to 7 digits" TO
               WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-AMOUNT =
             FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-AMOUNT))
           IF WS-ROW-AMOUNT = 0
             MOVE "N" TO WS-ROW-OK
             MOVE "Amount must be greater than zero" TO
               WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-DATE))
             TO WS-FIELD-LEN
           IF WS-FIELD-LEN = 0
             MOVE WS-TODAY-STAMP TO WS-FEED-DATE
           ELSE
             IF WS-FIELD-LEN NOT = 8
               OR WS-FEED-DATE(1:8) IS NOT NUMERIC
               MOVE "N" TO WS-ROW-OK
               MOVE "Deposit date must be 8 digits, e.g. 20261015"
                 TO WS-REJECT-REASON
               EXIT PARAGRAPH
             END-IF
             MOVE FUNCTION NUMVAL(WS-FEED-DATE(5:2)) TO
               WS-DATE-MONTH
             MOVE FUNCTION NUMVAL(WS-FEED-DATE(7:2)) TO
               WS-DATE-DAY
             IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               MOVE "N" TO WS-ROW-OK
               MOVE "Deposit date is not a plausible calendar date"
                 TO WS-REJECT-REASON
               EXIT PARAGRAPH
             END-IF
             IF WS-FEED-DATE(1:8) > WS-TODAY-STAMP
               MOVE "N" TO WS-ROW-OK
               MOVE "Deposit date is in the future" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
             END-IF
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FEED-REFERENCE))
             TO WS-FIELD-LEN
           IF WS-FIELD-LEN = 0 OR WS-FIELD-LEN > 12
             MOVE "N" TO WS-ROW-OK
             MOVE "Deposit reference is required (12 characters max)"
               TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-REF-FOUND
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
             UNTIL WS-REF-IDX > WS-REF-COUNT
             IF WS-REF-ENTRY(WS-REF-IDX) =
               FUNCTION TRIM(WS-FEED-REFERENCE)
               MOVE "Y" TO WS-REF-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-REF-FOUND = "Y"
             MOVE "N" TO WS-ROW-OK
             MOVE "Deposit reference already posted" TO
               WS-REJECT-REASON
           END-IF.

       APPEND-PAYMENT.
           OPEN EXTEND PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS = "35"
             OPEN OUTPUT PAYMENTS-FILE
             IF WS-PAYMENTS-STATUS = "00"
               CLOSE PAYMENTS-FILE
             END-IF
             OPEN EXTEND PAYMENTS-FILE
           END-IF

           IF WS-PAYMENTS-STATUS NOT = "00"
             AND WS-PAYMENTS-STATUS NOT = "05"
             MOVE "N" TO WS-ROW-OK
             MOVE "Unable to write PAYMENTS.DAT" TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-CO-ID TO PAY-CO-ID
           MOVE WS-FEED-PERIOD(1:6) TO PAY-PERIOD
           MOVE WS-ROW-AMOUNT TO PAY-AMOUNT
           MOVE WS-FEED-DATE(1:8) TO PAY-DEPOSIT-DATE
           MOVE FUNCTION TRIM(WS-FEED-REFERENCE) TO PAY-REFERENCE
           MOVE WS-TODAY-STAMP TO PAY-POSTED-DATE
           WRITE PAYMENT-RECORD
           CLOSE PAYMENTS-FILE

           IF WS-REF-COUNT < WS-MAX-REFERENCES
             ADD 1 TO WS-REF-COUNT
             MOVE PAY-REFERENCE TO WS-REF-ENTRY(WS-REF-COUNT)
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "Row " DELIMITED BY SIZE
                  WS-ROW-NUMBER DELIMITED BY SIZE
                  " rejected: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(FEED-RECORD) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       END PROGRAM POSTPAYMENTS.
