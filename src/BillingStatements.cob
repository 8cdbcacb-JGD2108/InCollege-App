      *> one STATEMENT-<co-id>-<yyyymm>.TXT per company plus the
      *> BILLING-LEDGER-<yyyymm>.TXT summary for the business
      *> office. A posting pulled by moderation (review status R)
      *> nets out as a credit against its posting fee. Resume books
      *> issued to the company this month (RESUMEBOOKS.DAT, written
      *> by RESUMEBOOK) are charged at the per-book fee, so a company
      *> with books but no postings still gets a statement.
      *> Each company is priced at its partnership tier (CO-TIER):
      *> basic from POSTING-FEE, HIRE-FEE and BOOK-FEE, silver from
      *> SILVER-POST, SILVER-HIRE and SILVER-BOOK, gold from
      *> GOLD-POST, GOLD-HIRE and GOLD-BOOK. A tier row missing from
      *> the schedule is added at the basic amount, so no price
      *> changes until the business office edits it.
      *>
      *> Every posting is listed with its activity, but a month's
      *> charges are only the postings first posted and the hires
      *> recorded in that month, so nothing is billed twice. Each
      *> month's charge is kept in STATEMENTS.DAT (one row per
      *> company and month; a rerun in the same month replaces the
      *> charge but keeps the issue date and reminder state), and
      *> the statement carries forward whatever is still open on
      *> earlier months after the payments POSTPAYMENTS has put in
      *> PAYMENTS.DAT. RECEIVABLESAGING ages the same rows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENTS-STATUS.

           SELECT OPTIONAL RESUMEBOOKS-FILE
               ASSIGN TO "RESUMEBOOKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKS-STATUS.

           SELECT OPTIONAL STATEMENTS-FILE
               ASSIGN TO "STATEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENTS-STATUS.

           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC WS-STATEMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-POSTED-DATE PIC X(8).
             05 JOB-DEADLINE PIC X(8).
             05 JOB-REVIEW-STATUS PIC X(1).
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD JOBS-ARCHIVE-FILE.
           01 JOB-ARCHIVE-RECORD.
             05 ARC-DEADLINE PIC X(8).
             05 ARC-ARCHIVED-DATE PIC X(8).
             05 ARC-REASON PIC X(12).
             05 ARC-WORK-MODE PIC X(1).

       FD JOBVIEWS-FILE.
           01 JOBVIEW-RECORD.
             05 PL-DATE PIC X(8).
             05 PL-FLAGGED PIC X(1).

       FD RESUMEBOOKS-FILE.
           01 RESUMEBOOK-RECORD.
             05 RB-CO-ID PIC 9(4).
             05 RB-ISSUED-DATE PIC X(8).
             05 RB-STUDENT-COUNT PIC 9(4).
             05 RB-FILTERS PIC X(80).

      *> Receivables: one row per company and billing month. The
      *> reminder level is blank until RECEIVABLESAGING sends the
      *> 30-day (1) or 60-day (2) reminder or places the 90-day
      *> collection hold (H).
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

       FD STATEMENT-FILE.
           01 STATEMENT-LINE PIC X(80).

         77 WS-ARCHIVE-STATUS PIC XX.
         77 WS-JOBVIEWS-STATUS PIC XX.
         77 WS-PLACEMENTS-STATUS PIC XX.
         77 WS-BOOKS-STATUS PIC XX.
         77 WS-STATEMENTS-STATUS PIC XX.
         77 WS-PAYMENTS-STATUS PIC XX.
         77 WS-STATEMENT-STATUS PIC XX.
         77 WS-LEDGER-STATUS PIC XX.
         77 WS-STATEMENT-NAME PIC X(40).
      *> Fee schedule, seeded on first use
         77 WS-POSTING-FEE PIC 9(5) VALUE 50.
         77 WS-HIRE-FEE PIC 9(5) VALUE 200.
         77 WS-BOOK-FEE PIC 9(5) VALUE 100.
      *> Silver and gold tier rows; a flag per row in the order
      *> SILVER-POST, -HIRE, -BOOK, GOLD-POST, -HIRE, -BOOK records
      *> which ones the schedule already has.
         77 WS-SILVER-POST-FEE PIC 9(5) VALUE 0.
         77 WS-SILVER-HIRE-FEE PIC 9(5) VALUE 0.
         77 WS-SILVER-BOOK-FEE PIC 9(5) VALUE 0.
         77 WS-GOLD-POST-FEE PIC 9(5) VALUE 0.
         77 WS-GOLD-HIRE-FEE PIC 9(5) VALUE 0.
         77 WS-GOLD-BOOK-FEE PIC 9(5) VALUE 0.
         77 WS-TIER-ROWS-FOUND PIC X(6) VALUE "NNNNNN".
      *> The fees in force for the company being billed
         77 WS-CO-POST-FEE PIC 9(5) VALUE 0.
         77 WS-CO-HIRE-FEE PIC 9(5) VALUE 0.
         77 WS-CO-BOOK-FEE PIC 9(5) VALUE 0.
         77 WS-CO-TIER-TEXT PIC X(6).

      *> Per-company postings gathered for the statement in hand
         77 WS-MAX-CO-JOBS PIC 9(3) VALUE 100.
             10 WS-CJ-LIVE-DAYS PIC 9(5).
             10 WS-CJ-VIEWS PIC 9(6).
             10 WS-CJ-HIRES PIC 9(4).
             10 WS-CJ-HIRES-NOW PIC 9(4).
             10 WS-CJ-PULLED PIC X(1).
      *> Y when the posting was first posted in the billing month
             10 WS-CJ-NEW PIC X(1).
         77 WS-CJ-COUNT PIC 9(3) VALUE 0.
         77 WS-CJ-IDX PIC 9(3) VALUE 0.

         77 WS-CO-PULLED PIC 9(4) VALUE 0.
         77 WS-CO-HIRES PIC 9(4) VALUE 0.
         77 WS-CO-VIEWS PIC 9(6) VALUE 0.
         77 WS-CO-BOOKS PIC 9(4) VALUE 0.
         77 WS-CO-BOOK-STUDENTS PIC 9(6) VALUE 0.
         77 WS-CO-CHARGE PIC S9(7) VALUE 0.
         77 WS-GRAND-TOTAL PIC S9(9) VALUE 0.
         77 WS-COMPANIES-BILLED PIC 9(4) VALUE 0.
         77 WS-CO-ID-TEXT PIC 9(4).

      *> Receivables on file: every company's monthly charges, and
      *> the payments matched to them
         77 WS-MAX-STATEMENTS PIC 9(4) VALUE 3000.
         01 WS-STMT-TABLE.
           05 WS-STMT-ENTRY OCCURS 3000 TIMES.
             10 WS-STMT-CO-ID PIC 9(4).
             10 WS-STMT-PERIOD PIC X(6).
             10 WS-STMT-ISSUED PIC X(8).
             10 WS-STMT-CHARGE PIC 9(7).
             10 WS-STMT-REMINDED PIC X(1).
         77 WS-STMT-COUNT PIC 9(4) VALUE 0.
         77 WS-STMT-IDX PIC 9(4) VALUE 0.
         77 WS-STMT-FOUND PIC 9(4) VALUE 0.
         77 WS-CO-PRIOR-BALANCE PIC S9(9) VALUE 0.
         77 WS-CO-PAID-NOW PIC S9(9) VALUE 0.
         77 WS-CO-AMOUNT-DUE PIC S9(9) VALUE 0.
         77 WS-AMOUNT-TEXT PIC -(7)9.
         77 WS-DUE-TEXT PIC -(9)9.
         77 WS-COUNT-TEXT PIC Z(5)9.

       PROCEDURE DIVISION.
             FUNCTION NUMVAL(WS-TODAY-STAMP))

           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-STATEMENTS
           IF WS-STATEMENTS-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to read STATEMENTS.DAT; no statements "
               "issued."
             GOBACK
           END-IF

           MOVE SPACES TO WS-LEDGER-NAME
           STRING "BILLING-LEDGER-" DELIMITED BY SIZE

           CLOSE LEDGER-FILE

           PERFORM SAVE-STATEMENTS

           DISPLAY "Billing statements written for "
             WS-COMPANIES-BILLED " company(ies); ledger in "
             FUNCTION TRIM(WS-LEDGER-NAME) "."
                       MOVE FS-AMOUNT TO WS-POSTING-FEE
                     WHEN "HIRE-FEE"
                       MOVE FS-AMOUNT TO WS-HIRE-FEE
                     WHEN "BOOK-FEE"
                       MOVE FS-AMOUNT TO WS-BOOK-FEE
                     WHEN "SILVER-POST"
                       MOVE FS-AMOUNT TO WS-SILVER-POST-FEE
                       MOVE "Y" TO WS-TIER-ROWS-FOUND(1:1)
                     WHEN "SILVER-HIRE"
                       MOVE FS-AMOUNT TO WS-SILVER-HIRE-FEE
                       MOVE "Y" TO WS-TIER-ROWS-FOUND(2:1)
                     WHEN "SILVER-BOOK"
                       MOVE FS-AMOUNT TO WS-SILVER-BOOK-FEE
                       MOVE "Y" TO WS-TIER-ROWS-FOUND(3:1)
                     WHEN "GOLD-POST"
                       MOVE FS-AMOUNT TO WS-GOLD-POST-FEE
                       MOVE "Y" TO WS-TIER-ROWS-FOUND(4:1)
                     WHEN "GOLD-HIRE"
                       MOVE FS-AMOUNT TO WS-GOLD-HIRE-FEE
                       MOVE "Y" TO WS-TIER-ROWS-FOUND(5:1)
                     WHEN "GOLD-BOOK"
                       MOVE FS-AMOUNT TO WS-GOLD-BOOK-FEE
                       MOVE "Y" TO WS-TIER-ROWS-FOUND(6:1)
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               MOVE "HIRE-FEE" TO FS-NAME
               MOVE WS-HIRE-FEE TO FS-AMOUNT
               WRITE FEESCHEDULE-RECORD
               MOVE "BOOK-FEE" TO FS-NAME
               MOVE WS-BOOK-FEE TO FS-AMOUNT
               WRITE FEESCHEDULE-RECORD
               CLOSE FEESCHEDULE-FILE
             END-IF
           END-IF
           MOVE 0 TO WS-CJ-COUNT
           PERFORM ADD-MISSING-TIER-FEES.

      *> Tier rows not yet in the schedule start at the basic amount
      *> and are appended so the business office can reprice them.
       ADD-MISSING-TIER-FEES.
           IF WS-TIER-ROWS-FOUND = "YYYYYY"
             EXIT PARAGRAPH
           END-IF
           IF WS-TIER-ROWS-FOUND(1:1) = "N"
             MOVE WS-POSTING-FEE TO WS-SILVER-POST-FEE
           END-IF
           IF WS-TIER-ROWS-FOUND(2:1) = "N"
             MOVE WS-HIRE-FEE TO WS-SILVER-HIRE-FEE
           END-IF
           IF WS-TIER-ROWS-FOUND(3:1) = "N"
             MOVE WS-BOOK-FEE TO WS-SILVER-BOOK-FEE
           END-IF
           IF WS-TIER-ROWS-FOUND(4:1) = "N"
             MOVE WS-POSTING-FEE TO WS-GOLD-POST-FEE
           END-IF
           IF WS-TIER-ROWS-FOUND(5:1) = "N"
             MOVE WS-HIRE-FEE TO WS-GOLD-HIRE-FEE
           END-IF
           IF WS-TIER-ROWS-FOUND(6:1) = "N"
             MOVE WS-BOOK-FEE TO WS-GOLD-BOOK-FEE
           END-IF

           OPEN EXTEND FEESCHEDULE-FILE
           IF WS-FEE-STATUS = "35"
             OPEN OUTPUT FEESCHEDULE-FILE
             IF WS-FEE-STATUS = "00"
               CLOSE FEESCHEDULE-FILE
             END-IF
             OPEN EXTEND FEESCHEDULE-FILE
           END-IF
           IF WS-FEE-STATUS NOT = "00"
             AND WS-FEE-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           IF WS-TIER-ROWS-FOUND(1:1) = "N"
             MOVE "SILVER-POST" TO FS-NAME
             MOVE WS-SILVER-POST-FEE TO FS-AMOUNT
             WRITE FEESCHEDULE-RECORD
           END-IF
           IF WS-TIER-ROWS-FOUND(2:1) = "N"
             MOVE "SILVER-HIRE" TO FS-NAME
             MOVE WS-SILVER-HIRE-FEE TO FS-AMOUNT
             WRITE FEESCHEDULE-RECORD
           END-IF
           IF WS-TIER-ROWS-FOUND(3:1) = "N"
             MOVE "SILVER-BOOK" TO FS-NAME
             MOVE WS-SILVER-BOOK-FEE TO FS-AMOUNT
             WRITE FEESCHEDULE-RECORD
           END-IF
           IF WS-TIER-ROWS-FOUND(4:1) = "N"
             MOVE "GOLD-POST" TO FS-NAME
             MOVE WS-GOLD-POST-FEE TO FS-AMOUNT
             WRITE FEESCHEDULE-RECORD
           END-IF
           IF WS-TIER-ROWS-FOUND(5:1) = "N"
             MOVE "GOLD-HIRE" TO FS-NAME
             MOVE WS-GOLD-HIRE-FEE TO FS-AMOUNT
             WRITE FEESCHEDULE-RECORD
           END-IF
           IF WS-TIER-ROWS-FOUND(6:1) = "N"
             MOVE "GOLD-BOOK" TO FS-NAME
             MOVE WS-GOLD-BOOK-FEE TO FS-AMOUNT
             WRITE FEESCHEDULE-RECORD
           END-IF
           CLOSE FEESCHEDULE-FILE
           MOVE "YYYYYY" TO WS-TIER-ROWS-FOUND.

      *> The company's fees by its partnership tier; a blank or
      *> unknown tier is basic.
       SET-COMPANY-FEES.
           EVALUATE CO-TIER
             WHEN "G"
               MOVE "Gold" TO WS-CO-TIER-TEXT
               MOVE WS-GOLD-POST-FEE TO WS-CO-POST-FEE
               MOVE WS-GOLD-HIRE-FEE TO WS-CO-HIRE-FEE
               MOVE WS-GOLD-BOOK-FEE TO WS-CO-BOOK-FEE
             WHEN "S"
               MOVE "Silver" TO WS-CO-TIER-TEXT
               MOVE WS-SILVER-POST-FEE TO WS-CO-POST-FEE
               MOVE WS-SILVER-HIRE-FEE TO WS-CO-HIRE-FEE
               MOVE WS-SILVER-BOOK-FEE TO WS-CO-BOOK-FEE
             WHEN OTHER
               MOVE "Basic" TO WS-CO-TIER-TEXT
               MOVE WS-POSTING-FEE TO WS-CO-POST-FEE
               MOVE WS-HIRE-FEE TO WS-CO-HIRE-FEE
               MOVE WS-BOOK-FEE TO WS-CO-BOOK-FEE
           END-EVALUATE.

       BILL-ONE-COMPANY.
           MOVE 0 TO WS-CJ-COUNT
           PERFORM GATHER-LIVE-POSTINGS
           PERFORM GATHER-ARCHIVED-POSTINGS
           PERFORM COUNT-RESUME-BOOKS
           PERFORM TOTAL-PRIOR-BALANCE

           IF WS-CJ-COUNT = 0
             AND WS-CO-BOOKS = 0
             AND WS-CO-PRIOR-BALANCE = 0
             EXIT PARAGRAPH
           END-IF

             IF WS-CJ-PULLED(WS-CJ-IDX) = "Y"
               ADD 1 TO WS-CO-PULLED
             ELSE
               IF WS-CJ-NEW(WS-CJ-IDX) = "Y"
                 ADD 1 TO WS-CO-POSTINGS
               END-IF
             END-IF
             ADD WS-CJ-HIRES-NOW(WS-CJ-IDX) TO WS-CO-HIRES
             ADD WS-CJ-VIEWS(WS-CJ-IDX) TO WS-CO-VIEWS
           END-PERFORM

      *> Pulled postings net out their fee automatically: only the
      *> kept postings are charged at all, and only in the month
      *> they were first posted.
           PERFORM SET-COMPANY-FEES
           COMPUTE WS-CO-CHARGE =
             WS-CO-POSTINGS * WS-CO-POST-FEE
             + WS-CO-HIRES * WS-CO-HIRE-FEE
             + WS-CO-BOOKS * WS-CO-BOOK-FEE
           ADD WS-CO-CHARGE TO WS-GRAND-TOTAL
           ADD 1 TO WS-COMPANIES-BILLED

           PERFORM RECORD-MONTH-STATEMENT
           COMPUTE WS-CO-AMOUNT-DUE =
             WS-CO-PRIOR-BALANCE + WS-CO-CHARGE - WS-CO-PAID-NOW

           PERFORM WRITE-COMPANY-STATEMENT

           MOVE WS-CO-CHARGE TO WS-AMOUNT-TEXT
           MOVE WS-CO-AMOUNT-DUE TO WS-DUE-TEXT
           MOVE SPACES TO LEDGER-LINE
           IF WS-CO-AMOUNT-DUE = WS-CO-CHARGE
             STRING FUNCTION TRIM(CO-NAME) DELIMITED BY SIZE
                    ": $" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
               INTO LEDGER-LINE
             END-STRING
           ELSE
             STRING FUNCTION TRIM(CO-NAME) DELIMITED BY SIZE
                    ": $" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                    " (balance due $" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DUE-TEXT) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO LEDGER-LINE
             END-STRING
           END-IF
           WRITE LEDGER-LINE.

       GATHER-LIVE-POSTINGS.
                   MOVE JOB-TITLE TO WS-CJ-TITLE(WS-CJ-COUNT)
                   MOVE 0 TO WS-CJ-VIEWS(WS-CJ-COUNT)
                   MOVE 0 TO WS-CJ-HIRES(WS-CJ-COUNT)
                   MOVE 0 TO WS-CJ-HIRES-NOW(WS-CJ-COUNT)
                   IF JOB-REVIEW-STATUS = "R"
                     MOVE "Y" TO WS-CJ-PULLED(WS-CJ-COUNT)
                   ELSE
                     MOVE "N" TO WS-CJ-PULLED(WS-CJ-COUNT)
                   END-IF
                   IF JOB-POSTED-DATE(1:6) = WS-YEARMONTH
                     MOVE "Y" TO WS-CJ-NEW(WS-CJ-COUNT)
                   ELSE
                     MOVE "N" TO WS-CJ-NEW(WS-CJ-COUNT)
                   END-IF
                   MOVE 0 TO WS-CJ-LIVE-DAYS(WS-CJ-COUNT)
                   IF JOB-POSTED-DATE IS NUMERIC
                     COMPUTE WS-POSTED-INTEGER =
                   MOVE ARC-TITLE TO WS-CJ-TITLE(WS-CJ-COUNT)
                   MOVE 0 TO WS-CJ-VIEWS(WS-CJ-COUNT)
                   MOVE 0 TO WS-CJ-HIRES(WS-CJ-COUNT)
                   MOVE 0 TO WS-CJ-HIRES-NOW(WS-CJ-COUNT)
                   MOVE "N" TO WS-CJ-PULLED(WS-CJ-COUNT)
                   IF ARC-POSTED-DATE(1:6) = WS-YEARMONTH
                     MOVE "Y" TO WS-CJ-NEW(WS-CJ-COUNT)
                   ELSE
                     MOVE "N" TO WS-CJ-NEW(WS-CJ-COUNT)
                   END-IF
                   MOVE 0 TO WS-CJ-LIVE-DAYS(WS-CJ-COUNT)
                   IF ARC-POSTED-DATE IS NUMERIC
                     AND ARC-ARCHIVED-DATE IS NUMERIC
           CLOSE JOBS-ARCHIVE-FILE
           MOVE "N" TO WS-SCAN-EOF.

       LOAD-STATEMENTS.
           MOVE 0 TO WS-STMT-COUNT
           MOVE "N" TO WS-SCAN-EOF
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

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ STATEMENTS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
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
                 END-IF
             END-READ
           END-PERFORM

           CLOSE STATEMENTS-FILE
           MOVE "00" TO WS-STATEMENTS-STATUS
           MOVE "N" TO WS-SCAN-EOF.

      *> What the company still owes on earlier months, and what it
      *> has already paid against this month's statement.
       TOTAL-PRIOR-BALANCE.
           MOVE 0 TO WS-CO-PRIOR-BALANCE
           MOVE 0 TO WS-CO-PAID-NOW
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
             UNTIL WS-STMT-IDX > WS-STMT-COUNT
             IF WS-STMT-CO-ID(WS-STMT-IDX) = CO-ID
               AND WS-STMT-PERIOD(WS-STMT-IDX) < WS-YEARMONTH
               ADD WS-STMT-CHARGE(WS-STMT-IDX) TO WS-CO-PRIOR-BALANCE
             END-IF
           END-PERFORM

           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS NOT = "00"
             IF WS-PAYMENTS-STATUS = "05"
               CLOSE PAYMENTS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ PAYMENTS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF PAY-CO-ID = CO-ID
                   IF PAY-PERIOD < WS-YEARMONTH
                     SUBTRACT PAY-AMOUNT FROM WS-CO-PRIOR-BALANCE
                   ELSE
                     IF PAY-PERIOD = WS-YEARMONTH
                       ADD PAY-AMOUNT TO WS-CO-PAID-NOW
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PAYMENTS-FILE
           MOVE "N" TO WS-SCAN-EOF.

      *> A rerun in the same month replaces the charge; the issue
      *> date and reminder state stay with the original statement.
       RECORD-MONTH-STATEMENT.
           MOVE 0 TO WS-STMT-FOUND
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
             UNTIL WS-STMT-IDX > WS-STMT-COUNT
             IF WS-STMT-CO-ID(WS-STMT-IDX) = CO-ID
               AND WS-STMT-PERIOD(WS-STMT-IDX) = WS-YEARMONTH
               MOVE WS-STMT-IDX TO WS-STMT-FOUND
             END-IF
           END-PERFORM

           IF WS-STMT-FOUND > 0
             MOVE WS-CO-CHARGE TO WS-STMT-CHARGE(WS-STMT-FOUND)
             EXIT PARAGRAPH
           END-IF

           IF WS-CO-CHARGE = 0
             EXIT PARAGRAPH
           END-IF

           IF WS-STMT-COUNT >= WS-MAX-STATEMENTS
             DISPLAY "STATEMENTS.DAT is full; the charge for "
               FUNCTION TRIM(CO-NAME) " was not recorded."
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STMT-COUNT
           MOVE CO-ID TO WS-STMT-CO-ID(WS-STMT-COUNT)
           MOVE WS-YEARMONTH TO WS-STMT-PERIOD(WS-STMT-COUNT)
           MOVE WS-TODAY-STAMP TO WS-STMT-ISSUED(WS-STMT-COUNT)
           MOVE WS-CO-CHARGE TO WS-STMT-CHARGE(WS-STMT-COUNT)
           MOVE SPACE TO WS-STMT-REMINDED(WS-STMT-COUNT).

       SAVE-STATEMENTS.
           IF WS-STMT-COUNT = 0
             EXIT PARAGRAPH
           END-IF

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

       COUNT-RESUME-BOOKS.
           MOVE 0 TO WS-CO-BOOKS
           MOVE 0 TO WS-CO-BOOK-STUDENTS
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT RESUMEBOOKS-FILE
           IF WS-BOOKS-STATUS NOT = "00"
             IF WS-BOOKS-STATUS = "05"
               CLOSE RESUMEBOOKS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ RESUMEBOOKS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF RB-CO-ID = CO-ID
                   AND RB-ISSUED-DATE(1:6) = WS-YEARMONTH
                   ADD 1 TO WS-CO-BOOKS
                   ADD RB-STUDENT-COUNT TO WS-CO-BOOK-STUDENTS
                 END-IF
             END-READ
           END-PERFORM

           CLOSE RESUMEBOOKS-FILE
           MOVE "N" TO WS-SCAN-EOF.

       COUNT-VIEWS-AND-HIRES.
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT JOBVIEWS-FILE
                       IF FUNCTION TRIM(WS-CJ-ID(WS-CJ-IDX)) =
                         FUNCTION TRIM(PL-JOB-ID)
                         ADD 1 TO WS-CJ-HIRES(WS-CJ-IDX)
                         IF PL-DATE(1:6) = WS-YEARMONTH
                           ADD 1 TO WS-CJ-HIRES-NOW(WS-CJ-IDX)
                         END-IF
                       END-IF
                     END-PERFORM
                   END-IF
           MOVE "----------------------------------------" TO
             STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Partnership tier: " DELIMITED BY SIZE
                  WS-CO-TIER-TEXT DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
             UNTIL WS-CJ-IDX > WS-CJ-COUNT
           STRING "Billable postings: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " at $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CO-POST-FEE) DELIMITED BY SIZE
                  " each" DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           STRING "Hires:             " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  " at $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CO-HIRE-FEE) DELIMITED BY SIZE
                  " each" DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           IF WS-CO-BOOKS > 0
             MOVE WS-CO-BOOKS TO WS-COUNT-TEXT
             MOVE SPACES TO STATEMENT-LINE
             STRING "Resume books:      " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                    " at $" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CO-BOOK-FEE) DELIMITED BY SIZE
                    " each (" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CO-BOOK-STUDENTS) DELIMITED BY SIZE
                    " student page(s))" DELIMITED BY SIZE
               INTO STATEMENT-LINE
             END-STRING
             WRITE STATEMENT-LINE
           END-IF

           MOVE WS-CO-CHARGE TO WS-AMOUNT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Charges this month: $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-CO-PRIOR-BALANCE TO WS-DUE-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Prior balance:      $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUE-TEXT) DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           IF WS-CO-PAID-NOW NOT = 0
             MOVE WS-CO-PAID-NOW TO WS-DUE-TEXT
             MOVE SPACES TO STATEMENT-LINE
             STRING "Payments received:  $" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DUE-TEXT) DELIMITED BY SIZE
               INTO STATEMENT-LINE
             END-STRING
             WRITE STATEMENT-LINE
           END-IF

           MOVE WS-CO-AMOUNT-DUE TO WS-DUE-TEXT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Amount due:         $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUE-TEXT) DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           CLOSE STATEMENT-FILE.

       END PROGRAM BILLINGSTATEMENTS.
