       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRISK.

      *> Fraud risk scoring for a new job posting, shared by every
      *> path that adds one (the interactive JOBPOSTPROG, the
      *> IMPORTJOBS feed load and the PUBLISHJOBS template re-post).
      *> The caller passes the JOBS.DAT record it is about to write
      *> and where it came from (P posted, I imported, T template);
      *> the posting is scored on these signals:
      *>   - the poster's recruiter verification: never approved
      *>     through the recruiter signup review, or approved only
      *>     within the last WS-NEW-RECRUITER-DAYS days
      *>   - an employer that is not in the COMPANIES.DAT master
      *>   - a yearly salary far outside the hired-placement median
      *>     SALARYINSIGHTS last published to SALARYBENCH.DAT (the
      *>     posting's location cell when there is one, otherwise the
      *>     overall figure)
      *>   - fee or payment wording in the description (pay for
      *>     equipment, cash a check, gift cards, ...)
      *>   - off-platform contact instructions in the description
      *>     (messaging apps, personal mail, an e-mail address or a
      *>     phone number)
      *> The score (capped at 100), the reasons and whether the
      *> posting must be held for moderation are handed back, and a
      *> row is appended to JOBRISK.DAT for the moderation queue.
      *> Students reporting a posting append to the same file
      *> (source S), and an administrator dismissing the reports on
      *> a live posting appends a clearing row (source C).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL PENDINGRECRUITERS-FILE
               ASSIGN TO "PENDINGRECRUITERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDREC-STATUS.

           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL SALARYBENCH-FILE
               ASSIGN TO "SALARYBENCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCH-STATUS.

           SELECT OPTIONAL JOBRISK-FILE
               ASSIGN TO "JOBRISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRISK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
           01 AUDIT-RECORD.
             05 AUD-TIMESTAMP PIC X(14).
             05 AUD-ACTOR PIC X(12).
             05 AUD-ACTION PIC X(12).
             05 AUD-TARGET PIC X(12).
             05 AUD-BEFORE-VALUE PIC X(30).
             05 AUD-SECOND-ACTOR PIC X(12).
      *> Chain link written by AUDITCHAIN; blank on older rows
             05 AUD-SEQ PIC X(8).
             05 AUD-DIGEST PIC X(16).

       FD PENDINGRECRUITERS-FILE.
           01 PENDINGRECRUITER-RECORD.
             05 PR-USERNAME PIC X(12).
             05 PR-COMPANY PIC X(30).
             05 PR-CONTACT PIC X(60).
             05 PR-REQUEST-DATE PIC X(8).
             05 PR-REVIEW-STATUS PIC X(1).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

      *> SB-TYPE L = one posting location, A = all yearly hires.
       FD SALARYBENCH-FILE.
           01 SALARYBENCH-RECORD.
             05 SB-TYPE PIC X(1).
             05 SB-KEY PIC X(30).
             05 SB-COUNT PIC 9(4).
             05 SB-MEDIAN PIC 9(8).
             05 SB-BUILT PIC X(8).

       FD JOBRISK-FILE.
           01 JOBRISK-RECORD.
             05 JR-JOB-ID PIC X(12).
             05 JR-SOURCE PIC X(1).
             05 JR-SCORE PIC 9(3).
             05 JR-BY PIC X(12).
             05 JR-DATE PIC X(8).
             05 JR-REASONS PIC X(100).

       WORKING-STORAGE SECTION.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-PENDREC-STATUS PIC XX.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-BENCH-STATUS PIC XX.
         77 WS-JOBRISK-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-TODAY-STAMP PIC X(8).

      *> Signal weights and the score at which a posting is held
         77 WS-HOLD-SCORE PIC 9(3) VALUE 50.
         77 WS-UNVERIFIED-POINTS PIC 9(3) VALUE 20.
         77 WS-NEW-RECRUITER-POINTS PIC 9(3) VALUE 15.
         77 WS-NEW-RECRUITER-DAYS PIC 9(3) VALUE 30.
         77 WS-EMPLOYER-POINTS PIC 9(3) VALUE 20.
         77 WS-SALARY-POINTS PIC 9(3) VALUE 20.
         77 WS-FEE-POINTS PIC 9(3) VALUE 30.
         77 WS-CONTACT-POINTS PIC 9(3) VALUE 30.
      *> A yearly salary under 1/N or over N times the benchmark
      *> median is an outlier.
         77 WS-SALARY-FACTOR PIC 9(2) VALUE 2.

         77 WS-RISK-TOTAL PIC 9(4) VALUE 0.
         77 WS-SIGNAL-POINTS PIC 9(3) VALUE 0.
         77 WS-SIGNAL-TEXT PIC X(30).
         77 WS-REASON-HOLD PIC X(100).

      *> Recruiter verification
         77 WS-VERIFIED-DATE PIC X(8).
         77 WS-VERIFIED-AGE PIC S9(7) VALUE 0.

      *> Employer master check
         77 WS-EMPLOYER-FOUND PIC X VALUE "N".

      *> Salary benchmark (same yearly parse as SALARYINSIGHTS)
         77 WS-SALARY-OK PIC X VALUE "N".
         77 WS-SALARY-VALUE PIC 9(8) VALUE 0.
         77 WS-SALARY-LOW PIC 9(8) VALUE 0.
         77 WS-SALARY-HIGH PIC 9(8) VALUE 0.
         77 WS-PARSE-TEXT PIC X(30).
         77 WS-PARSE-SEG PIC X(30).
         77 WS-PARSE-SEG2 PIC X(30).
         77 WS-PARSE-RATE PIC X(30).
         77 WS-AMOUNT-TEXT PIC X(30).
         77 WS-AMOUNT-CHAR PIC X.
         77 WS-AMOUNT-POS PIC 9(2) VALUE 0.
         77 WS-AMOUNT-DIGITS PIC 9(2) VALUE 0.
         77 WS-AMOUNT-VALUE PIC 9(8) VALUE 0.
         77 WS-AMOUNT-OK PIC X VALUE "N".
         77 WS-LOCATION-MEDIAN PIC 9(8) VALUE 0.
         77 WS-OVERALL-MEDIAN PIC 9(8) VALUE 0.
         77 WS-BENCH-MEDIAN PIC 9(8) VALUE 0.

      *> Description wording: the text upper-cased with everything
      *> but letters and digits blanked, padded with a space each
      *> side so every keyword is matched as whole words.
         77 WS-WORD-TEXT PIC X(102).
         77 WS-WORD-POS PIC 9(3) VALUE 0.
         77 WS-WORD-CHAR PIC X.
         77 WS-WORD-NEEDLE PIC X(22).
         77 WS-WORD-LEN PIC 9(2) VALUE 0.
         77 WS-WORD-HITS PIC 9(4) VALUE 0.
         77 WS-WORD-IDX PIC 9(2) VALUE 0.
         77 WS-FEE-FOUND PIC X VALUE "N".
         77 WS-CONTACT-FOUND PIC X VALUE "N".
      *> Seven or more digits in a run (separators allowed) reads as
      *> a phone number.
         77 WS-DIGIT-RUN PIC 9(3) VALUE 0.
         77 WS-PHONE-DIGITS PIC 9(2) VALUE 7.

      *> Keyword list: F = fee or payment wording, C = off-platform
      *> contact instruction.
         77 WS-RISK-WORD-COUNT PIC 9(2) VALUE 28.
         01 WS-RISK-WORD-VALUES.
           05 FILLER PIC X(21) VALUE "FFEE".
           05 FILLER PIC X(21) VALUE "FFEES".
           05 FILLER PIC X(21) VALUE "FDEPOSIT".
           05 FILLER PIC X(21) VALUE "FPAY FOR".
           05 FILLER PIC X(21) VALUE "FPAYMENT".
           05 FILLER PIC X(21) VALUE "FPURCHASE".
           05 FILLER PIC X(21) VALUE "FBUY EQUIPMENT".
           05 FILLER PIC X(21) VALUE "FCASH A CHECK".
           05 FILLER PIC X(21) VALUE "FCASH THE CHECK".
           05 FILLER PIC X(21) VALUE "FMONEY ORDER".
           05 FILLER PIC X(21) VALUE "FWIRE".
           05 FILLER PIC X(21) VALUE "FGIFT CARD".
           05 FILLER PIC X(21) VALUE "FGIFT CARDS".
           05 FILLER PIC X(21) VALUE "FBITCOIN".
           05 FILLER PIC X(21) VALUE "FZELLE".
           05 FILLER PIC X(21) VALUE "FVENMO".
           05 FILLER PIC X(21) VALUE "FCASHAPP".
           05 FILLER PIC X(21) VALUE "FSTARTER KIT".
           05 FILLER PIC X(21) VALUE "CWHATSAPP".
           05 FILLER PIC X(21) VALUE "CTELEGRAM".
           05 FILLER PIC X(21) VALUE "CWECHAT".
           05 FILLER PIC X(21) VALUE "CTEXT ME".
           05 FILLER PIC X(21) VALUE "CTEXT US".
           05 FILLER PIC X(21) VALUE "CCALL ME".
           05 FILLER PIC X(21) VALUE "CDM ME".
           05 FILLER PIC X(21) VALUE "CGMAIL".
           05 FILLER PIC X(21) VALUE "CYAHOO".
           05 FILLER PIC X(21) VALUE "CHOTMAIL".
         01 WS-RISK-WORD-TABLE REDEFINES WS-RISK-WORD-VALUES.
           05 WS-RISK-WORD-ENTRY OCCURS 28 TIMES.
             10 WS-RISK-WORD-KIND PIC X(1).
             10 WS-RISK-WORD PIC X(20).

       LINKAGE SECTION.
         01 LK-RISK-JOB.
           05 LK-JOB-ID PIC X(12).
           05 LK-JOB-TITLE PIC X(30).
           05 LK-JOB-DESCRIPTION PIC X(100).
           05 LK-JOB-EMPLOYER PIC X(30).
           05 LK-JOB-LOCATION PIC X(30).
           05 LK-JOB-SALARY PIC X(30).
           05 LK-JOB-POSTER PIC X(12).
           05 LK-JOB-POSTED-DATE PIC X(8).
           05 LK-JOB-DEADLINE PIC X(8).
           05 LK-JOB-REVIEW-STATUS PIC X(1).
           05 LK-JOB-OPENINGS PIC X(4).
           05 LK-JOB-CATEGORY PIC X(3).
           05 LK-JOB-PUBLISH-DATE PIC X(8).
         01 LK-RISK-SOURCE PIC X(1).
         01 LK-RISK-SCORE PIC 9(3).
         01 LK-RISK-REASONS PIC X(100).
         01 LK-RISK-HOLD PIC X(1).

       PROCEDURE DIVISION USING LK-RISK-JOB LK-RISK-SOURCE
           LK-RISK-SCORE LK-RISK-REASONS LK-RISK-HOLD.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE 0 TO WS-RISK-TOTAL
           MOVE SPACES TO LK-RISK-REASONS
           MOVE "N" TO LK-RISK-HOLD

           PERFORM CHECK-RECRUITER-VERIFICATION
           PERFORM CHECK-EMPLOYER-ON-FILE
           PERFORM CHECK-SALARY-BENCHMARK
           PERFORM CHECK-DESCRIPTION-WORDING

           IF WS-RISK-TOTAL > 100
             MOVE 100 TO WS-RISK-TOTAL
           END-IF
           MOVE WS-RISK-TOTAL TO LK-RISK-SCORE
           IF LK-RISK-SCORE >= WS-HOLD-SCORE
             MOVE "Y" TO LK-RISK-HOLD
           END-IF

           PERFORM APPEND-RISK-RECORD
           GOBACK.

       ADD-RISK-SIGNAL.
           ADD WS-SIGNAL-POINTS TO WS-RISK-TOTAL
           IF LK-RISK-REASONS = SPACES
             MOVE WS-SIGNAL-TEXT TO LK-RISK-REASONS
           ELSE
             MOVE SPACES TO WS-REASON-HOLD
             STRING FUNCTION TRIM(LK-RISK-REASONS) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-SIGNAL-TEXT) DELIMITED BY SIZE
               INTO WS-REASON-HOLD
             END-STRING
             MOVE WS-REASON-HOLD TO LK-RISK-REASONS
           END-IF.

      *> The poster's verification date is the latest recruiter
      *> approval in the audit trail, falling back to the approved
      *> signup row's request date for approvals that predate it.
       CHECK-RECRUITER-VERIFICATION.
           MOVE SPACES TO WS-VERIFIED-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF AUD-ACTION = "RECRUIT-APPR"
                     AND FUNCTION TRIM(AUD-TARGET) =
                       FUNCTION TRIM(LK-JOB-POSTER)
                     MOVE AUD-TIMESTAMP(1:8) TO WS-VERIFIED-DATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
           ELSE
             IF WS-AUDIT-STATUS = "05"
               CLOSE AUDIT-FILE
             END-IF
           END-IF

           IF WS-VERIFIED-DATE = SPACES
             MOVE "N" TO WS-EOF
             OPEN INPUT PENDINGRECRUITERS-FILE
             IF WS-PENDREC-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                 READ PENDINGRECRUITERS-FILE
                   AT END
                     MOVE "Y" TO WS-EOF
                   NOT AT END
                     IF PR-REVIEW-STATUS = "A"
                       AND FUNCTION TRIM(PR-USERNAME) =
                         FUNCTION TRIM(LK-JOB-POSTER)
                       MOVE PR-REQUEST-DATE TO WS-VERIFIED-DATE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PENDINGRECRUITERS-FILE
             ELSE
               IF WS-PENDREC-STATUS = "05"
                 CLOSE PENDINGRECRUITERS-FILE
               END-IF
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-VERIFIED-DATE IS NOT NUMERIC
             OR WS-VERIFIED-DATE < "16010101"
             MOVE WS-UNVERIFIED-POINTS TO WS-SIGNAL-POINTS
             MOVE "UNVERIFIED POSTER" TO WS-SIGNAL-TEXT
             PERFORM ADD-RISK-SIGNAL
             EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VERIFIED-AGE =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-STAMP))
             - FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-VERIFIED-DATE))
           IF WS-VERIFIED-AGE < WS-NEW-RECRUITER-DAYS
             MOVE WS-NEW-RECRUITER-POINTS TO WS-SIGNAL-POINTS
             MOVE "NEW RECRUITER" TO WS-SIGNAL-TEXT
             PERFORM ADD-RISK-SIGNAL
           END-IF.

       CHECK-EMPLOYER-ON-FILE.
           MOVE "N" TO WS-EMPLOYER-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ COMPANIES-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME)) =
                     FUNCTION UPPER-CASE(FUNCTION
                       TRIM(LK-JOB-EMPLOYER))
                     MOVE "Y" TO WS-EMPLOYER-FOUND
                     MOVE "Y" TO WS-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COMPANIES-FILE
           ELSE
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-EMPLOYER-FOUND NOT = "Y"
             MOVE WS-EMPLOYER-POINTS TO WS-SIGNAL-POINTS
             MOVE "EMPLOYER NOT ON FILE" TO WS-SIGNAL-TEXT
             PERFORM ADD-RISK-SIGNAL
           END-IF.

      *> Only yearly salaries are compared; with no benchmark on
      *> file yet the signal simply does not fire.
       CHECK-SALARY-BENCHMARK.
           PERFORM PARSE-YEARLY-SALARY
           IF WS-SALARY-OK NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LOCATION-MEDIAN
           MOVE 0 TO WS-OVERALL-MEDIAN
           MOVE "N" TO WS-EOF
           OPEN INPUT SALARYBENCH-FILE
           IF WS-BENCH-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ SALARYBENCH-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF SB-TYPE = "A"
                     MOVE SB-MEDIAN TO WS-OVERALL-MEDIAN
                   END-IF
                   IF SB-TYPE = "L"
                     AND FUNCTION UPPER-CASE(FUNCTION TRIM(SB-KEY)) =
                       FUNCTION UPPER-CASE(FUNCTION
                         TRIM(LK-JOB-LOCATION))
                     MOVE SB-MEDIAN TO WS-LOCATION-MEDIAN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SALARYBENCH-FILE
           ELSE
             IF WS-BENCH-STATUS = "05"
               CLOSE SALARYBENCH-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-LOCATION-MEDIAN > 0
             MOVE WS-LOCATION-MEDIAN TO WS-BENCH-MEDIAN
           ELSE
             MOVE WS-OVERALL-MEDIAN TO WS-BENCH-MEDIAN
           END-IF
           IF WS-BENCH-MEDIAN = 0
             EXIT PARAGRAPH
           END-IF

           IF WS-SALARY-VALUE * WS-SALARY-FACTOR < WS-BENCH-MEDIAN
             OR WS-SALARY-VALUE > WS-BENCH-MEDIAN * WS-SALARY-FACTOR
             MOVE WS-SALARY-POINTS TO WS-SIGNAL-POINTS
             MOVE "SALARY OUTLIER" TO WS-SIGNAL-TEXT
             PERFORM ADD-RISK-SIGNAL
           END-IF.

       PARSE-YEARLY-SALARY.
      *> Accepts the validated "$50,000/year" and
      *> "$50,000-$60,000/year" forms; a range contributes its
      *> midpoint.
           MOVE "N" TO WS-SALARY-OK
           MOVE 0 TO WS-SALARY-VALUE

           MOVE FUNCTION TRIM(LK-JOB-SALARY) TO WS-PARSE-TEXT
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARSE-TEXT)) = 0
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARSE-SEG
           MOVE SPACES TO WS-PARSE-RATE
           UNSTRING WS-PARSE-TEXT DELIMITED BY "/"
             INTO WS-PARSE-SEG WS-PARSE-RATE
           END-UNSTRING

           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PARSE-RATE))
             NOT = "year"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARSE-SEG2
           UNSTRING WS-PARSE-SEG DELIMITED BY "-"
             INTO WS-PARSE-SEG WS-PARSE-SEG2
           END-UNSTRING
           MOVE WS-PARSE-SEG TO WS-AMOUNT-TEXT
           PERFORM PARSE-SALARY-AMOUNT
           IF WS-AMOUNT-OK NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT-VALUE TO WS-SALARY-LOW

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARSE-SEG2)) > 0
             MOVE WS-PARSE-SEG2 TO WS-AMOUNT-TEXT
             PERFORM PARSE-SALARY-AMOUNT
             IF WS-AMOUNT-OK NOT = "Y"
               EXIT PARAGRAPH
             END-IF
             MOVE WS-AMOUNT-VALUE TO WS-SALARY-HIGH
             COMPUTE WS-SALARY-VALUE =
               (WS-SALARY-LOW + WS-SALARY-HIGH) / 2
           ELSE
             MOVE WS-SALARY-LOW TO WS-SALARY-VALUE
           END-IF

           IF WS-SALARY-VALUE > 0
             MOVE "Y" TO WS-SALARY-OK
           END-IF.

      *> WS-AMOUNT-TEXT such as "$50,000" to WS-AMOUNT-VALUE; any
      *> character other than a digit, "$", "," or a space, or more
      *> than eight digits, leaves WS-AMOUNT-OK at "N".
       PARSE-SALARY-AMOUNT.
           MOVE "N" TO WS-AMOUNT-OK
           MOVE 0 TO WS-AMOUNT-VALUE
           MOVE 0 TO WS-AMOUNT-DIGITS
           PERFORM VARYING WS-AMOUNT-POS FROM 1 BY 1
             UNTIL WS-AMOUNT-POS > 30
             MOVE WS-AMOUNT-TEXT(WS-AMOUNT-POS:1) TO WS-AMOUNT-CHAR
             EVALUATE TRUE
               WHEN WS-AMOUNT-CHAR IS NUMERIC
                 ADD 1 TO WS-AMOUNT-DIGITS
                 IF WS-AMOUNT-DIGITS > 8
                   EXIT PARAGRAPH
                 END-IF
                 COMPUTE WS-AMOUNT-VALUE = WS-AMOUNT-VALUE * 10
                   + FUNCTION NUMVAL(WS-AMOUNT-CHAR)
               WHEN WS-AMOUNT-CHAR = "$" OR WS-AMOUNT-CHAR = ","
                 OR WS-AMOUNT-CHAR = " "
                 CONTINUE
               WHEN OTHER
                 EXIT PARAGRAPH
             END-EVALUATE
           END-PERFORM
           IF WS-AMOUNT-DIGITS > 0
             MOVE "Y" TO WS-AMOUNT-OK
           END-IF.

       CHECK-DESCRIPTION-WORDING.
           MOVE "N" TO WS-FEE-FOUND
           MOVE "N" TO WS-CONTACT-FOUND
           MOVE 0 TO WS-DIGIT-RUN
           MOVE SPACES TO WS-WORD-TEXT

           PERFORM VARYING WS-WORD-POS FROM 1 BY 1
             UNTIL WS-WORD-POS > 100
             MOVE FUNCTION UPPER-CASE(
               LK-JOB-DESCRIPTION(WS-WORD-POS:1)) TO WS-WORD-CHAR
             IF (WS-WORD-CHAR >= "A" AND WS-WORD-CHAR <= "Z")
               OR (WS-WORD-CHAR >= "0" AND WS-WORD-CHAR <= "9")
               MOVE WS-WORD-CHAR TO WS-WORD-TEXT(WS-WORD-POS + 1:1)
             END-IF
             IF WS-WORD-CHAR = "@"
               MOVE "Y" TO WS-CONTACT-FOUND
             END-IF
             EVALUATE TRUE
               WHEN WS-WORD-CHAR >= "0" AND WS-WORD-CHAR <= "9"
                 ADD 1 TO WS-DIGIT-RUN
                 IF WS-DIGIT-RUN >= WS-PHONE-DIGITS
                   MOVE "Y" TO WS-CONTACT-FOUND
                 END-IF
               WHEN WS-WORD-CHAR = "-" OR WS-WORD-CHAR = "."
                 OR WS-WORD-CHAR = "(" OR WS-WORD-CHAR = ")"
                 OR WS-WORD-CHAR = " "
                 CONTINUE
               WHEN OTHER
                 MOVE 0 TO WS-DIGIT-RUN
             END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
             UNTIL WS-WORD-IDX > WS-RISK-WORD-COUNT
             MOVE SPACES TO WS-WORD-NEEDLE
             STRING " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-RISK-WORD(WS-WORD-IDX))
                      DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
               INTO WS-WORD-NEEDLE
             END-STRING
             COMPUTE WS-WORD-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-RISK-WORD(WS-WORD-IDX))) + 2
             MOVE 0 TO WS-WORD-HITS
             INSPECT WS-WORD-TEXT TALLYING WS-WORD-HITS
               FOR ALL WS-WORD-NEEDLE(1:WS-WORD-LEN)
             IF WS-WORD-HITS > 0
               IF WS-RISK-WORD-KIND(WS-WORD-IDX) = "F"
                 MOVE "Y" TO WS-FEE-FOUND
               ELSE
                 MOVE "Y" TO WS-CONTACT-FOUND
               END-IF
             END-IF
           END-PERFORM

           IF WS-FEE-FOUND = "Y"
             MOVE WS-FEE-POINTS TO WS-SIGNAL-POINTS
             MOVE "FEE/PAYMENT WORDING" TO WS-SIGNAL-TEXT
             PERFORM ADD-RISK-SIGNAL
           END-IF
           IF WS-CONTACT-FOUND = "Y"
             MOVE WS-CONTACT-POINTS TO WS-SIGNAL-POINTS
             MOVE "OFF-PLATFORM CONTACT" TO WS-SIGNAL-TEXT
             PERFORM ADD-RISK-SIGNAL
           END-IF.

       APPEND-RISK-RECORD.
           OPEN EXTEND JOBRISK-FILE
           IF WS-JOBRISK-STATUS = "35"
             OPEN OUTPUT JOBRISK-FILE
             IF WS-JOBRISK-STATUS = "00"
               CLOSE JOBRISK-FILE
             END-IF
             OPEN EXTEND JOBRISK-FILE
           END-IF

           IF WS-JOBRISK-STATUS NOT = "00"
             AND WS-JOBRISK-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO JOBRISK-RECORD
           MOVE LK-JOB-ID TO JR-JOB-ID
           MOVE LK-RISK-SOURCE TO JR-SOURCE
           MOVE LK-RISK-SCORE TO JR-SCORE
           MOVE LK-JOB-POSTER TO JR-BY
           MOVE WS-TODAY-STAMP TO JR-DATE
           MOVE LK-RISK-REASONS TO JR-REASONS
           WRITE JOBRISK-RECORD
           CLOSE JOBRISK-FILE.

       END PROGRAM JOBRISK.
