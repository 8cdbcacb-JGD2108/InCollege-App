       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEBOOK.

      *> Resume book for an employer partner. Career services runs
      *> this with one pipe-delimited command-line argument:
      *>   company-id|[major]|[college]|[from-year[-to-year]]|[Y]
      *> The company id must be on COMPANIES.DAT. Major and college
      *> match case-insensitively on a substring, the grad year range
      *> is inclusive (one year alone means just that year) and a
      *> trailing Y keeps only students open to opportunities.
      *> Blank parts skip that filter.
      *>
      *> The book is RESUMEBOOK-<co-id>-<yyyymmdd>.TXT: a title page
      *> with a table of contents, then one page per student sorted by
      *> last name in the same layout as the exported resume. Only
      *> active student accounts are included; sandbox accounts,
      *> students on leave and anyone who is connections-only or has
      *> opted out of extracts in PREFERENCES.DAT are left out, and
      *> the suppressed count goes to AUDIT.DAT. Every book issued is
      *> logged against the company in RESUMEBOOKS.DAT, which
      *> BILLINGSTATEMENTS prices each month.
      *>
      *> Examples:
      *>   RESUMEBOOK "0003|Finance||2027|Y"
      *>   RESUMEBOOK "0012||College X|2026-2027|"

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL PROFILES-FILE
               ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL EXPERIENCE-FILE
               ASSIGN TO "EXPERIENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPERIENCE-STATUS.

           SELECT OPTIONAL EDUCATION-FILE
               ASSIGN TO "EDUCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDUCATION-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL SANDBOX-FILE
               ASSIGN TO "SANDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANDBOX-STATUS.

           SELECT OPTIONAL PREFERENCES-FILE
               ASSIGN TO "PREFERENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.

           SELECT OPTIONAL ONLEAVE-FILE
               ASSIGN TO "ONLEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLEAVE-STATUS.

           SELECT OPTIONAL USERS-FILE
               ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT OPTIONAL RESUMEBOOKS-FILE
               ASSIGN TO "RESUMEBOOKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKS-STATUS.

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

       FD PROFILES-FILE.
           01 PROFILE-RECORD.
             05 PROFILE-USERNAME PIC X(12).
             05 PROFILE-FIRST-NAME PIC X(20).
             05 PROFILE-LAST-NAME PIC X(20).
             05 PROFILE-COLLEGE PIC X(30).
             05 PROFILE-MAJOR PIC X(30).
             05 PROFILE-GRAD-YEAR PIC 9(4).
             05 PROFILE-ABOUT-ME PIC X(500).
             05 PROFILE-CAMPUS PIC X(4).

       FD EXPERIENCE-FILE.
           01 EXPERIENCE-RECORD.
             05 EXPERIENCE-USERNAME PIC X(12).
             05 EXPERIENCE-INDEX PIC 99.
             05 EXPERIENCE-TITLE PIC X(30).
             05 EXPERIENCE-COMPANY PIC X(30).
             05 EXPERIENCE-START-DATE PIC X(10).
             05 EXPERIENCE-END-DATE PIC X(10).
             05 EXPERIENCE-DESC PIC X(100).

       FD EDUCATION-FILE.
           01 EDUCATION-RECORD.
             05 EDUCATION-USERNAME PIC X(12).
             05 EDUCATION-INDEX PIC 99.
             05 EDUCATION-DEGREE PIC X(30).
             05 EDUCATION-UNIVERSITY PIC X(30).
             05 EDUCATION-START-YEAR PIC 9(4).
             05 EDUCATION-END-YEAR PIC 9(4).
             05 EDUCATION-VERIFIED PIC X(1).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

       FD SANDBOX-FILE.
           01 SANDBOX-RECORD.
             05 SBX-USERNAME PIC X(12).

       FD PREFERENCES-FILE.
           01 PREFERENCE-RECORD.
             05 PF-USERNAME PIC X(12).
             05 PF-VISIBILITY PIC X(1).
             05 PF-NO-RECOMMEND PIC X(1).
             05 PF-NO-VIEWLOG PIC X(1).
             05 PF-XCAMPUS PIC X(1).
             05 PF-SEEKING PIC X(1).
             05 PF-AVAIL-FROM PIC X(8).
             05 PF-DESIRED-LOC PIC X(30).
             05 PF-NO-EXTRACT PIC X(1).

       FD ONLEAVE-FILE.
           01 ONLEAVE-RECORD.
             05 OL-USERNAME PIC X(12).

       FD USERS-FILE.
           01 USER-RECORD.
             05 USERNAME PIC X(12).
             05 USER-PASSWORD PIC X(12).
             05 USER-SEC-QUESTION PIC X(60).
             05 USER-SEC-ANSWER PIC X(30).
             05 USER-ACTIVE PIC X(1).
             05 USER-ACCOUNT-TYPE PIC X(1).

      *> One row per book issued; the filters are kept so the
      *> business office can answer "what did we send them".
       FD RESUMEBOOKS-FILE.
           01 RESUMEBOOK-RECORD.
             05 RB-CO-ID PIC 9(4).
             05 RB-ISSUED-DATE PIC X(8).
             05 RB-STUDENT-COUNT PIC 9(4).
             05 RB-FILTERS PIC X(80).

       WORKING-STORAGE SECTION.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-EDUCATION-STATUS PIC XX.
         77 WS-BOOKS-STATUS PIC XX.
         77 WS-SANDBOX-STATUS PIC XX.
         77 WS-IS-SANDBOX PIC X VALUE "N".
         77 WS-SANDBOX-EOF PIC X VALUE "N".
         77 WS-ONLEAVE-STATUS PIC XX.
         77 WS-ONLEAVE-EOF PIC X VALUE "N".
         77 WS-IS-ON-LEAVE PIC X VALUE "N".
         77 WS-ON-LEAVE-SKIPPED PIC 9(4) VALUE 0.
      *> Only active student accounts go into a book.
         77 WS-USERS-STATUS PIC XX.
         77 WS-USERS-EOF PIC X VALUE "N".
         77 WS-IS-STUDENT PIC X VALUE "N".
      *> Connections-only profiles and extract opt-outs never leave
      *> the system; the title page counts them and the count goes
      *> to AUDIT.DAT.
         77 WS-PREFS-STATUS PIC XX.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-PREFS-EOF PIC X VALUE "N".
         77 WS-IS-SUPPRESSED PIC X VALUE "N".
         77 WS-IS-SEEKING PIC X VALUE "N".
         77 WS-SUPPRESSED-ROWS PIC 9(4) VALUE 0.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-EXPERIENCE-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
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
         77 WS-REPORT-FILENAME PIC X(40).

         77 WS-COMMAND-LINE PIC X(120).
         77 WS-ARG-CO-ID PIC X(8) VALUE SPACES.
         77 WS-FILTER-MAJOR PIC X(30) VALUE SPACES.
         77 WS-FILTER-COLLEGE PIC X(30) VALUE SPACES.
         77 WS-FILTER-YEARS PIC X(12) VALUE SPACES.
         77 WS-FILTER-SEEKING PIC X(1) VALUE SPACES.
         77 WS-YEAR-FROM-TEXT PIC X(8) VALUE SPACES.
         77 WS-YEAR-TO-TEXT PIC X(8) VALUE SPACES.
         77 WS-YEAR-FROM PIC 9(4) VALUE 0.
         77 WS-YEAR-TO PIC 9(4) VALUE 9999.
         77 WS-BOOK-FILTERS PIC X(80) VALUE SPACES.

         77 WS-BOOK-CO-ID PIC 9(4) VALUE 0.
         77 WS-BOOK-CO-NAME PIC X(30) VALUE SPACES.
         77 WS-COMPANY-FOUND PIC X VALUE "N".

         77 WS-MAX-ROWS PIC 9(4) VALUE 500.
         01 WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 500 TIMES.
             10 WS-BOOK-USERNAME PIC X(12).
             10 WS-BOOK-FIRST-NAME PIC X(20).
             10 WS-BOOK-LAST-NAME PIC X(20).
             10 WS-BOOK-COLLEGE PIC X(30).
             10 WS-BOOK-MAJOR PIC X(30).
             10 WS-BOOK-GRAD-YEAR PIC 9(4).
             10 WS-BOOK-ABOUT-ME PIC X(500).
         77 WS-BOOK-COUNT PIC 9(4) VALUE 0.
         77 WS-BOOK-IDX PIC 9(4) VALUE 0.
         77 WS-BOOK-IDX2 PIC 9(4) VALUE 0.
         01 WS-BOOK-SWAP.
           05 WS-BOOK-SWAP-USERNAME PIC X(12).
           05 WS-BOOK-SWAP-FIRST PIC X(20).
           05 WS-BOOK-SWAP-LAST PIC X(20).
           05 WS-BOOK-SWAP-COLLEGE PIC X(30).
           05 WS-BOOK-SWAP-MAJOR PIC X(30).
           05 WS-BOOK-SWAP-YEAR PIC 9(4).
           05 WS-BOOK-SWAP-ABOUT PIC X(500).

         77 WS-ROW-MATCHES PIC X VALUE "Y".

      *> Page numbering: the title page is page 1, so each student's
      *> page is one more than their position in the book.
         77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
         77 WS-PAGE-TEXT PIC Z(3)9.
         77 WS-COUNT-TEXT PIC Z(3)9.
         77 WS-ENTRY-NUMBER PIC 99 VALUE 0.
         77 WS-YEAR-TEXT PIC X(4).

      *> About Me word-wrap buffers, as on the exported resume
         77 WS-ABOUT-WRAP-TEMP PIC X(500).
         77 WS-ABOUT-WRAP-LEN PIC 999 VALUE 0.
         77 WS-ABOUT-WRAP-POS PIC 999 VALUE 0.
         77 WS-ABOUT-WRAP-CHUNK PIC 999 VALUE 0.
         77 WS-ABOUT-WRAP-FIRST PIC X VALUE "Y".

      *> Case-insensitive substring matcher
         77 WS-FILTER-HAYSTACK PIC X(100).
         77 WS-FILTER-NEEDLE PIC X(30).
         77 WS-FILTER-FOUND PIC X VALUE "N".
         77 WS-FILTER-H-LEN PIC 999 VALUE 0.
         77 WS-FILTER-N-LEN PIC 99 VALUE 0.
         77 WS-FILTER-POS PIC 999 VALUE 0.
         77 WS-FILTER-LAST-POS PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP

           PERFORM PARSE-COMMAND-LINE
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF

           PERFORM FIND-BOOK-COMPANY
           IF WS-COMPANY-FOUND NOT = "Y"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Company " WS-BOOK-CO-ID
               " is not on COMPANIES.DAT."
             GOBACK
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "RESUMEBOOK-" DELIMITED BY SIZE
                  WS-BOOK-CO-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           PERFORM LOAD-MATCHING-PROFILES

           IF WS-BOOK-COUNT = 0
             DISPLAY "No students match the requested filters; "
               "no resume book issued."
             GOBACK
           END-IF

           PERFORM SORT-BY-LAST-NAME
           PERFORM WRITE-RESUME-BOOK
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOG-BOOK-ISSUED
           PERFORM WRITE-SUPPRESSION-AUDIT

           DISPLAY "Resume book for " FUNCTION TRIM(WS-BOOK-CO-NAME)
             " written to " FUNCTION TRIM(WS-REPORT-FILENAME) " ("
             WS-BOOK-COUNT " student(s))."

           GOBACK.

       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) > 0
             UNSTRING FUNCTION TRIM(WS-COMMAND-LINE) DELIMITED BY "|"
               INTO WS-ARG-CO-ID WS-FILTER-MAJOR WS-FILTER-COLLEGE
                    WS-FILTER-YEARS WS-FILTER-SEEKING
             END-UNSTRING
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-CO-ID)) = 0
             OR FUNCTION TRIM(WS-ARG-CO-ID) IS NOT NUMERIC
             MOVE 8 TO RETURN-CODE
             DISPLAY "Usage: RESUMEBOOK "
               "company-id|major|college|from-year-to-year|Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-CO-ID))
             TO WS-BOOK-CO-ID

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-YEARS)) > 0
             UNSTRING FUNCTION TRIM(WS-FILTER-YEARS) DELIMITED BY "-"
               INTO WS-YEAR-FROM-TEXT WS-YEAR-TO-TEXT
             END-UNSTRING
             IF FUNCTION LENGTH(FUNCTION TRIM(WS-YEAR-TO-TEXT)) = 0
               MOVE WS-YEAR-FROM-TEXT TO WS-YEAR-TO-TEXT
             END-IF
             IF FUNCTION TRIM(WS-YEAR-FROM-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-YEAR-TO-TEXT) IS NOT NUMERIC
               MOVE 8 TO RETURN-CODE
               DISPLAY "Graduation years must be YYYY or YYYY-YYYY."
               EXIT PARAGRAPH
             END-IF
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-YEAR-FROM-TEXT))
               TO WS-YEAR-FROM
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-YEAR-TO-TEXT))
               TO WS-YEAR-TO
             IF WS-YEAR-TO < WS-YEAR-FROM
               MOVE 8 TO RETURN-CODE
               DISPLAY "Graduation year range runs backwards."
               EXIT PARAGRAPH
             END-IF
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-FILTER-SEEKING)
             TO WS-FILTER-SEEKING

           MOVE SPACES TO WS-BOOK-FILTERS
           STRING "major=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILTER-MAJOR) DELIMITED BY SIZE
                  " college=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILTER-COLLEGE) DELIMITED BY SIZE
                  " years=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILTER-YEARS) DELIMITED BY SIZE
                  " seeking=" DELIMITED BY SIZE
                  WS-FILTER-SEEKING DELIMITED BY SIZE
             INTO WS-BOOK-FILTERS
           END-STRING.

       FIND-BOOK-COMPANY.
           MOVE "N" TO WS-COMPANY-FOUND
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
                 IF CO-ID = WS-BOOK-CO-ID
                   MOVE "Y" TO WS-COMPANY-FOUND
                   MOVE CO-NAME TO WS-BOOK-CO-NAME
                   MOVE "Y" TO WS-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE COMPANIES-FILE
           MOVE "N" TO WS-EOF.

       LOAD-MATCHING-PROFILES.
           MOVE 0 TO WS-BOOK-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
             IF WS-PROFILES-STATUS = "05"
               CLOSE PROFILES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PROFILES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM CHECK-PROFILE-MATCHES
                 IF WS-ROW-MATCHES = "Y"
                   AND WS-BOOK-COUNT < WS-MAX-ROWS
                   ADD 1 TO WS-BOOK-COUNT
                   MOVE PROFILE-USERNAME TO
                     WS-BOOK-USERNAME(WS-BOOK-COUNT)
                   MOVE PROFILE-FIRST-NAME TO
                     WS-BOOK-FIRST-NAME(WS-BOOK-COUNT)
                   MOVE PROFILE-LAST-NAME TO
                     WS-BOOK-LAST-NAME(WS-BOOK-COUNT)
                   MOVE PROFILE-COLLEGE TO
                     WS-BOOK-COLLEGE(WS-BOOK-COUNT)
                   MOVE PROFILE-MAJOR TO WS-BOOK-MAJOR(WS-BOOK-COUNT)
                   MOVE PROFILE-GRAD-YEAR TO
                     WS-BOOK-GRAD-YEAR(WS-BOOK-COUNT)
                   MOVE PROFILE-ABOUT-ME TO
                     WS-BOOK-ABOUT-ME(WS-BOOK-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PROFILES-FILE
           MOVE "N" TO WS-EOF.

       CHECK-PROFILE-MATCHES.
           MOVE "Y" TO WS-ROW-MATCHES

      *> Training accounts never go to an employer.
           PERFORM CHECK-SANDBOX-PROFILE
           IF WS-IS-SANDBOX = "Y"
             MOVE "N" TO WS-ROW-MATCHES
             EXIT PARAGRAPH
           END-IF

      *> Nor do staff, recruiters, alumni or closed accounts.
           PERFORM CHECK-STUDENT-ACCOUNT
           IF WS-IS-STUDENT NOT = "Y"
             MOVE "N" TO WS-ROW-MATCHES
             EXIT PARAGRAPH
           END-IF

      *> Privacy: a connections-only profile or an extract opt-out
      *> is never handed to an employer.
           PERFORM CHECK-PRIVACY-SUPPRESSED
           IF WS-IS-SUPPRESSED = "Y"
             ADD 1 TO WS-SUPPRESSED-ROWS
             MOVE "N" TO WS-ROW-MATCHES
             EXIT PARAGRAPH
           END-IF

      *> Accounts the registrar has on leave stay out until they
      *> return.
           PERFORM CHECK-ON-LEAVE
           IF WS-IS-ON-LEAVE = "Y"
             ADD 1 TO WS-ON-LEAVE-SKIPPED
             MOVE "N" TO WS-ROW-MATCHES
             EXIT PARAGRAPH
           END-IF

           IF WS-FILTER-SEEKING = "Y"
             AND WS-IS-SEEKING NOT = "Y"
             MOVE "N" TO WS-ROW-MATCHES
             EXIT PARAGRAPH
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-YEARS)) > 0
             IF PROFILE-GRAD-YEAR < WS-YEAR-FROM
               OR PROFILE-GRAD-YEAR > WS-YEAR-TO
               MOVE "N" TO WS-ROW-MATCHES
               EXIT PARAGRAPH
             END-IF
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-MAJOR)) > 0
             MOVE PROFILE-MAJOR TO WS-FILTER-HAYSTACK
             MOVE WS-FILTER-MAJOR TO WS-FILTER-NEEDLE
             PERFORM FIND-SUBSTRING-MATCH
             IF WS-FILTER-FOUND NOT = "Y"
               MOVE "N" TO WS-ROW-MATCHES
             END-IF
           END-IF

           IF WS-ROW-MATCHES = "Y"
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-COLLEGE)) > 0
             MOVE PROFILE-COLLEGE TO WS-FILTER-HAYSTACK
             MOVE WS-FILTER-COLLEGE TO WS-FILTER-NEEDLE
             PERFORM FIND-SUBSTRING-MATCH
             IF WS-FILTER-FOUND NOT = "Y"
               MOVE "N" TO WS-ROW-MATCHES
             END-IF
           END-IF.

       FIND-SUBSTRING-MATCH.
           MOVE "N" TO WS-FILTER-FOUND
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-NEEDLE))
             TO WS-FILTER-N-LEN
           IF WS-FILTER-N-LEN = 0
             MOVE "Y" TO WS-FILTER-FOUND
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILTER-HAYSTACK))
             TO WS-FILTER-H-LEN
           IF WS-FILTER-H-LEN < WS-FILTER-N-LEN
             EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FILTER-LAST-POS =
             WS-FILTER-H-LEN - WS-FILTER-N-LEN + 1
           PERFORM VARYING WS-FILTER-POS FROM 1 BY 1
             UNTIL WS-FILTER-POS > WS-FILTER-LAST-POS
               OR WS-FILTER-FOUND = "Y"
             IF FUNCTION UPPER-CASE(WS-FILTER-HAYSTACK(WS-FILTER-POS:
               WS-FILTER-N-LEN)) = FUNCTION UPPER-CASE(FUNCTION
               TRIM(WS-FILTER-NEEDLE))
               MOVE "Y" TO WS-FILTER-FOUND
             END-IF
           END-PERFORM.

       SORT-BY-LAST-NAME.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
             UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
             PERFORM VARYING WS-BOOK-IDX2 FROM 1 BY 1
               UNTIL WS-BOOK-IDX2 >= WS-BOOK-COUNT
               IF FUNCTION UPPER-CASE(WS-BOOK-LAST-NAME(WS-BOOK-IDX2))
                 > FUNCTION UPPER-CASE(WS-BOOK-LAST-NAME(
                   WS-BOOK-IDX2 + 1))
                 MOVE WS-BOOK-ENTRY(WS-BOOK-IDX2) TO WS-BOOK-SWAP
                 MOVE WS-BOOK-ENTRY(WS-BOOK-IDX2 + 1) TO
                   WS-BOOK-ENTRY(WS-BOOK-IDX2)
                 MOVE WS-BOOK-SWAP TO WS-BOOK-ENTRY(WS-BOOK-IDX2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-RESUME-BOOK.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "Unable to open resume book file for output."
             EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-TITLE-PAGE

           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
             UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
             PERFORM WRITE-STUDENT-PAGE
           END-PERFORM

           CLOSE REPORT-FILE.

       WRITE-TITLE-PAGE.
           MOVE SPACES TO REPORT-LINE
           STRING "Resume Book for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BOOK-CO-NAME) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Filters: " DELIMITED BY SIZE
                  WS-BOOK-FILTERS DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-BOOK-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Students: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-SUPPRESSED-ROWS TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Profiles suppressed by privacy preference: "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Contents" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
             UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
             COMPUTE WS-PAGE-NUMBER = WS-BOOK-IDX + 1
             MOVE WS-PAGE-NUMBER TO WS-PAGE-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "Page " DELIMITED BY SIZE
                    WS-PAGE-TEXT DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BOOK-LAST-NAME(WS-BOOK-IDX))
                      DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BOOK-FIRST-NAME(WS-BOOK-IDX))
                      DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BOOK-MAJOR(WS-BOOK-IDX))
                      DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-BOOK-GRAD-YEAR(WS-BOOK-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM.

       WRITE-STUDENT-PAGE.
           COMPUTE WS-PAGE-NUMBER = WS-BOOK-IDX + 1
           MOVE WS-PAGE-NUMBER TO WS-PAGE-TEXT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "==================== Page " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAGE-TEXT) DELIMITED BY SIZE
                  " ====================" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

      *> From here down the page follows the exported resume.
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-BOOK-FIRST-NAME(WS-BOOK-IDX))
                    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BOOK-LAST-NAME(WS-BOOK-IDX))
                    DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-BOOK-COLLEGE(WS-BOOK-IDX))
                    DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BOOK-MAJOR(WS-BOOK-IDX))
                    DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-BOOK-GRAD-YEAR(WS-BOOK-IDX) TO WS-YEAR-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Graduation Year: " DELIMITED BY SIZE
                  WS-YEAR-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-ABOUT-ME-TO-BOOK

           MOVE "Experience:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-EXPERIENCE-TO-BOOK

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "Education:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-EDUCATION-TO-BOOK.

       WRITE-ABOUT-ME-TO-BOOK.
           MOVE FUNCTION TRIM(WS-BOOK-ABOUT-ME(WS-BOOK-IDX))
             TO WS-ABOUT-WRAP-TEMP
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BOOK-ABOUT-ME(
             WS-BOOK-IDX))) TO WS-ABOUT-WRAP-LEN

           IF WS-ABOUT-WRAP-TEMP = SPACES
             EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-ABOUT-WRAP-POS
           MOVE "Y" TO WS-ABOUT-WRAP-FIRST
           PERFORM UNTIL WS-ABOUT-WRAP-POS > WS-ABOUT-WRAP-LEN
             COMPUTE WS-ABOUT-WRAP-CHUNK =
               WS-ABOUT-WRAP-LEN - WS-ABOUT-WRAP-POS + 1
             IF WS-ABOUT-WRAP-CHUNK > 87
               MOVE 87 TO WS-ABOUT-WRAP-CHUNK
             END-IF
             MOVE SPACES TO REPORT-LINE
             IF WS-ABOUT-WRAP-FIRST = "Y"
               STRING "About Me: " DELIMITED BY SIZE
                      WS-ABOUT-WRAP-TEMP(WS-ABOUT-WRAP-POS:
                        WS-ABOUT-WRAP-CHUNK) DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               MOVE "N" TO WS-ABOUT-WRAP-FIRST
             ELSE
               STRING "          " DELIMITED BY SIZE
                      WS-ABOUT-WRAP-TEMP(WS-ABOUT-WRAP-POS:
                        WS-ABOUT-WRAP-CHUNK) DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
             END-IF
             WRITE REPORT-LINE
             ADD WS-ABOUT-WRAP-CHUNK TO WS-ABOUT-WRAP-POS
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EXPERIENCE-TO-BOOK.
           MOVE 0 TO WS-ENTRY-NUMBER
           MOVE "N" TO WS-EOF

           OPEN INPUT EXPERIENCE-FILE
           IF WS-EXPERIENCE-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ EXPERIENCE-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(EXPERIENCE-USERNAME) =
                     FUNCTION TRIM(WS-BOOK-USERNAME(WS-BOOK-IDX))
                     AND WS-ENTRY-NUMBER < 99
                     ADD 1 TO WS-ENTRY-NUMBER
                     PERFORM WRITE-ONE-EXPERIENCE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EXPERIENCE-FILE
           ELSE
             IF WS-EXPERIENCE-STATUS = "05"
               CLOSE EXPERIENCE-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-ENTRY-NUMBER = 0
             MOVE "  None" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-EXPERIENCE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-ENTRY-NUMBER DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  EXPERIENCE-TITLE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  EXPERIENCE-COMPANY DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "     Dates: " DELIMITED BY SIZE
                  EXPERIENCE-START-DATE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  EXPERIENCE-END-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF EXPERIENCE-DESC NOT = SPACES
             MOVE SPACES TO REPORT-LINE
             STRING "     Description: " DELIMITED BY SIZE
                    FUNCTION TRIM(EXPERIENCE-DESC) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF.

       WRITE-EDUCATION-TO-BOOK.
           MOVE 0 TO WS-ENTRY-NUMBER
           MOVE "N" TO WS-EOF

           OPEN INPUT EDUCATION-FILE
           IF WS-EDUCATION-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ EDUCATION-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(EDUCATION-USERNAME) =
                     FUNCTION TRIM(WS-BOOK-USERNAME(WS-BOOK-IDX))
                     AND WS-ENTRY-NUMBER < 99
                     ADD 1 TO WS-ENTRY-NUMBER
                     PERFORM WRITE-ONE-EDUCATION
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EDUCATION-FILE
           ELSE
             IF WS-EDUCATION-STATUS = "05"
               CLOSE EDUCATION-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF WS-ENTRY-NUMBER = 0
             MOVE "  None" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-EDUCATION.
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-ENTRY-NUMBER DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  EDUCATION-DEGREE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  EDUCATION-UNIVERSITY DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF EDUCATION-VERIFIED = "V"
             MOVE "     Registrar-verified" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           MOVE EDUCATION-START-YEAR TO WS-YEAR-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "     Years: " DELIMITED BY SIZE
                  WS-YEAR-TEXT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  EDUCATION-END-YEAR DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       LOG-BOOK-ISSUED.
           OPEN EXTEND RESUMEBOOKS-FILE
           IF WS-BOOKS-STATUS = "35"
             OPEN OUTPUT RESUMEBOOKS-FILE
             IF WS-BOOKS-STATUS = "00"
               CLOSE RESUMEBOOKS-FILE
             END-IF
             OPEN EXTEND RESUMEBOOKS-FILE
           END-IF
           IF WS-BOOKS-STATUS NOT = "00"
             AND WS-BOOKS-STATUS NOT = "05"
             DISPLAY "Warning: unable to log the book in "
               "RESUMEBOOKS.DAT; it will not be billed."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-BOOK-CO-ID TO RB-CO-ID
           MOVE WS-TODAY-STAMP TO RB-ISSUED-DATE
           MOVE WS-BOOK-COUNT TO RB-STUDENT-COUNT
           MOVE WS-BOOK-FILTERS TO RB-FILTERS
           WRITE RESUMEBOOK-RECORD
           CLOSE RESUMEBOOKS-FILE.

       WRITE-SUPPRESSION-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "RESUMEBOOK" TO WS-AC-ACTOR
           MOVE "SUPPRESS" TO WS-AC-ACTION
           MOVE SPACES TO WS-AC-TARGET
           STRING "COMPANY " DELIMITED BY SIZE
                  WS-BOOK-CO-ID DELIMITED BY SIZE
             INTO WS-AC-TARGET
           END-STRING
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-SUPPRESSED-ROWS DELIMITED BY SIZE
                  " profile(s) suppressed" DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       CHECK-PRIVACY-SUPPRESSED.
           MOVE "N" TO WS-IS-SUPPRESSED
           MOVE "N" TO WS-IS-SEEKING
           MOVE "N" TO WS-PREFS-EOF

           OPEN INPUT PREFERENCES-FILE
           IF WS-PREFS-STATUS NOT = "00"
             IF WS-PREFS-STATUS = "05"
               CLOSE PREFERENCES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PREFS-EOF = "Y"
             READ PREFERENCES-FILE
               AT END
                 MOVE "Y" TO WS-PREFS-EOF
               NOT AT END
                 IF FUNCTION TRIM(PF-USERNAME) =
                   FUNCTION TRIM(PROFILE-USERNAME)
                   IF PF-VISIBILITY = "C"
                     OR PF-NO-EXTRACT = "Y"
                     MOVE "Y" TO WS-IS-SUPPRESSED
                   END-IF
                   IF PF-SEEKING = "Y"
                     MOVE "Y" TO WS-IS-SEEKING
                   END-IF
                   MOVE "Y" TO WS-PREFS-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PREFERENCES-FILE
           MOVE "N" TO WS-PREFS-EOF.

       CHECK-STUDENT-ACCOUNT.
           MOVE "N" TO WS-IS-STUDENT
           MOVE "N" TO WS-USERS-EOF

           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
             IF WS-USERS-STATUS = "05"
               CLOSE USERS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-USERS-EOF = "Y"
             READ USERS-FILE
               AT END
                 MOVE "Y" TO WS-USERS-EOF
               NOT AT END
                 IF FUNCTION TRIM(USERNAME) =
                   FUNCTION TRIM(PROFILE-USERNAME)
                   IF (USER-ACCOUNT-TYPE = "S"
                       OR USER-ACCOUNT-TYPE = SPACE)
                     AND USER-ACTIVE NOT = "N"
                     MOVE "Y" TO WS-IS-STUDENT
                   END-IF
                   MOVE "Y" TO WS-USERS-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE USERS-FILE.

       CHECK-SANDBOX-PROFILE.
           MOVE "N" TO WS-IS-SANDBOX
           MOVE "N" TO WS-SANDBOX-EOF

           OPEN INPUT SANDBOX-FILE
           IF WS-SANDBOX-STATUS NOT = "00"
             IF WS-SANDBOX-STATUS = "05"
               CLOSE SANDBOX-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SANDBOX-EOF = "Y"
             READ SANDBOX-FILE
               AT END
                 MOVE "Y" TO WS-SANDBOX-EOF
               NOT AT END
                 IF FUNCTION TRIM(SBX-USERNAME) =
                   FUNCTION TRIM(PROFILE-USERNAME)
                   MOVE "Y" TO WS-IS-SANDBOX
                   MOVE "Y" TO WS-SANDBOX-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE SANDBOX-FILE.

       CHECK-ON-LEAVE.
           MOVE "N" TO WS-IS-ON-LEAVE
           MOVE "N" TO WS-ONLEAVE-EOF

           OPEN INPUT ONLEAVE-FILE
           IF WS-ONLEAVE-STATUS NOT = "00"
             IF WS-ONLEAVE-STATUS = "05"
               CLOSE ONLEAVE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ONLEAVE-EOF = "Y"
             READ ONLEAVE-FILE
               AT END
                 MOVE "Y" TO WS-ONLEAVE-EOF
               NOT AT END
                 IF FUNCTION TRIM(OL-USERNAME) =
                   FUNCTION TRIM(PROFILE-USERNAME)
                   MOVE "Y" TO WS-IS-ON-LEAVE
                   MOVE "Y" TO WS-ONLEAVE-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ONLEAVE-FILE.

       END PROGRAM RESUMEBOOK.
