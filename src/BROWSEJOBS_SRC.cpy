       HANDLE-BROWSE-JOBS.
          MOVE SPACES TO WS-BROWSE-KEYWORD
          MOVE SPACES TO WS-BROWSE-LOCATION
          MOVE SPACES TO WS-BROWSE-WORK-MODE
          MOVE "N" TO WS-BROWSE-LOC-EXACT
          MOVE SPACES TO WS-BROWSE-EMPLOYER
          MOVE SPACES TO WS-BROWSE-CATEGORY

          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BROWSE-KEYWORD

          MOVE "Filter by location and/or work mode (e.g. Boston,"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "Remote, Chicago hybrid), or press Enter for all:"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
             EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BROWSE-LOCATION
          PERFORM NORMALISE-BROWSE-LOCATION

          PERFORM JOB-LIST-AND-VIEW-LOOP

          IF WS-EOF NOT = "Y"
            AND (FUNCTION LENGTH(FUNCTION TRIM(WS-BROWSE-KEYWORD)) > 0
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-BROWSE-LOCATION))
                > 0
              OR WS-BROWSE-WORK-MODE NOT = SPACES)
            PERFORM PROMPT-SAVE-SEARCH
          END-IF.

       NORMALISE-BROWSE-LOCATION.
          *> Runs the location filter through the location master so
          *> "NYC" finds postings filed as "New York, NY". A mode word
          *> in the text ("Chicago hybrid", "Remote") becomes a work
          *> mode filter; "Remote" alone means remote anywhere. Text
          *> the master does not know is still tried as a substring.
          IF WS-BROWSE-LOCATION = SPACES
             EXIT PARAGRAPH
          END-IF

          MOVE "M" TO WS-LM-FUNCTION
          MOVE WS-BROWSE-LOCATION TO WS-LM-TEXT
          CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
                EXIT PARAGRAPH
          END-CALL

          IF WS-LM-FOUND = "Y"
             IF WS-LM-REGION = "US"
                MOVE SPACES TO WS-BROWSE-LOCATION
                IF WS-LM-MODE = SPACES
                   MOVE "R" TO WS-BROWSE-WORK-MODE
                ELSE
                   MOVE WS-LM-MODE TO WS-BROWSE-WORK-MODE
                END-IF
             ELSE
                MOVE WS-LM-NAME TO WS-BROWSE-LOCATION
                MOVE WS-LM-MODE TO WS-BROWSE-WORK-MODE
                MOVE "Y" TO WS-BROWSE-LOC-EXACT
             END-IF
          ELSE
             MOVE FUNCTION UPPER-CASE(WS-BROWSE-LOCATION) TO
               WS-TRIMMED-IN
             IF WS-LM-MODE NOT = SPACES
               AND (WS-TRIMMED-IN = "HYBRID" OR WS-TRIMMED-IN =
                 "ON-SITE" OR WS-TRIMMED-IN = "ONSITE")
                MOVE SPACES TO WS-BROWSE-LOCATION
                MOVE WS-LM-MODE TO WS-BROWSE-WORK-MODE
             END-IF
          END-IF.

       PROMPT-SAVE-SEARCH.
          *> Offers to keep the keyword/location filter as a named
          *> saved search; the nightly SEARCHALERTS batch messages the
          MOVE WS-SAVEDSEARCH-NAME TO SS-NAME
          MOVE WS-BROWSE-KEYWORD TO SS-KEYWORD
          MOVE WS-BROWSE-LOCATION TO SS-LOCATION
          MOVE WS-BROWSE-WORK-MODE TO SS-WORK-MODE
          MOVE FUNCTION CURRENT-DATE(1:8) TO SS-CREATED-DATE
          WRITE SAVEDSEARCH-RECORD
          CLOSE SAVEDSEARCHES-FILE
             EXIT PARAGRAPH
          END-IF

      *> Postings from companies whose partnership tier carries
      *> featured placement are listed first: a first pass over the
      *> file takes only theirs, the second pass everyone else's.
          MOVE "F" TO WS-PQ-FUNCTION
          MOVE 0 TO WS-PQ-FEAT-COUNT
          CALL "PARTNERQUOTA" USING WS-PARTNER-QUOTA
            ON EXCEPTION
              MOVE 0 TO WS-PQ-FEAT-COUNT
          END-CALL
          IF WS-PQ-FEAT-COUNT > 0
             MOVE 1 TO WS-BROWSE-PASS
          ELSE
             MOVE 2 TO WS-BROWSE-PASS
          END-IF

          PERFORM UNTIL WS-BROWSE-PASS > 2
             PERFORM LIST-JOBS-ONE-PASS
             CLOSE JOBS-FILE
             ADD 1 TO WS-BROWSE-PASS
             IF WS-BROWSE-PASS = 2 AND WS-STOP-PAGING NOT = "Y"
                MOVE 0 TO WS-JOBS-RAW-COUNT
                MOVE "N" TO WS-JOBS-EOF
                OPEN INPUT JOBS-FILE
                IF WS-JOBS-STATUS NOT = "00"
                   MOVE 3 TO WS-BROWSE-PASS
                END-IF
             ELSE
                MOVE 3 TO WS-BROWSE-PASS
             END-IF
          END-PERFORM

          IF WS-JOBS-FOUND = "N"
             IF WS-JOBS-RAW-COUNT = 0
                MOVE
                "No job/internship postings are currently available."
                  TO OUTPUT-RECORD
             ELSE
                MOVE "No postings match that filter." TO OUTPUT-RECORD
                MOVE SPACES TO WS-SM-TERM
                IF FUNCTION LENGTH(FUNCTION
                  TRIM(WS-BROWSE-KEYWORD)) > 0
                  MOVE WS-BROWSE-KEYWORD TO WS-SM-TERM
                ELSE
                  MOVE WS-BROWSE-LOCATION TO WS-SM-TERM
                END-IF
                MOVE "J" TO WS-SM-TYPE
                PERFORM LOG-SEARCH-MISS
             END-IF
             PERFORM PRINT-LINE
          END-IF

          MOVE "-----------------------------" TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       LIST-JOBS-ONE-PASS.
      *> Pass 1 lists the featured postings, pass 2 the rest.
          PERFORM UNTIL WS-JOBS-EOF = "Y" OR WS-STOP-PAGING = "Y"
             READ JOBS-FILE
                AT END
                NOT AT END
                   ADD 1 TO WS-JOBS-RAW-COUNT
                   PERFORM CHECK-JOB-MATCHES-FILTER
                   MOVE "N" TO WS-JOB-FEATURED
                   IF WS-JOB-MATCHES-FILTER = "Y"
                      AND WS-PQ-FEAT-COUNT > 0
                      PERFORM CHECK-JOB-FEATURED
                      IF (WS-BROWSE-PASS = 1
                          AND WS-JOB-FEATURED NOT = "Y")
                        OR (WS-BROWSE-PASS = 2
                          AND WS-JOB-FEATURED = "Y")
                         MOVE "N" TO WS-JOB-MATCHES-FILTER
                      END-IF
                   END-IF
                   IF WS-JOB-MATCHES-FILTER = "Y"
                      ADD 1 TO WS-JOBS-COUNT
                      MOVE "Y" TO WS-JOBS-FOUND
                         FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
                         INTO OUTPUT-RECORD
                      END-STRING
                      IF WS-JOB-FEATURED = "Y"
                         COMPUTE WS-PQ-IDX = FUNCTION LENGTH(FUNCTION
                           TRIM(OUTPUT-RECORD TRAILING)) + 1
                         IF WS-PQ-IDX <= 70
                            MOVE " [Featured]" TO
                              OUTPUT-RECORD(WS-PQ-IDX:11)
                         END-IF
                      END-IF
                      PERFORM PRINT-LINE

                      MOVE JOB-WORK-MODE TO WS-LOC-PICKED-MODE
                      PERFORM SET-WORK-MODE-TEXT
                      MOVE SPACES TO OUTPUT-RECORD
                      STRING
                         "   (" DELIMITED BY SIZE
                         FUNCTION TRIM(JOB-LOCATION) DELIMITED BY SIZE
                         " - " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-WORK-MODE-TEXT) DELIMITED BY
                           SIZE
                         ")" DELIMITED BY SIZE
                         INTO OUTPUT-RECORD
                      END-STRING
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.

       CHECK-JOB-MATCHES-FILTER.
          MOVE "Y" TO WS-JOB-MATCHES-FILTER

          IF WS-JOB-MATCHES-FILTER = "Y"
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-BROWSE-LOCATION)) > 0
             AND WS-BROWSE-LOC-EXACT = "Y"
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-LOCATION)) NOT =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BROWSE-LOCATION))
                MOVE "N" TO WS-JOB-MATCHES-FILTER
             END-IF
          END-IF

          IF WS-JOB-MATCHES-FILTER = "Y"
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-BROWSE-LOCATION)) > 0
             AND WS-BROWSE-LOC-EXACT NOT = "Y"
             MOVE SPACES TO WS-FILTER-HAYSTACK
             MOVE JOB-LOCATION TO WS-FILTER-HAYSTACK
             MOVE WS-BROWSE-LOCATION TO WS-FILTER-NEEDLE
             END-IF
          END-IF

      *> Postings from before work modes were recorded are on-site.
          IF WS-JOB-MATCHES-FILTER = "Y"
             AND WS-BROWSE-WORK-MODE NOT = SPACES
             IF JOB-WORK-MODE = SPACES
                IF WS-BROWSE-WORK-MODE NOT = "O"
                   MOVE "N" TO WS-JOB-MATCHES-FILTER
                END-IF
             ELSE
                IF JOB-WORK-MODE NOT = WS-BROWSE-WORK-MODE
                   MOVE "N" TO WS-JOB-MATCHES-FILTER
                END-IF
             END-IF
          END-IF

          IF WS-JOB-MATCHES-FILTER = "Y"
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-BROWSE-EMPLOYER)) > 0
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-EMPLOYER)) NOT =
             END-IF
          END-IF.

       CHECK-JOB-FEATURED.
      *> Is the posting's employer on the featured list PARTNERQUOTA
      *> handed back?
          MOVE "N" TO WS-JOB-FEATURED
          PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
            UNTIL WS-PQ-IDX > WS-PQ-FEAT-COUNT
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-EMPLOYER)) =
               FUNCTION UPPER-CASE(FUNCTION
                 TRIM(WS-PQ-FEAT-NAME(WS-PQ-IDX)))
                MOVE "Y" TO WS-JOB-FEATURED
                EXIT PERFORM
             END-IF
          END-PERFORM.

       FIND-SUBSTRING-MATCH.
          *> Case-insensitive substring search: is WS-FILTER-NEEDLE
          *> found anywhere in WS-FILTER-HAYSTACK? Blank needle matches.
             INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          PERFORM SHOW-EMPLOYER-REVIEWS

          MOVE SPACES TO OUTPUT-RECORD
          STRING
          END-STRING
          PERFORM PRINT-LINE

          MOVE JOB-WORK-MODE TO WS-LOC-PICKED-MODE
          PERFORM SET-WORK-MODE-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          STRING
             "Work mode: " DELIMITED BY SIZE
             FUNCTION TRIM(WS-WORK-MODE-TEXT) DELIMITED BY SIZE
             INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          MOVE SPACES TO OUTPUT-RECORD
          IF FUNCTION LENGTH(FUNCTION TRIM(JOB-SALARY)) = 0
             MOVE "Salary: Not provided" TO OUTPUT-RECORD
          *> Store the job ID for this job posting
          MOVE JOB-ID TO WS-CURRENT-JOB-ID

          PERFORM SHOW-JOB-ELIGIBILITY
          PERFORM SHOW-SKILL-MATCH-HINT
          PERFORM SHOW-JOB-INFO-SESSIONS

          MOVE "-------------------" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE JOB-EMPLOYER TO WS-FOLLOW-CO-NAME
          PERFORM LOOKUP-COMPANY-BY-NAME
          PERFORM CHECK-ALREADY-FOLLOWING
          MOVE JOB-POSTER TO WS-JR-POSTER

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-EOF = "Y" OR WS-VALID-INPUT = "Y"
                MOVE "6. Follow this employer" TO OUTPUT-RECORD
             END-IF
             PERFORM PRINT-LINE
             IF FUNCTION TRIM(WS-JR-POSTER) NOT =
               FUNCTION TRIM(WS-USERNAME)
                MOVE "7. Report this posting" TO OUTPUT-RECORD
                PERFORM PRINT-LINE
             END-IF
             MOVE "Enter your choice:" TO OUTPUT-RECORD
             PERFORM PRINT-LINE

                                 WS-TRIMMED-IN(1:1) = "6"
                                   PERFORM TOGGLE-COMPANY-FOLLOW
                                ELSE
                                 IF WS-IN-LEN = 1 AND
                                  WS-TRIMMED-IN(1:1) = "7"
                                  AND FUNCTION TRIM(WS-JR-POSTER) NOT =
                                    FUNCTION TRIM(WS-USERNAME)
                                    PERFORM REPORT-JOB-POSTING
                                 ELSE
                                  MOVE "Invalid selection." TO
                                    OUTPUT-RECORD
                                  PERFORM PRINT-LINE
                                 END-IF
                                END-IF
                               END-IF
                            END-IF
             END-IF
          END-PERFORM.

       REPORT-JOB-POSTING.
          *> A report lands on the administrators' job moderation
          *> queue (JOBRISK.DAT, source S) alongside the postings the
          *> fraud scoring held. One report per student per posting,
          *> until an administrator dismisses the reports.
          MOVE "N" TO WS-JR-ALREADY
          MOVE "N" TO WS-JOBRISK-EOF
          OPEN INPUT JOBRISK-FILE
          IF WS-JOBRISK-STATUS = "00"
             PERFORM UNTIL WS-JOBRISK-EOF = "Y"
                READ JOBRISK-FILE
                   AT END
                      MOVE "Y" TO WS-JOBRISK-EOF
                   NOT AT END
                      IF JR-JOB-ID = WS-CURRENT-JOB-ID
                         IF JR-SOURCE = "S" AND FUNCTION TRIM(JR-BY)
                           = FUNCTION TRIM(WS-USERNAME)
                            MOVE "Y" TO WS-JR-ALREADY
                         END-IF
                         IF JR-SOURCE = "C"
                            MOVE "N" TO WS-JR-ALREADY
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE JOBRISK-FILE
          ELSE
             IF WS-JOBRISK-STATUS = "05"
                CLOSE JOBRISK-FILE
             END-IF
          END-IF

          IF WS-JR-ALREADY = "Y"
             MOVE "You have already reported this posting; the career"
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "center is reviewing it." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
          END-IF

          MOVE "Why are you reporting this posting? (for example, it"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "asks you to pay for something or to contact them off"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "InCollege). Leave blank to cancel:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
             EXIT PARAGRAPH
          END-IF
          IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
             MOVE "Report cancelled." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
          END-IF

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
             MOVE "Unable to record your report right now." TO
               OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO JOBRISK-RECORD
          MOVE WS-CURRENT-JOB-ID TO JR-JOB-ID
          MOVE "S" TO JR-SOURCE
          MOVE 0 TO JR-SCORE
          MOVE WS-USERNAME TO JR-BY
          MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATE
          MOVE FUNCTION TRIM(INPUT-RECORD) TO JR-REASONS
          WRITE JOBRISK-RECORD
          CLOSE JOBRISK-FILE

          MOVE "Thank you. The career center will review this posting."
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       SHOW-SKILL-MATCH-HINT.
          *> Shows the posting's listed skill requirements by name
          *> and how many of them this user has completed.

          CLOSE APPLICATIONS-FILE.

       SHOW-JOB-ELIGIBILITY.
      *> Rules line for any viewer; students and alumni also see
      *> whether they meet them before choosing to apply.
          PERFORM CHECK-JOB-ELIGIBILITY
          IF WS-EL-SET NOT = "Y"
             EXIT PARAGRAPH
          END-IF
          PERFORM FORMAT-ELIGIBILITY-RULES
          MOVE WS-EL-LINE TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          IF WS-ACCOUNT-TYPE NOT = "S" AND WS-ACCOUNT-TYPE NOT = "L"
             EXIT PARAGRAPH
          END-IF
          IF WS-EL-OK = "Y"
             MOVE "You are eligible to apply." TO OUTPUT-RECORD
          ELSE
             MOVE SPACES TO OUTPUT-RECORD
             STRING "You are not eligible: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EL-REASON) DELIMITED BY SIZE
               INTO OUTPUT-RECORD
             END-STRING
          END-IF
          PERFORM PRINT-LINE.

       APPLY-FOR-JOB.
          *> Record the application
          IF WS-ACCOUNT-TYPE = "F"
             MOVE "Advisor accounts cannot apply to postings." TO
               OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
          END-IF
          IF FUNCTION LENGTH(FUNCTION TRIM(JOB-DEADLINE)) > 0
             AND FUNCTION TRIM(JOB-DEADLINE) <
               FUNCTION TRIM(FUNCTION CURRENT-DATE(1:8))
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
          END-IF
          PERFORM CHECK-JOB-ELIGIBILITY
          IF WS-EL-OK = "N"
             MOVE SPACES TO OUTPUT-RECORD
             STRING "You cannot apply: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EL-REASON) DELIMITED BY SIZE
               INTO OUTPUT-RECORD
             END-STRING
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-VALID-INPUT
          MOVE "Are you sure you want to apply for this job? (Y/N):"
          END-IF

          MOVE 0 TO WS-PK-SEQ
          MOVE WS-USERNAME TO WS-PK-SUBJECT
          MOVE WS-CURRENT-JOB-ID TO WS-PK-KEY-ID

          IF FUNCTION LENGTH(FUNCTION TRIM(WS-PK-STATEMENT)) > 0
             MOVE "S" TO PK-TYPE

       WRITE-ONE-PACKET-LINE.
      *> Caller sets PK-TYPE and PK-LINE; the key fields and sequence
      *> are stamped here from WS-PK-SUBJECT and WS-PK-KEY-ID.
          MOVE WS-PK-SUBJECT TO PK-USERNAME
          MOVE WS-PK-KEY-ID TO PK-JOB-ID
          ADD 1 TO WS-PK-SEQ
          MOVE WS-PK-SEQ TO PK-SEQ
          WRITE PACKET-RECORD.

       SNAPSHOT-RESUME-TO-PACKET.
      *> Same content the resume export generates, written as packet
      *> lines. PACKETS-FILE is already open EXTEND, and the caller
      *> has set WS-PK-SUBJECT and WS-PK-KEY-ID.
          MOVE SPACES TO WS-VIEW-PROFILE-DATA
          MOVE SPACES TO WS-VIEW-EXPERIENCE-LIST
          MOVE SPACES TO WS-VIEW-EDUCATION-LIST
          MOVE 0 TO WS-VIEW-EDU-COUNT
          MOVE "N" TO WS-PROFILE-FOUND

          CALL "VIEWPROFILE" USING WS-PK-SUBJECT WS-VIEW-PROFILE-DATA
                               WS-VIEW-EXPERIENCE-LIST
                                 WS-VIEW-EDUCATION-LIST
                               WS-VIEW-EXP-COUNT WS-VIEW-EDU-COUNT

          IF WS-PROFILE-FOUND = "N"
             MOVE "R" TO PK-TYPE
             MOVE "(no profile on file at snapshot time)" TO PK-LINE
             PERFORM WRITE-ONE-PACKET-LINE
             EXIT PARAGRAPH
          END-IF
                END-STRING
                PERFORM WRITE-ONE-PACKET-LINE
             END-PERFORM
          END-IF

          MOVE WS-PK-SUBJECT TO WS-VIEW-EXTRAS-USER
          PERFORM LOAD-VIEW-EXTRAS

          MOVE "Projects:" TO PK-LINE
          PERFORM WRITE-ONE-PACKET-LINE
          IF WS-VIEW-PRJ-COUNT = 0
             MOVE "  None" TO PK-LINE
             PERFORM WRITE-ONE-PACKET-LINE
          ELSE
             PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
               UNTIL WS-VIEW-INDEX > WS-VIEW-PRJ-COUNT
                PERFORM FORMAT-PROJECT-LINES
                MOVE WS-XTRA-SUMMARY TO PK-LINE
                PERFORM WRITE-ONE-PACKET-LINE
             END-PERFORM
          END-IF

          MOVE "Certifications:" TO PK-LINE
          PERFORM WRITE-ONE-PACKET-LINE
          IF WS-VIEW-CRT-COUNT = 0
             MOVE "  None" TO PK-LINE
             PERFORM WRITE-ONE-PACKET-LINE
          ELSE
             PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
               UNTIL WS-VIEW-INDEX > WS-VIEW-CRT-COUNT
                PERFORM FORMAT-CERT-LINES
                MOVE WS-XTRA-SUMMARY TO PK-LINE
                PERFORM WRITE-ONE-PACKET-LINE
             END-PERFORM
          END-IF.

       SAVE-APPLICATION.
                      ELSE
                         MOVE SPACES TO WS-BROWSE-KEYWORD
                         MOVE SPACES TO WS-BROWSE-LOCATION
                         MOVE SPACES TO WS-BROWSE-WORK-MODE
                         MOVE "N" TO WS-BROWSE-LOC-EXACT
                         MOVE SPACES TO WS-BROWSE-CATEGORY
                         MOVE WS-EMPLOYER-NAME(WS-EMPLOYER-PICK) TO
                           WS-BROWSE-EMPLOYER
             END-READ
          END-PERFORM

          CLOSE JOBS-FILE

          PERFORM LOAD-COMPANY-MASTER
          PERFORM LOAD-REVIEW-TOTALS.

       DISPLAY-EMPLOYER-LIST.
          MOVE "N" TO WS-STOP-PAGING
                INTO OUTPUT-RECORD
             END-STRING
             PERFORM PRINT-LINE
             PERFORM SHOW-LISTED-EMPLOYER-RATING

             IF FUNCTION MOD(WS-EMPLOYER-IDX, WS-PAGE-SIZE) = 0
                PERFORM PAGINATION-PROMPT

          CLOSE COMPANIES-FILE.

       SHOW-EMPLOYER-REVIEWS.
      *> Job detail view: the company's anonymous student rating and
      *> its most recent comments, once enough reviews are in. No
      *> reviewer or date is shown.
          MOVE JOB-EMPLOYER TO WS-FOLLOW-CO-NAME
          PERFORM LOOKUP-COMPANY-BY-NAME
          IF WS-FOLLOW-CO-ID = 0
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-RVW-COUNT
          MOVE 0 TO WS-RVW-SUM
          MOVE 0 TO WS-RVW-RECENT-COUNT
          MOVE SPACES TO WS-RVW-RECENT-TABLE
          MOVE "N" TO WS-EMPREVIEWS-EOF
          OPEN INPUT EMPREVIEWS-FILE
          IF WS-EMPREVIEWS-STATUS NOT = "00"
            IF WS-EMPREVIEWS-STATUS = "05"
              CLOSE EMPREVIEWS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-EMPREVIEWS-EOF = "Y"
            READ EMPREVIEWS-FILE
              AT END
                MOVE "Y" TO WS-EMPREVIEWS-EOF
              NOT AT END
                IF ERV-CO-ID = WS-FOLLOW-CO-ID
                  AND ERV-RATING IS NUMERIC
                  ADD 1 TO WS-RVW-COUNT
                  ADD ERV-RATING TO WS-RVW-SUM
                  IF ERV-TEXT NOT = SPACES
                    MOVE WS-RVW-RECENT-TEXT(2) TO
                      WS-RVW-RECENT-TEXT(3)
                    MOVE WS-RVW-RECENT-TEXT(1) TO
                      WS-RVW-RECENT-TEXT(2)
                    MOVE ERV-TEXT TO WS-RVW-RECENT-TEXT(1)
                    IF WS-RVW-RECENT-COUNT < 3
                      ADD 1 TO WS-RVW-RECENT-COUNT
                    END-IF
                  END-IF
                END-IF
            END-READ
          END-PERFORM
          CLOSE EMPREVIEWS-FILE

          IF WS-RVW-COUNT < WS-RVW-MIN-SHOWN
            EXIT PARAGRAPH
          END-IF

          PERFORM PRINT-REVIEW-RATING-LINE
          PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
            UNTIL WS-RVW-IDX > WS-RVW-RECENT-COUNT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "    """ DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RVW-RECENT-TEXT(WS-RVW-IDX))
                     DELIMITED BY SIZE
                   """" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM.

       LOAD-REVIEW-TOTALS.
      *> Rating count and sum per company, indexed by CO-ID, for the
      *> list views. Caller has loaded the company master.
          PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
            UNTIL WS-RVW-IDX > 200
            MOVE 0 TO WS-RVW-CO-COUNT(WS-RVW-IDX)
            MOVE 0 TO WS-RVW-CO-SUM(WS-RVW-IDX)
          END-PERFORM

          MOVE "N" TO WS-EMPREVIEWS-EOF
          OPEN INPUT EMPREVIEWS-FILE
          IF WS-EMPREVIEWS-STATUS NOT = "00"
            IF WS-EMPREVIEWS-STATUS = "05"
              CLOSE EMPREVIEWS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-EMPREVIEWS-EOF = "Y"
            READ EMPREVIEWS-FILE
              AT END
                MOVE "Y" TO WS-EMPREVIEWS-EOF
              NOT AT END
                IF ERV-CO-ID > 0 AND ERV-CO-ID <= 200
                  AND ERV-RATING IS NUMERIC
                  ADD 1 TO WS-RVW-CO-COUNT(ERV-CO-ID)
                  ADD ERV-RATING TO WS-RVW-CO-SUM(ERV-CO-ID)
                END-IF
            END-READ
          END-PERFORM
          CLOSE EMPREVIEWS-FILE.

       SHOW-LISTED-EMPLOYER-RATING.
      *> Employer list: the rating line under WS-EMPLOYER-IDX when
      *> its company has enough reviews.
          PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM
              (WS-CO-NAME(WS-CO-IDX))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM
              (WS-EMPLOYER-NAME(WS-EMPLOYER-IDX)))
              AND WS-CO-ID(WS-CO-IDX) > 0
              AND WS-CO-ID(WS-CO-IDX) <= 200
              MOVE WS-RVW-CO-COUNT(WS-CO-ID(WS-CO-IDX)) TO
                WS-RVW-COUNT
              MOVE WS-RVW-CO-SUM(WS-CO-ID(WS-CO-IDX)) TO WS-RVW-SUM
              IF WS-RVW-COUNT >= WS-RVW-MIN-SHOWN
                PERFORM PRINT-REVIEW-RATING-LINE
              END-IF
              EXIT PERFORM
            END-IF
          END-PERFORM.

       PRINT-REVIEW-RATING-LINE.
      *> In: WS-RVW-COUNT and WS-RVW-SUM for one company.
          COMPUTE WS-RVW-AVG ROUNDED = WS-RVW-SUM / WS-RVW-COUNT
          MOVE WS-RVW-AVG TO WS-RVW-AVG-TEXT
          MOVE WS-RVW-COUNT TO WS-RVW-COUNT-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          STRING "   Student rating of hiring process: " DELIMITED BY
                   SIZE
                 WS-RVW-AVG-TEXT DELIMITED BY SIZE
                 "/5 from " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RVW-COUNT-TEXT) DELIMITED BY SIZE
                 " reviews" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       CHECK-ALREADY-FOLLOWING.
          MOVE "N" TO WS-ALREADY-FOLLOWING
          IF WS-FOLLOW-CO-ID = 0
