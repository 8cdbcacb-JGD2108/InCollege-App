              MOVE "12. My co-op hours" TO OUTPUT-RECORD
            END-IF
            PERFORM PRINT-LINE
            IF WS-ACCOUNT-TYPE NOT = "R" AND WS-ACCOUNT-TYPE NOT = "F"
              MOVE "13. My outside applications" TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
            MOVE "14. Browse by Location" TO OUTPUT-RECORD
            PERFORM PRINT-LINE

            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              WHEN "11"
                PERFORM HANDLE-BROWSE-BY-CATEGORY
              WHEN "12"
                EVALUATE WS-ACCOUNT-TYPE
                  WHEN "R"
                    PERFORM REVIEW-COOP-HOURS
                  WHEN "F"
                    MOVE "Advisor accounts do not log co-op hours." TO
                      OUTPUT-RECORD
                    PERFORM PRINT-LINE
                  WHEN OTHER
                    PERFORM HANDLE-COOP-HOURS
                END-EVALUATE
              WHEN "13"
                IF WS-ACCOUNT-TYPE NOT = "R"
                  AND WS-ACCOUNT-TYPE NOT = "F"
                  PERFORM HANDLE-OUTSIDE-APPLICATIONS
                ELSE
                  MOVE "Invalid Selection." TO OUTPUT-RECORD
                  PERFORM PRINT-LINE
                END-IF
              WHEN "14"
                PERFORM HANDLE-BROWSE-BY-LOCATION
              WHEN OTHER
                MOVE "Invalid Selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE

          PERFORM ENTER-JOB-DATES-AND-POST.

       CHECK-COLLECTION-HOLD.
      *> An employer on collection hold cannot post until an
      *> administrator clears the hold; employers with no
      *> COMPANIES.DAT entry have no account to hold.
          MOVE "N" TO WS-COLLECT-HELD
          MOVE WS-JOB-EMPLOYER TO WS-FOLLOW-CO-NAME
          PERFORM LOOKUP-COMPANY-BY-NAME
          IF WS-FOLLOW-CO-ID = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-COLLECTHOLDS-EOF
          OPEN INPUT COLLECTHOLDS-FILE
          IF WS-COLLECTHOLDS-STATUS NOT = "00"
            IF WS-COLLECTHOLDS-STATUS = "05"
              CLOSE COLLECTHOLDS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF
          PERFORM UNTIL WS-COLLECTHOLDS-EOF = "Y"
            READ COLLECTHOLDS-FILE
              AT END
                MOVE "Y" TO WS-COLLECTHOLDS-EOF
              NOT AT END
                IF CLH-CO-ID = WS-FOLLOW-CO-ID
                  AND CLH-STATUS = "H"
                  MOVE "Y" TO WS-COLLECT-HELD
                  MOVE "Y" TO WS-COLLECTHOLDS-EOF
                END-IF
            END-READ
          END-PERFORM
          CLOSE COLLECTHOLDS-FILE

          IF WS-COLLECT-HELD = "Y"
            MOVE "This employer's account is on collection hold; new"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "postings resume once the balance is settled with the"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "business office. Posting not created." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "Y" TO WS-JOB-CANCEL
          END-IF.

       CHECK-POSTING-QUOTA.
      *> Each employer may run only as many live postings (pending
      *> and scheduled included) as its partnership tier allows; the
      *> tier rules live in PARTNERQUOTA.
          MOVE "Q" TO WS-PQ-FUNCTION
          MOVE WS-JOB-EMPLOYER TO WS-PQ-EMPLOYER
          MOVE "N" TO WS-PQ-OVER
          CALL "PARTNERQUOTA" USING WS-PARTNER-QUOTA
            ON EXCEPTION
              MOVE "N" TO WS-PQ-OVER
          END-CALL
          IF WS-PQ-OVER NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          PERFORM SET-PQ-TIER-TEXT
          MOVE WS-PQ-LIVE TO WS-PQ-COUNT-TEXT
          MOVE WS-PQ-QUOTA TO WS-PQ-QUOTA-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-JOB-EMPLOYER) DELIMITED BY SIZE
                 " already has " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PQ-COUNT-TEXT) DELIMITED BY SIZE
                 " live posting(s), the " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PQ-TIER-TEXT) DELIMITED BY SIZE
                 " tier quota of " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PQ-QUOTA-TEXT) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          MOVE "Close a posting or ask employer relations about a"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "higher partnership tier. Posting not created." TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "Y" TO WS-JOB-CANCEL.

       SET-PQ-TIER-TEXT.
          EVALUATE WS-PQ-TIER
            WHEN "G"
              MOVE "Gold" TO WS-PQ-TIER-TEXT
            WHEN "S"
              MOVE "Silver" TO WS-PQ-TIER-TEXT
            WHEN OTHER
              MOVE "Basic" TO WS-PQ-TIER-TEXT
          END-EVALUATE.

       PROMPT-JOB-BASIC-FIELDS.
          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            EXIT PARAGRAPH
          END-IF

          PERFORM PICK-LOCATION-FROM-MASTER
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF
          PERFORM PROMPT-WORK-MODE
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE WS-LOC-PICKED-NAME TO WS-JOB-LOCATION
          MOVE WS-LOC-PICKED-MODE TO WS-JOB-WORK-MODE

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
      *> A template or repost pre-fills the descriptive fields;
      *> dates, openings, category and the rest are always entered
      *> fresh.
          PERFORM CONFIRM-JOB-LOCATION
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          PERFORM CHECK-COLLECTION-HOLD
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          PERFORM CHECK-POSTING-QUOTA
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          PERFORM CONFIRM-DUPLICATE-POSTING
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "Application deadline (YYYYMMDD, Optional, press
            EXIT PARAGRAPH
          END-IF

          PERFORM PROMPT-JOB-ELIGIBILITY
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO WS-MESSAGE
          MOVE SPACES TO WS-NEW-JOB-ID
          CALL "JOBPOSTPROG" USING WS-JOB-DATA WS-USERNAME WS-STATUS

          IF WS-STATUS = "Y" AND WS-SQ-COUNT > 0
            PERFORM SAVE-SCREENING-QUESTIONS
          END-IF

          IF WS-STATUS = "Y" AND WS-EL-SET = "Y"
            PERFORM SAVE-JOB-ELIGIBILITY
          END-IF.

       CONFIRM-DUPLICATE-POSTING.
      *> The same employer, location and a near-identical title while
      *> the earlier posting is still open is almost always a double
      *> post; the poster must say Y to go ahead anyway.
          MOVE WS-JOB-EMPLOYER TO WS-DUP-NEW-EMPLOYER
          MOVE WS-JOB-TITLE TO WS-DUP-NEW-TITLE
          MOVE WS-JOB-LOCATION TO WS-DUP-NEW-LOCATION
          PERFORM FIND-DUPLICATE-POSTING
          IF WS-DUP-FOUND-ID = SPACES
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Warning: this looks like a duplicate of "
                   DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DUP-FOUND-ID) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          MOVE SPACES TO OUTPUT-RECORD
          STRING "  (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DUP-FOUND-TITLE) DELIMITED BY SIZE
                 ", still open)" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          MOVE "Post it anyway? (Y/N)" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            MOVE "Y" TO WS-JOB-CANCEL
            EXIT PARAGRAPH
          END-IF
          IF INPUT-RECORD(1:1) NOT = "Y" AND INPUT-RECORD(1:1) NOT =
            "y"
            MOVE "Posting not created." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "Y" TO WS-JOB-CANCEL
          END-IF.

       FIND-DUPLICATE-POSTING.
      *> Sets WS-DUP-FOUND-ID/-TITLE to the first open posting (not
      *> rejected) matching WS-DUP-NEW-EMPLOYER, -LOCATION and, within
      *> WS-DUP-TITLE-TOLERANCE, -TITLE. Spaces when there is none.
          MOVE SPACES TO WS-DUP-FOUND-ID
          MOVE SPACES TO WS-DUP-FOUND-TITLE

          MOVE WS-DUP-NEW-EMPLOYER TO WS-DUP-KEY-IN
          PERFORM BUILD-DUP-MATCH-KEY
          MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-EMPLOYER
          MOVE WS-DUP-NEW-LOCATION TO WS-DUP-KEY-IN
          PERFORM BUILD-DUP-MATCH-KEY
          MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-LOCATION
          MOVE WS-DUP-NEW-TITLE TO WS-DUP-KEY-IN
          PERFORM BUILD-DUP-MATCH-KEY
          MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-TITLE
          IF WS-DUP-NEW-EMPLOYER = SPACES OR WS-DUP-NEW-TITLE = SPACES
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-JOBS-EOF
          OPEN INPUT JOBS-FILE
          IF WS-JOBS-STATUS NOT = "00"
            IF WS-JOBS-STATUS = "05"
              CLOSE JOBS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-JOBS-EOF = "Y"
            READ JOBS-FILE
              AT END
                MOVE "Y" TO WS-JOBS-EOF
              NOT AT END
                IF JOB-REVIEW-STATUS NOT = "R"
                  MOVE JOB-EMPLOYER TO WS-DUP-KEY-IN
                  PERFORM BUILD-DUP-MATCH-KEY
                  IF WS-DUP-KEY-OUT = WS-DUP-NEW-EMPLOYER
                    MOVE JOB-LOCATION TO WS-DUP-KEY-IN
                    PERFORM BUILD-DUP-MATCH-KEY
                    IF WS-DUP-KEY-OUT = WS-DUP-NEW-LOCATION
                      MOVE JOB-TITLE TO WS-DUP-KEY-IN
                      PERFORM BUILD-DUP-MATCH-KEY
                      MOVE 0 TO WS-DUP-TITLE-DIFFS
                      PERFORM VARYING WS-DUP-KEY-POS FROM 1 BY 1
                        UNTIL WS-DUP-KEY-POS > 30
                        IF WS-DUP-KEY-OUT(WS-DUP-KEY-POS:1) NOT =
                          WS-DUP-NEW-TITLE(WS-DUP-KEY-POS:1)
                          ADD 1 TO WS-DUP-TITLE-DIFFS
                        END-IF
                      END-PERFORM
                      IF WS-DUP-TITLE-DIFFS <= WS-DUP-TITLE-TOLERANCE
                        MOVE JOB-ID TO WS-DUP-FOUND-ID
                        MOVE JOB-TITLE TO WS-DUP-FOUND-TITLE
                        MOVE "Y" TO WS-JOBS-EOF
                      END-IF
                    END-IF
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE JOBS-FILE.

       BUILD-DUP-MATCH-KEY.
      *> WS-DUP-KEY-IN upper-cased with everything but letters and
      *> digits squeezed out, so "Acme, Inc." and "ACME Inc" agree.
          MOVE SPACES TO WS-DUP-KEY-OUT
          MOVE 0 TO WS-DUP-KEY-LEN
          PERFORM VARYING WS-DUP-KEY-POS FROM 1 BY 1
            UNTIL WS-DUP-KEY-POS > 30
            MOVE FUNCTION UPPER-CASE(WS-DUP-KEY-IN(WS-DUP-KEY-POS:1))
              TO WS-DUP-KEY-CHAR
            IF (WS-DUP-KEY-CHAR >= "A" AND WS-DUP-KEY-CHAR <= "Z")
              OR (WS-DUP-KEY-CHAR >= "0" AND WS-DUP-KEY-CHAR <= "9")
              ADD 1 TO WS-DUP-KEY-LEN
              MOVE WS-DUP-KEY-CHAR TO WS-DUP-KEY-OUT(WS-DUP-KEY-LEN:1)
            END-IF
          END-PERFORM.

       PROMPT-SCREENING-QUESTIONS.
      *> Up to three yes/no screening questions per posting; a
      *> knockout question turns away applicants who answer No

          CLOSE SCREENANS-FILE.

       PROMPT-JOB-ELIGIBILITY.
      *> Optional eligibility rules checked when a student applies:
      *> a graduation-year window, accepted majors, and whether
      *> alumni accounts may apply. Enter leaves any rule open.
          MOVE "N" TO WS-EL-SET
          MOVE 0 TO WS-EL-GRAD-FROM
          MOVE 0 TO WS-EL-GRAD-TO
          MOVE "Y" TO WS-EL-ALUMNI
          MOVE SPACES TO WS-EL-MAJOR-TABLE
          MOVE 0 TO WS-EL-MAJOR-COUNT
          MOVE "Set eligibility rules? (Y/N)" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            MOVE "Y" TO WS-JOB-CANCEL
            EXIT PARAGRAPH
          END-IF
          IF INPUT-RECORD(1:1) NOT = "Y" AND INPUT-RECORD(1:1) NOT =
            "y"
            EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO WS-EL-SET

          MOVE "Earliest graduation year (YYYY, Enter for any):" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-ELIGIBILITY-YEAR
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE WS-EL-USER-GRAD TO WS-EL-GRAD-FROM

          MOVE "Latest graduation year (YYYY, Enter for any):" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-ELIGIBILITY-YEAR
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE WS-EL-USER-GRAD TO WS-EL-GRAD-TO
          IF WS-EL-GRAD-FROM > 0 AND WS-EL-GRAD-TO > 0
            AND WS-EL-GRAD-TO < WS-EL-GRAD-FROM
            MOVE WS-EL-GRAD-FROM TO WS-EL-USER-GRAD
            MOVE WS-EL-GRAD-TO TO WS-EL-GRAD-FROM
            MOVE WS-EL-USER-GRAD TO WS-EL-GRAD-TO
          END-IF

          PERFORM UNTIL WS-EL-MAJOR-COUNT >= 5 OR WS-EOF = "Y"
            MOVE "Accepted major (Enter to finish, none = any major):"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN = 0
              EXIT PERFORM
            END-IF
      *> Known majors are stored under their table name so eligibility
      *> matches however the student spelled it; broader words such as
      *> "Engineering" are kept as typed and still match by containment.
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE "M" TO WS-ACAD-PICK-TYPE
            PERFORM MATCH-TYPED-ACAD-VALUE
            IF WS-ACAD-LISTED NOT = "Y"
              ADD 1 TO WS-EL-MAJOR-COUNT
              IF WS-ACAD-PICKED = "Y"
                MOVE WS-ACAD-PICKED-NAME TO
                  WS-EL-MAJOR(WS-EL-MAJOR-COUNT)
              ELSE
                MOVE WS-TRIMMED-IN TO WS-EL-MAJOR(WS-EL-MAJOR-COUNT)
              END-IF
            END-IF
          END-PERFORM
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "May alumni apply? (Y/N)" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            MOVE "Y" TO WS-JOB-CANCEL
            EXIT PARAGRAPH
          END-IF
          IF INPUT-RECORD(1:1) = "N" OR INPUT-RECORD(1:1) = "n"
            MOVE "N" TO WS-EL-ALUMNI
          END-IF.

       READ-ELIGIBILITY-YEAR.
      *> Four-digit year into WS-EL-USER-GRAD; blank means open (0).
          MOVE 0 TO WS-EL-USER-GRAD
          PERFORM UNTIL WS-EOF = "Y"
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF INPUT-RECORD = SPACES
              EXIT PARAGRAPH
            END-IF
            IF WS-IN-LEN = 4 AND WS-TRIMMED-IN(1:4) IS NUMERIC
              MOVE WS-TRIMMED-IN(1:4) TO WS-EL-USER-GRAD
              EXIT PARAGRAPH
            END-IF
            MOVE "Please enter a four-digit year, or Enter for any:"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-PERFORM.

       SAVE-JOB-ELIGIBILITY.
          OPEN EXTEND JOBELIG-FILE
          IF WS-JOBELIG-STATUS = "35"
            OPEN OUTPUT JOBELIG-FILE
            IF WS-JOBELIG-STATUS = "00"
              CLOSE JOBELIG-FILE
            END-IF
            OPEN EXTEND JOBELIG-FILE
          END-IF

          IF WS-JOBELIG-STATUS NOT = "00"
            AND WS-JOBELIG-STATUS NOT = "05"
            MOVE "Unable to save the eligibility rules." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-NEW-JOB-ID TO JE-JOB-ID
          MOVE WS-EL-GRAD-FROM TO JE-GRAD-FROM
          MOVE WS-EL-GRAD-TO TO JE-GRAD-TO
          MOVE WS-EL-ALUMNI TO JE-ALUMNI
          PERFORM VARYING WS-EL-IDX FROM 1 BY 1
            UNTIL WS-EL-IDX > 5
            MOVE WS-EL-MAJOR(WS-EL-IDX) TO JE-MAJOR(WS-EL-IDX)
          END-PERFORM
          WRITE JOBELIG-RECORD

          CLOSE JOBELIG-FILE.

       LOAD-JOB-ELIGIBILITY.
      *> Rules for WS-CURRENT-JOB-ID; WS-EL-SET stays "N" when the
      *> posting has none. A later row for the same posting wins.
          MOVE "N" TO WS-EL-SET
          MOVE 0 TO WS-EL-GRAD-FROM
          MOVE 0 TO WS-EL-GRAD-TO
          MOVE "Y" TO WS-EL-ALUMNI
          MOVE SPACES TO WS-EL-MAJOR-TABLE
          MOVE 0 TO WS-EL-MAJOR-COUNT
          MOVE "N" TO WS-JOBELIG-EOF

          OPEN INPUT JOBELIG-FILE
          IF WS-JOBELIG-STATUS NOT = "00"
            IF WS-JOBELIG-STATUS = "05"
              CLOSE JOBELIG-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-JOBELIG-EOF = "Y"
            READ JOBELIG-FILE
              AT END
                MOVE "Y" TO WS-JOBELIG-EOF
              NOT AT END
                IF FUNCTION TRIM(JE-JOB-ID) =
                  FUNCTION TRIM(WS-CURRENT-JOB-ID)
                  MOVE "Y" TO WS-EL-SET
                  MOVE JE-GRAD-FROM TO WS-EL-GRAD-FROM
                  MOVE JE-GRAD-TO TO WS-EL-GRAD-TO
                  MOVE JE-ALUMNI TO WS-EL-ALUMNI
                  MOVE 0 TO WS-EL-MAJOR-COUNT
                  PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                    UNTIL WS-EL-IDX > 5
                    MOVE JE-MAJOR(WS-EL-IDX) TO WS-EL-MAJOR(WS-EL-IDX)
                    IF JE-MAJOR(WS-EL-IDX) NOT = SPACES
                      ADD 1 TO WS-EL-MAJOR-COUNT
                    END-IF
                  END-PERFORM
                END-IF
            END-READ
          END-PERFORM

          CLOSE JOBELIG-FILE.

       CHECK-JOB-ELIGIBILITY.
      *> Checks WS-USERNAME / WS-ACCOUNT-TYPE against the rules for
      *> WS-CURRENT-JOB-ID. WS-EL-OK = "N" with WS-EL-REASON set
      *> when the student cannot apply.
          MOVE "Y" TO WS-EL-OK
          MOVE SPACES TO WS-EL-REASON
          PERFORM LOAD-JOB-ELIGIBILITY
          IF WS-EL-SET NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          IF WS-EL-ALUMNI = "N" AND WS-ACCOUNT-TYPE = "L"
            MOVE "N" TO WS-EL-OK
            MOVE "this posting is not open to alumni." TO WS-EL-REASON
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-EL-USER-GRAD
          MOVE SPACES TO WS-EL-USER-MAJOR
          MOVE "N" TO WS-PROFILE-EOF
          OPEN INPUT PROFILES-FILE
          IF WS-PROFILES-STATUS = "00"
            PERFORM UNTIL WS-PROFILE-EOF = "Y"
              READ PROFILES-FILE
                AT END
                  MOVE "Y" TO WS-PROFILE-EOF
                NOT AT END
                  IF FUNCTION TRIM(PROFILE-USERNAME) =
                    FUNCTION TRIM(WS-USERNAME)
                    IF PROFILE-GRAD-YEAR IS NUMERIC
                      MOVE PROFILE-GRAD-YEAR TO WS-EL-USER-GRAD
                    END-IF
                    MOVE PROFILE-MAJOR TO WS-EL-USER-MAJOR
                    MOVE "Y" TO WS-PROFILE-EOF
                  END-IF
              END-READ
            END-PERFORM
            CLOSE PROFILES-FILE
          ELSE
            IF WS-PROFILES-STATUS = "05"
              CLOSE PROFILES-FILE
            END-IF
          END-IF

          IF WS-EL-GRAD-FROM > 0 OR WS-EL-GRAD-TO > 0
            IF WS-EL-USER-GRAD = 0
              MOVE "N" TO WS-EL-OK
              MOVE "add your graduation year to your profile first."
                TO WS-EL-REASON
              EXIT PARAGRAPH
            END-IF
            IF (WS-EL-GRAD-FROM > 0
                AND WS-EL-USER-GRAD < WS-EL-GRAD-FROM)
              OR (WS-EL-GRAD-TO > 0
                AND WS-EL-USER-GRAD > WS-EL-GRAD-TO)
              MOVE "N" TO WS-EL-OK
              MOVE "your graduation year is outside the accepted range."
                TO WS-EL-REASON
              EXIT PARAGRAPH
            END-IF
          END-IF

          IF WS-EL-MAJOR-COUNT > 0
            MOVE "N" TO WS-FILTER-FOUND
            IF WS-EL-USER-MAJOR NOT = SPACES
              MOVE WS-EL-USER-MAJOR TO WS-FILTER-HAYSTACK
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                UNTIL WS-EL-IDX > 5 OR WS-FILTER-FOUND = "Y"
                IF WS-EL-MAJOR(WS-EL-IDX) NOT = SPACES
                  MOVE WS-EL-MAJOR(WS-EL-IDX) TO WS-FILTER-NEEDLE
                  PERFORM FIND-SUBSTRING-MATCH
                END-IF
              END-PERFORM
            END-IF
            IF WS-FILTER-FOUND NOT = "Y"
              MOVE "N" TO WS-EL-OK
              MOVE "your major is not among the accepted majors." TO
                WS-EL-REASON
            END-IF
          END-IF.

       FORMAT-ELIGIBILITY-RULES.
      *> One-line summary of the loaded rules into WS-EL-LINE.
          MOVE SPACES TO WS-EL-LINE
          MOVE 1 TO WS-EL-PTR
          STRING "Eligibility: grad " DELIMITED BY SIZE
            INTO WS-EL-LINE WITH POINTER WS-EL-PTR
          END-STRING
          IF WS-EL-GRAD-FROM = 0 AND WS-EL-GRAD-TO = 0
            STRING "any year" DELIMITED BY SIZE
              INTO WS-EL-LINE WITH POINTER WS-EL-PTR
            END-STRING
          ELSE
            IF WS-EL-GRAD-FROM = 0
              MOVE "----" TO WS-EL-YEAR-TEXT
            ELSE
              MOVE WS-EL-GRAD-FROM TO WS-EL-YEAR-TEXT
            END-IF
            STRING WS-EL-YEAR-TEXT DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
              INTO WS-EL-LINE WITH POINTER WS-EL-PTR
            END-STRING
            IF WS-EL-GRAD-TO = 0
              MOVE "----" TO WS-EL-YEAR-TEXT
            ELSE
              MOVE WS-EL-GRAD-TO TO WS-EL-YEAR-TEXT
            END-IF
            STRING WS-EL-YEAR-TEXT DELIMITED BY SIZE
              INTO WS-EL-LINE WITH POINTER WS-EL-PTR
            END-STRING
          END-IF
          IF WS-EL-ALUMNI = "N"
            STRING "; no alumni" DELIMITED BY SIZE
              INTO WS-EL-LINE WITH POINTER WS-EL-PTR
            END-STRING
          END-IF
          IF WS-EL-MAJOR-COUNT > 0
            STRING "; majors: " DELIMITED BY SIZE
              INTO WS-EL-LINE WITH POINTER WS-EL-PTR
            END-STRING
            PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > 5
              IF WS-EL-MAJOR(WS-EL-IDX) NOT = SPACES
                IF WS-EL-IDX > 1
                  STRING ", " DELIMITED BY SIZE
                    INTO WS-EL-LINE WITH POINTER WS-EL-PTR
                  END-STRING
                END-IF
                STRING FUNCTION TRIM(WS-EL-MAJOR(WS-EL-IDX))
                  DELIMITED BY SIZE
                  INTO WS-EL-LINE WITH POINTER WS-EL-PTR
                END-STRING
              END-IF
            END-PERFORM
          END-IF.

       PROMPT-JOB-SKILL-TAGS.
      *> Up to three SKILLCATALOG entries may be listed as
      *> requirements; "you meet N of M" is shown to browsing
      *> students and the match count to the poster.
          MOVE 0 TO WS-JS-PICK-COUNT
          PERFORM LOAD-SKILL-CATALOG
          IF WS-SKILL-CAT-COUNT = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "Tag required skills from the catalog (up to 3):" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
            UNTIL WS-SKILL-IDX > WS-SKILL-CAT-COUNT
            IF WS-SKILL-CAT-ACTIVE(WS-SKILL-IDX) NOT = "N"
              MOVE SPACES TO OUTPUT-RECORD
              STRING WS-SKILL-IDX DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SKILL-CAT-TITLE(WS-SKILL-IDX))
                       DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM

          PERFORM UNTIL WS-JS-PICK-COUNT >= 3 OR WS-EOF = "Y"
            MOVE "Enter a skill number, or 0 to finish:" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN = 1 AND WS-TRIMMED-IN(1:1) = "0"
              EXIT PERFORM
            END-IF
            IF WS-IN-LEN = 1
              AND WS-TRIMMED-IN(1:1) >= "1"
              AND WS-TRIMMED-IN(1:1) <= "9"
              AND FUNCTION NUMVAL(WS-TRIMMED-IN(1:1)) <=
                WS-SKILL-CAT-COUNT
              ADD 1 TO WS-JS-PICK-COUNT
              COMPUTE WS-JS-PICK(WS-JS-PICK-COUNT) =
                FUNCTION NUMVAL(WS-TRIMMED-IN(1:1))
            ELSE
              MOVE "Invalid selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM.

       SAVE-JOB-SKILL-TAGS.
          OPEN EXTEND JOBSKILLS-FILE
          IF WS-JOBSKILLS-STATUS = "35"
            OPEN OUTPUT JOBSKILLS-FILE
            IF WS-JOBSKILLS-STATUS = "00"
              CLOSE JOBSKILLS-FILE
            END-IF
            OPEN EXTEND JOBSKILLS-FILE
          END-IF

          IF WS-JOBSKILLS-STATUS NOT = "00"
            AND WS-JOBSKILLS-STATUS NOT = "05"
            MOVE "Unable to save the skill tags." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-JS-IDX FROM 1 BY 1
            UNTIL WS-JS-IDX > WS-JS-PICK-COUNT
            MOVE WS-NEW-JOB-ID TO JS-JOB-ID
            MOVE WS-JS-PICK(WS-JS-IDX) TO JS-SC-ID
            WRITE JOBSKILL-RECORD
          END-PERFORM

          CLOSE JOBSKILLS-FILE.

          MOVE SPACES TO WS-BROWSE-KEYWORD
          MOVE SPACES TO WS-BROWSE-LOCATION
          MOVE SPACES TO WS-BROWSE-WORK-MODE
          MOVE "N" TO WS-BROWSE-LOC-EXACT
          MOVE SPACES TO WS-BROWSE-EMPLOYER
          MOVE WS-JC-ID(WS-JC-PICK) TO WS-BROWSE-CATEGORY
          PERFORM JOB-LIST-AND-VIEW-LOOP
          MOVE SPACES TO WS-BROWSE-CATEGORY.

       HANDLE-BROWSE-BY-LOCATION.
          *> Lists every location and work mode that has postings a
          *> student can see, with how many, and browses the pick.
          MOVE 0 TO WS-LG-COUNT-ALL
          MOVE "N" TO WS-JOBS-EOF
          OPEN INPUT JOBS-FILE
          IF WS-JOBS-STATUS = "00"
            PERFORM UNTIL WS-JOBS-EOF = "Y"
              READ JOBS-FILE
                AT END
                  MOVE "Y" TO WS-JOBS-EOF
                NOT AT END
                  IF JOB-REVIEW-STATUS NOT = "P"
                    AND JOB-REVIEW-STATUS NOT = "R"
                    AND NOT (JOB-PUBLISH-DATE IS NUMERIC
                      AND JOB-PUBLISH-DATE >
                        FUNCTION CURRENT-DATE(1:8))
                    PERFORM COUNT-LOCATION-GROUP
                  END-IF
              END-READ
            END-PERFORM
            CLOSE JOBS-FILE
          ELSE
            IF WS-JOBS-STATUS = "05"
              CLOSE JOBS-FILE
            END-IF
          END-IF

          MOVE "--- Browse by Location ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          IF WS-LG-COUNT-ALL = 0
            MOVE "No job/internship postings are currently available."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-LG-IDX FROM 1 BY 1
            UNTIL WS-LG-IDX > WS-LG-COUNT-ALL
            MOVE WS-LG-MODE(WS-LG-IDX) TO WS-LOC-PICKED-MODE
            PERFORM SET-WORK-MODE-TEXT
            MOVE WS-LG-IDX TO WS-JOB-NUMBER-TEXT
            MOVE WS-LG-COUNT(WS-LG-IDX) TO WS-LG-COUNT-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LG-LOCATION(WS-LG-IDX)) DELIMITED
                     BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORK-MODE-TEXT) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LG-COUNT-TEXT) DELIMITED BY SIZE
                   " posting(s))" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Enter a location number, or 0 to go back:" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          COMPUTE WS-LG-PICK =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-LG-PICK = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-LG-PICK > WS-LG-COUNT-ALL
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO WS-BROWSE-KEYWORD
          MOVE SPACES TO WS-BROWSE-EMPLOYER
          MOVE SPACES TO WS-BROWSE-CATEGORY
          MOVE WS-LG-LOCATION(WS-LG-PICK) TO WS-BROWSE-LOCATION
          MOVE WS-LG-MODE(WS-LG-PICK) TO WS-BROWSE-WORK-MODE
          MOVE "Y" TO WS-BROWSE-LOC-EXACT
          PERFORM JOB-LIST-AND-VIEW-LOOP
          MOVE SPACES TO WS-BROWSE-LOCATION
          MOVE SPACES TO WS-BROWSE-WORK-MODE
          MOVE "N" TO WS-BROWSE-LOC-EXACT.

       COUNT-LOCATION-GROUP.
          *> Adds the current JOBS-FILE row to its location/mode group,
          *> keeping the table in location then mode order. A posting
          *> with no mode recorded counts as on-site.
          MOVE JOB-LOCATION TO WS-LG-HOLD-LOCATION
          MOVE JOB-WORK-MODE TO WS-LG-HOLD-MODE
          IF WS-LG-HOLD-MODE = SPACES
            MOVE "O" TO WS-LG-HOLD-MODE
          END-IF
          MOVE 0 TO WS-LG-MATCH
          PERFORM VARYING WS-LG-IDX FROM 1 BY 1
            UNTIL WS-LG-IDX > WS-LG-COUNT-ALL
            IF WS-LG-LOCATION(WS-LG-IDX) = WS-LG-HOLD-LOCATION
              AND WS-LG-MODE(WS-LG-IDX) = WS-LG-HOLD-MODE
              MOVE WS-LG-IDX TO WS-LG-MATCH
              EXIT PERFORM
            END-IF
          END-PERFORM
          IF WS-LG-MATCH > 0
            ADD 1 TO WS-LG-COUNT(WS-LG-MATCH)
            EXIT PARAGRAPH
          END-IF
          IF WS-LG-COUNT-ALL >= WS-MAX-LOC-GROUPS
            EXIT PARAGRAPH
          END-IF

          MOVE 1 TO WS-LG-HOLD-COUNT
          ADD 1 TO WS-LG-COUNT-ALL
          MOVE WS-LG-COUNT-ALL TO WS-LG-IDX
          PERFORM UNTIL WS-LG-IDX = 1
            IF WS-LG-LOCATION(WS-LG-IDX - 1) < WS-LG-HOLD-LOCATION
              OR (WS-LG-LOCATION(WS-LG-IDX - 1) = WS-LG-HOLD-LOCATION
                AND WS-LG-MODE(WS-LG-IDX - 1) < WS-LG-HOLD-MODE)
              EXIT PERFORM
            END-IF
            MOVE WS-LG-ENTRY(WS-LG-IDX - 1) TO WS-LG-ENTRY(WS-LG-IDX)
            SUBTRACT 1 FROM WS-LG-IDX
          END-PERFORM
          MOVE WS-LG-HOLD TO WS-LG-ENTRY(WS-LG-IDX).

       LOAD-MY-TEMPLATES.
          MOVE 0 TO WS-JT-COUNT
          MOVE 0 TO WS-JT-MY-COUNT
          MOVE WS-JT-EMPLOYER(WS-JT-PICK) TO WS-JOB-EMPLOYER
          MOVE WS-JT-LOCATION(WS-JT-PICK) TO WS-JOB-LOCATION
          MOVE WS-JT-SALARY(WS-JT-PICK) TO WS-JOB-SALARY
          MOVE WS-JT-WORK-MODE(WS-JT-PICK) TO WS-JOB-WORK-MODE
          MOVE "Y" TO WS-TEMPLATE-USED

          MOVE SPACES TO OUTPUT-RECORD
          MOVE WS-JOBROW-LOCATION(WS-SELECTED-JOB-ROW) TO JT-LOCATION
          MOVE WS-JOBROW-SALARY(WS-SELECTED-JOB-ROW) TO JT-SALARY
          MOVE "N" TO JT-RECUR
          MOVE WS-JOBROW-WORK-MODE(WS-SELECTED-JOB-ROW) TO JT-WORK-MODE
          WRITE JOBTEMPLATE-RECORD
          CLOSE JOBTEMPLATES-FILE

                      WS-ARC-LOCATION(WS-ARCHIVE-SHOWN)
                    MOVE ARC-SALARY TO
                      WS-ARC-SALARY(WS-ARCHIVE-SHOWN)
                    MOVE ARC-WORK-MODE TO
                      WS-ARC-WORK-MODE(WS-ARCHIVE-SHOWN)
                  END-IF
                  IF ARC-REASON(1:8) = "DEADLINE"
                    MOVE "deadline passed" TO WS-ARCHIVE-REASON-TEXT
          MOVE WS-ARC-EMPLOYER(WS-ARC-PICK) TO WS-JOB-EMPLOYER
          MOVE WS-ARC-LOCATION(WS-ARC-PICK) TO WS-JOB-LOCATION
          MOVE WS-ARC-SALARY(WS-ARC-PICK) TO WS-JOB-SALARY
          MOVE WS-ARC-WORK-MODE(WS-ARC-PICK) TO WS-JOB-WORK-MODE
          MOVE "Y" TO WS-TEMPLATE-USED
          MOVE "Pre-filled from the archived posting; now enter the
      -    " dates and details." TO OUTPUT-RECORD
                    WS-JOBROW-CATEGORY(WS-JOB-ROW-COUNT)
                  MOVE JOB-PUBLISH-DATE TO
                    WS-JOBROW-PUBLISH(WS-JOB-ROW-COUNT)
                  MOVE JOB-WORK-MODE TO
                    WS-JOBROW-WORK-MODE(WS-JOB-ROW-COUNT)
                END-IF
            END-READ
          END-PERFORM
          MOVE "--- My Postings ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

      *> A recruiter on a company hiring team also manages the
      *> postings teammates made under that company's name.
          PERFORM LOAD-MY-TEAMMATES

          PERFORM VARYING WS-JOB-ROW-IDX FROM 1 BY 1
            UNTIL WS-JOB-ROW-IDX > WS-JOB-ROW-COUNT
            MOVE "N" TO WS-CT-SHARED
            IF FUNCTION TRIM(WS-JOBROW-POSTER(WS-JOB-ROW-IDX)) NOT =
               FUNCTION TRIM(WS-USERNAME)
              PERFORM CHECK-POSTING-SHARED
            END-IF
            IF FUNCTION TRIM(WS-JOBROW-POSTER(WS-JOB-ROW-IDX)) =
               FUNCTION TRIM(WS-USERNAME)
               OR WS-CT-SHARED = "Y"
              ADD 1 TO WS-MY-POST-COUNT
              MOVE WS-JOB-ROW-IDX TO
                WS-MY-POST-ROW(WS-MY-POST-COUNT)
                  END-STRING
              END-EVALUATE
              PERFORM PRINT-LINE
              IF WS-CT-SHARED = "Y"
                MOVE SPACES TO OUTPUT-RECORD
                STRING "     posted by teammate " DELIMITED BY SIZE
                       FUNCTION TRIM(
                         WS-JOBROW-POSTER(WS-JOB-ROW-IDX))
                         DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
                PERFORM PRINT-LINE
              END-IF
            END-IF
          END-PERFORM

          PERFORM PRINT-LINE
          MOVE "7. Save this posting as a template" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "8. Record interview feedback" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "9. Interview feedback summary" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "10. Edit this posting" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "11. Ranked applicant shortlist" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "12. Export applicants for your tracking system" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "0. Back to job menu" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "Enter your choice:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          PERFORM READ-AND-LOG
          IF WS-EOF NOT = "Y"
            AND INPUT-RECORD(1:2) = "10"
            PERFORM EDIT-LIVE-POSTING
            EXIT PARAGRAPH
          END-IF
          IF WS-EOF NOT = "Y"
            AND INPUT-RECORD(1:2) = "11"
            PERFORM SHOW-RANKED-SHORTLIST
            EXIT PARAGRAPH
          END-IF
          IF WS-EOF NOT = "Y"
            AND INPUT-RECORD(1:2) = "12"
            PERFORM EXPORT-POSTING-APPLICANTS
            EXIT PARAGRAPH
          END-IF
          IF WS-EOF NOT = "Y"
            IF INPUT-RECORD(1:1) = "1"
              PERFORM CLOSE-ONE-POSTING
                      ELSE
                        IF INPUT-RECORD(1:1) = "7"
                          PERFORM SAVE-POSTING-AS-TEMPLATE
                        ELSE
                          IF INPUT-RECORD(1:1) = "8"
                            PERFORM RECORD-INTERVIEW-FEEDBACK
                          ELSE
                            IF INPUT-RECORD(1:1) = "9"
                              PERFORM SHOW-FEEDBACK-ROLLUP
                            END-IF
                          END-IF
                        END-IF
                      END-IF
                    END-IF
            END-IF
          END-IF.

       EXPORT-POSTING-APPLICANTS.
          *> Writes the applicants not yet exported for this posting to
          *> a pipe-delimited file for the employer's own
          *> applicant-tracking system; ATSEXPORT keeps the record of
          *> what went out, so each export carries only the new ones.
          MOVE "P" TO WS-AX-FUNCTION
          MOVE WS-JOBROW-ID(WS-SELECTED-JOB-ROW) TO WS-AX-JOB-ID
          MOVE SPACES TO WS-AX-EMPLOYER
          MOVE 0 TO WS-AX-CO-ID
          MOVE WS-USERNAME TO WS-AX-REQUESTED-BY
          CALL "ATSEXPORT" USING WS-ATS-EXPORT
            ON EXCEPTION
              MOVE "E" TO WS-AX-RESULT
              MOVE "Applicant export is not available right now."
                TO WS-AX-MESSAGE
          END-CALL

          MOVE "--- Applicant Export ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE SPACES TO OUTPUT-RECORD
          STRING "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AX-MESSAGE) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          IF WS-AX-RESULT = "Y"
            MOVE "  Rows: H header, P posting, A applicant, Q answer,"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "  K skill met, S statement, R resume, T trailer."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            IF WS-AX-MORE = "Y"
              MOVE "  More new applicants remain; export again."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
          END-IF
          MOVE "------------------------" TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       SET-APP-STATUS-LABEL.
          *> Maps APP-STATUS to the wording shown to both sides.
          *> Records written before the lifecycle fields existed carry
          *> spaces and read as submitted.
          EVALUATE APP-STATUS
            WHEN "U"
              MOVE "Under review" TO WS-APP-STATUS-LABEL
            WHEN "I"
              MOVE "Interview" TO WS-APP-STATUS-LABEL
            WHEN "O"
              MOVE "Offered" TO WS-APP-STATUS-LABEL
            WHEN "A"
              MOVE "Offer accepted" TO WS-APP-STATUS-LABEL
            WHEN "X"
              MOVE "Offer declined" TO WS-APP-STATUS-LABEL
            WHEN "L"

          CLOSE APPLICATIONS-FILE.

       SHOW-RANKED-SHORTLIST.
          *> Ranks the posting's open applications on what is already
          *> on file: listed skills completed (3 points each), Yes
          *> answers to the screening questions (1 each), a
          *> registrar-verified education row, a major that matches
          *> the posting text and a referral (2 each). Anyone who
          *> answered No to a knockout question sorts below the rest.
          *> Rejected, declined and lapsed applications are left out.
          PERFORM BUILD-SHORTLIST-TABLE

          MOVE SPACES TO OUTPUT-RECORD
          STRING "--- Ranked Shortlist: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOBROW-TITLE(WS-SELECTED-JOB-ROW))
                   DELIMITED BY SIZE
                 " ---" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          IF WS-SL-COUNT = 0
            MOVE "  No open applications to rank." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "-----------------------------" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM SET-SHORTLIST-HEADING
          MOVE WS-SL-PRINT-LINE TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM VARYING WS-SL-IDX FROM 1 BY 1
            UNTIL WS-SL-IDX > WS-SL-COUNT
            PERFORM FORMAT-SHORTLIST-ROW
            MOVE WS-SL-PRINT-LINE TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Score: skills 3 each, Yes answers 1 each, verified edu,"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "major match, referral 2 each; knockout FAIL ranks last."
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          IF WS-SL-CLOSED > 0
            MOVE WS-SL-CLOSED TO WS-SL-NUM-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-SL-NUM-TEXT) DELIMITED BY SIZE
                   " closed application(s) not ranked." DELIMITED BY
                     SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF
          MOVE "-----------------------------" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          MOVE "Save this shortlist to a file for the hiring manager? (Y
      -      "/N)" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF NOT = "Y"
            AND (INPUT-RECORD(1:1) = "Y" OR INPUT-RECORD(1:1) = "y")
            PERFORM SAVE-RANKED-SHORTLIST
          END-IF.

       BUILD-SHORTLIST-TABLE.
          MOVE 0 TO WS-SL-COUNT
          MOVE 0 TO WS-SL-CLOSED
          MOVE WS-JOBROW-ID(WS-SELECTED-JOB-ROW) TO WS-CURRENT-JOB-ID
          PERFORM LOAD-JOB-SKILL-REQS
          PERFORM LOAD-SCREENING-QUESTIONS
          MOVE "N" TO WS-SL-HAS-KNOCKOUT
          PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
            UNTIL WS-SQ-IDX > WS-SQ-COUNT
            IF WS-SQ-KNOCKOUT(WS-SQ-IDX) = "Y"
              MOVE "Y" TO WS-SL-HAS-KNOCKOUT
            END-IF
          END-PERFORM

          MOVE "N" TO WS-APPLICATIONS-EOF
          OPEN INPUT APPLICATIONS-FILE
          IF WS-APPLICATIONS-STATUS NOT = "00"
            IF WS-APPLICATIONS-STATUS = "05"
              CLOSE APPLICATIONS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
            READ APPLICATIONS-FILE
              AT END
                MOVE "Y" TO WS-APPLICATIONS-EOF
              NOT AT END
                IF FUNCTION TRIM(APP-JOB-ID) = FUNCTION TRIM(
                   WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                  IF APP-STATUS = "R" OR APP-STATUS = "X"
                    OR APP-STATUS = "L"
                    ADD 1 TO WS-SL-CLOSED
                  ELSE
                    IF WS-SL-COUNT < 200
                      ADD 1 TO WS-SL-COUNT
                      INITIALIZE WS-SL-ENTRY(WS-SL-COUNT)
                      MOVE APP-USERNAME TO WS-SL-USER(WS-SL-COUNT)
                      PERFORM SET-APP-STATUS-LABEL
                      MOVE WS-APP-STATUS-LABEL TO
                        WS-SL-STATUS(WS-SL-COUNT)
                      MOVE "-" TO WS-SL-KNOCKOUT(WS-SL-COUNT)
                      MOVE "N" TO WS-SL-MAJOR(WS-SL-COUNT)
                      IF APP-REFERRED-BY NOT = SPACES
                        MOVE "Y" TO WS-SL-REFERRED(WS-SL-COUNT)
                      ELSE
                        MOVE "N" TO WS-SL-REFERRED(WS-SL-COUNT)
                      END-IF
                    END-IF
                  END-IF
                END-IF
            END-READ
          END-PERFORM
          CLOSE APPLICATIONS-FILE

          PERFORM VARYING WS-SL-IDX FROM 1 BY 1
            UNTIL WS-SL-IDX > WS-SL-COUNT
            MOVE WS-SL-USER(WS-SL-IDX) TO WS-JS-CHECK-USER
            PERFORM COUNT-MET-SKILLS
            MOVE WS-JS-MET-COUNT TO WS-SL-SKILLS(WS-SL-IDX)
            MOVE WS-SL-USER(WS-SL-IDX) TO WS-EDUCHK-USER
            PERFORM CHECK-EDU-VERIFIED-FOR-USER
            MOVE WS-EDUCHK-VERIFIED TO WS-SL-EDU(WS-SL-IDX)
          END-PERFORM

          PERFORM SCORE-SHORTLIST-ANSWERS
          PERFORM SCORE-SHORTLIST-MAJORS

          PERFORM VARYING WS-SL-IDX FROM 1 BY 1
            UNTIL WS-SL-IDX > WS-SL-COUNT
            COMPUTE WS-SL-SCORE(WS-SL-IDX) =
              WS-SL-SKILLS(WS-SL-IDX) * 3 + WS-SL-YES(WS-SL-IDX)
            IF WS-SL-EDU(WS-SL-IDX) = "Y"
              ADD 2 TO WS-SL-SCORE(WS-SL-IDX)
            END-IF
            IF WS-SL-MAJOR(WS-SL-IDX) = "Y"
              ADD 2 TO WS-SL-SCORE(WS-SL-IDX)
            END-IF
            IF WS-SL-REFERRED(WS-SL-IDX) = "Y"
              ADD 2 TO WS-SL-SCORE(WS-SL-IDX)
            END-IF
            MOVE WS-SL-SCORE(WS-SL-IDX) TO WS-SL-SORT-KEY(WS-SL-IDX)
            IF WS-SL-KNOCKOUT(WS-SL-IDX) NOT = "F"
              ADD 1000 TO WS-SL-SORT-KEY(WS-SL-IDX)
            END-IF
          END-PERFORM

          PERFORM SORT-SHORTLIST-TABLE.

       SCORE-SHORTLIST-ANSWERS.
          *> Yes answers count toward the score; a No on a knockout
          *> question marks the row FAIL. Rows with no answers on
          *> file keep "-" (they applied before the questions were
          *> added).
          MOVE "N" TO WS-SCREENQS-EOF
          OPEN INPUT SCREENANS-FILE
          IF WS-SCREENANS-STATUS NOT = "00"
            IF WS-SCREENANS-STATUS = "05"
              CLOSE SCREENANS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-SCREENQS-EOF = "Y"
            READ SCREENANS-FILE
              AT END
                MOVE "Y" TO WS-SCREENQS-EOF
              NOT AT END
                IF FUNCTION TRIM(SA-JOB-ID) = FUNCTION TRIM(
                     WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                  PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > WS-SL-COUNT
                    IF FUNCTION TRIM(WS-SL-USER(WS-SL-IDX)) =
                      FUNCTION TRIM(SA-USERNAME)
                      IF WS-SL-KNOCKOUT(WS-SL-IDX) = "-"
                        MOVE "P" TO WS-SL-KNOCKOUT(WS-SL-IDX)
                      END-IF
                      IF SA-ANSWER = "Y"
                        IF WS-SL-YES(WS-SL-IDX) < 9
                          ADD 1 TO WS-SL-YES(WS-SL-IDX)
                        END-IF
                      ELSE
                        IF SA-SEQ > 0 AND SA-SEQ NOT > WS-SQ-COUNT
                          IF WS-SQ-KNOCKOUT(SA-SEQ) = "Y"
                            MOVE "F" TO WS-SL-KNOCKOUT(WS-SL-IDX)
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                  END-PERFORM
                END-IF
            END-READ
          END-PERFORM

          CLOSE SCREENANS-FILE.

       SCORE-SHORTLIST-MAJORS.
          *> Major match: any word of the applicant's PROFILE-MAJOR
          *> longer than three letters appears in the posting title or
          *> description.
          MOVE SPACES TO WS-FILTER-HAYSTACK
          STRING FUNCTION TRIM(WS-JOBROW-TITLE(WS-SELECTED-JOB-ROW))
                   DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOBROW-DESC(WS-SELECTED-JOB-ROW))
                   DELIMITED BY SIZE
            INTO WS-FILTER-HAYSTACK
          END-STRING

          MOVE "N" TO WS-PROFILE-EOF
          OPEN INPUT PROFILES-FILE
          IF WS-PROFILES-STATUS NOT = "00"
            IF WS-PROFILES-STATUS = "05"
              CLOSE PROFILES-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-PROFILE-EOF = "Y"
            READ PROFILES-FILE
              AT END
                MOVE "Y" TO WS-PROFILE-EOF
              NOT AT END
                PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                  UNTIL WS-SL-IDX > WS-SL-COUNT
                  IF FUNCTION TRIM(WS-SL-USER(WS-SL-IDX)) =
                    FUNCTION TRIM(PROFILE-USERNAME)
                    PERFORM MATCH-SHORTLIST-MAJOR
                  END-IF
                END-PERFORM
            END-READ
          END-PERFORM

          CLOSE PROFILES-FILE.

       MATCH-SHORTLIST-MAJOR.
          MOVE SPACES TO WS-SL-MAJOR-WORDS
          UNSTRING FUNCTION TRIM(PROFILE-MAJOR) DELIMITED BY " "
            INTO WS-SL-MAJOR-WORD(1) WS-SL-MAJOR-WORD(2)
                 WS-SL-MAJOR-WORD(3) WS-SL-MAJOR-WORD(4)
                 WS-SL-MAJOR-WORD(5)
          END-UNSTRING
          PERFORM VARYING WS-SL-WORD-IDX FROM 1 BY 1
            UNTIL WS-SL-WORD-IDX > 5
              OR WS-SL-MAJOR(WS-SL-IDX) = "Y"
            IF FUNCTION LENGTH(FUNCTION TRIM(
              WS-SL-MAJOR-WORD(WS-SL-WORD-IDX))) > 3
              MOVE WS-SL-MAJOR-WORD(WS-SL-WORD-IDX) TO
                WS-FILTER-NEEDLE
              PERFORM FIND-SUBSTRING-MATCH
              IF WS-FILTER-FOUND = "Y"
                MOVE "Y" TO WS-SL-MAJOR(WS-SL-IDX)
              END-IF
            END-IF
          END-PERFORM.

       SORT-SHORTLIST-TABLE.
          *> Highest score first with knockout failures at the bottom;
          *> ties keep application order.
          MOVE "Y" TO WS-SL-SWAP
          PERFORM UNTIL WS-SL-SWAP = "N"
            MOVE "N" TO WS-SL-SWAP
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX >= WS-SL-COUNT
              COMPUTE WS-SL-IDX2 = WS-SL-IDX + 1
              IF WS-SL-SORT-KEY(WS-SL-IDX) <
                WS-SL-SORT-KEY(WS-SL-IDX2)
                MOVE WS-SL-ENTRY(WS-SL-IDX) TO WS-SL-HOLD
                MOVE WS-SL-ENTRY(WS-SL-IDX2) TO
                  WS-SL-ENTRY(WS-SL-IDX)
                MOVE WS-SL-HOLD TO WS-SL-ENTRY(WS-SL-IDX2)
                MOVE "Y" TO WS-SL-SWAP
              END-IF
            END-PERFORM
          END-PERFORM.

       SET-SHORTLIST-HEADING.
          MOVE "Rank" TO WS-SLP-RANK
          MOVE "Applicant" TO WS-SLP-USER
          MOVE "Status" TO WS-SLP-STATUS
          MOVE "Skills" TO WS-SLP-SKILLS
          MOVE "Screen" TO WS-SLP-SCREEN
          MOVE "KO" TO WS-SLP-KNOCKOUT
          MOVE "Edu" TO WS-SLP-EDU
          MOVE "Major" TO WS-SLP-MAJOR
          MOVE "Ref" TO WS-SLP-REFERRED
          MOVE "Score" TO WS-SLP-SCORE.

       FORMAT-SHORTLIST-ROW.
          MOVE WS-SL-IDX TO WS-SL-NUM-TEXT
          MOVE SPACES TO WS-SLP-RANK
          STRING FUNCTION TRIM(WS-SL-NUM-TEXT) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
            INTO WS-SLP-RANK
          END-STRING
          MOVE WS-SL-USER(WS-SL-IDX) TO WS-SLP-USER
          MOVE WS-SL-STATUS(WS-SL-IDX) TO WS-SLP-STATUS

          MOVE SPACES TO WS-SLP-SKILLS
          IF WS-JS-REQ-COUNT = 0
            MOVE "-" TO WS-SLP-SKILLS
          ELSE
            STRING FUNCTION TRIM(WS-SL-SKILLS(WS-SL-IDX))
                     DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JS-REQ-COUNT) DELIMITED BY SIZE
              INTO WS-SLP-SKILLS
            END-STRING
          END-IF

          MOVE SPACES TO WS-SLP-SCREEN
          IF WS-SQ-COUNT = 0
            MOVE "-" TO WS-SLP-SCREEN
          ELSE
            STRING WS-SL-YES(WS-SL-IDX) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-SQ-COUNT DELIMITED BY SIZE
              INTO WS-SLP-SCREEN
            END-STRING
          END-IF

          EVALUATE TRUE
            WHEN WS-SL-KNOCKOUT(WS-SL-IDX) = "F"
              MOVE "FAIL" TO WS-SLP-KNOCKOUT
            WHEN WS-SL-HAS-KNOCKOUT = "Y"
              AND WS-SL-KNOCKOUT(WS-SL-IDX) = "P"
              MOVE "pass" TO WS-SLP-KNOCKOUT
            WHEN OTHER
              MOVE "-" TO WS-SLP-KNOCKOUT
          END-EVALUATE

          IF WS-SL-EDU(WS-SL-IDX) = "Y"
            MOVE "yes" TO WS-SLP-EDU
          ELSE
            MOVE "no" TO WS-SLP-EDU
          END-IF
          IF WS-SL-MAJOR(WS-SL-IDX) = "Y"
            MOVE "yes" TO WS-SLP-MAJOR
          ELSE
            MOVE "no" TO WS-SLP-MAJOR
          END-IF
          IF WS-SL-REFERRED(WS-SL-IDX) = "Y"
            MOVE "yes" TO WS-SLP-REFERRED
          ELSE
            MOVE "no" TO WS-SLP-REFERRED
          END-IF
          MOVE WS-SL-SCORE(WS-SL-IDX) TO WS-SL-NUM-TEXT
          MOVE FUNCTION TRIM(WS-SL-NUM-TEXT) TO WS-SLP-SCORE.

       SAVE-RANKED-SHORTLIST.
          *> SHORTLIST-<job id>-<yyyymmdd>.TXT; a rerun on the same
          *> day replaces that day's copy.
          MOVE SPACES TO WS-SL-FILENAME
          STRING "SHORTLIST-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                   DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                 ".TXT" DELIMITED BY SIZE
            INTO WS-SL-FILENAME
          END-STRING

          OPEN OUTPUT SHORTLIST-FILE
          IF WS-SL-FILE-STATUS NOT = "00"
            MOVE "Unable to write the shortlist file." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO SHORTLIST-LINE
          STRING "Ranked shortlist for " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                   DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOBROW-TITLE(WS-SELECTED-JOB-ROW))
                   DELIMITED BY SIZE
            INTO SHORTLIST-LINE
          END-STRING
          WRITE SHORTLIST-LINE
          MOVE SPACES TO SHORTLIST-LINE
          STRING "Employer: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOBROW-EMPLOYER(WS-SELECTED-JOB-ROW))
                   DELIMITED BY SIZE
                 "   Run date: " DELIMITED BY SIZE
                 FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            INTO SHORTLIST-LINE
          END-STRING
          WRITE SHORTLIST-LINE
          MOVE SPACES TO SHORTLIST-LINE
          WRITE SHORTLIST-LINE

          PERFORM SET-SHORTLIST-HEADING
          MOVE WS-SL-PRINT-LINE TO SHORTLIST-LINE
          WRITE SHORTLIST-LINE
          PERFORM VARYING WS-SL-IDX FROM 1 BY 1
            UNTIL WS-SL-IDX > WS-SL-COUNT
            PERFORM FORMAT-SHORTLIST-ROW
            MOVE WS-SL-PRINT-LINE TO SHORTLIST-LINE
            WRITE SHORTLIST-LINE
          END-PERFORM

          MOVE SPACES TO SHORTLIST-LINE
          WRITE SHORTLIST-LINE
          MOVE "Score: skills 3 each, Yes answers 1 each, verified edu,"
            TO SHORTLIST-LINE
          WRITE SHORTLIST-LINE
          MOVE "major match, referral 2 each; knockout FAIL ranks last."
            TO SHORTLIST-LINE
          WRITE SHORTLIST-LINE
          CLOSE SHORTLIST-FILE

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Shortlist saved to " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SL-FILENAME) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       UPDATE-APPLICANT-STATUS.
          *> Lists this posting's applicants with a number, asks which
          *> one to update and the new status, then rewrites
                    FUNCTION CURRENT-DATE(1:8)
                  MOVE WS-TRIMMED-IN(1:8) TO WS-OFFER-RESPOND-BY
                  MOVE "Y" TO WS-VALID-INPUT
      *> A respond-by date never lands on a campus holiday.
                  MOVE WS-OFFER-RESPOND-BY TO WS-CAL-DATE
                  PERFORM ROLL-PAST-HOLIDAYS
                  IF WS-CAL-MOVED = "Y"
                    MOVE WS-CAL-DATE TO WS-OFFER-RESPOND-BY
                    MOVE SPACES TO OUTPUT-RECORD
                    STRING "That is a campus holiday; respond-by moved"
                             DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           WS-OFFER-RESPOND-BY DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
                    END-STRING
                    PERFORM PRINT-LINE
                  END-IF
                ELSE
                  MOVE "Date must be 8 digits and not in the past."
                    TO OUTPUT-RECORD
          END-IF

          MOVE "Applicant status updated." TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          *> An offer with a deadline is texted straight away to an
          *> applicant who has opted in; quiet hours still apply.
          IF WS-APP-NEW-STATUS = "O"
             AND WS-OFFER-RESPOND-BY NOT = SPACES
            MOVE FUNCTION TRIM(WS-APPLICANT-NAME(WS-APPLICANT-PICK))
              TO WS-SMS-USER
            MOVE "OFFR" TO WS-SMS-TYPE
            MOVE WS-JOBROW-ID(WS-SELECTED-JOB-ROW) TO WS-SMS-REF
            MOVE SPACES TO WS-SMS-TEXT
            STRING "InCollege: you have a job offer for "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOBROW-TITLE(WS-SELECTED-JOB-ROW))
                     DELIMITED BY SIZE
                   ". Please respond by " DELIMITED BY SIZE
                   WS-OFFER-RESPOND-BY(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-OFFER-RESPOND-BY(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-OFFER-RESPOND-BY(7:2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
              INTO WS-SMS-TEXT
            END-STRING
            PERFORM QUEUE-SMS-TEXT
            MOVE SPACES TO WS-SMS-USER
          END-IF.

       PROPOSE-INTERVIEW-SLOTS.
          *> Poster picks an applicant of the selected posting, then
          PERFORM LOAD-AVAILABILITY-WINDOWS
          PERFORM SHOW-AVAILABILITY-WINDOWS

          MOVE WS-USERNAME TO WS-IV-CHK-POSTER
          MOVE WS-APPLICANT-NAME(WS-APPLICANT-PICK) TO
            WS-IV-CHK-APPLICANT
          MOVE 0 TO WS-IV-SLOTS-ADDED
          PERFORM UNTIL WS-EOF = "Y"
            MOVE "Proposed time (YYYYMMDDHHMM), or 0 to finish:"
          PERFORM PRINT-LINE.

       CHECK-PROPOSED-SLOT-CONFLICT.
      *> A new proposal is refused when the poster (WS-IV-CHK-POSTER)
      *> already has a live (proposed or accepted) interview at
      *> WS-IV-SLOT-IN, or the applicant (WS-IV-CHK-APPLICANT)
      *> already accepted another interview at that time. A pending
      *> reschedule holds both its old and its requested time.
      *> Declined and cancelled records do not block the slot.
          MOVE "N" TO WS-IV-CONFLICT
          MOVE "N" TO WS-INTERVIEWS-EOF

              AT END
                MOVE "Y" TO WS-INTERVIEWS-EOF
              NOT AT END
                IF (IV-SLOT = WS-IV-SLOT-IN
                     OR (IV-STATUS = "R"
                       AND IV-NEW-SLOT = WS-IV-SLOT-IN))
                  AND IV-STATUS NOT = "D"
                  AND IV-STATUS NOT = "C"
                  IF FUNCTION TRIM(IV-POSTER) =
                    FUNCTION TRIM(WS-IV-CHK-POSTER)
                    MOVE "Y" TO WS-IV-CONFLICT
                    IF FUNCTION TRIM(WS-IV-CHK-POSTER) =
                      FUNCTION TRIM(WS-USERNAME)
                      MOVE "You already have an interview at that time; 
      -                 "pick another slot." TO OUTPUT-RECORD
                    ELSE
                      MOVE "The interviewer already has an interview at 
      -                 "that time; pick another slot." TO
                        OUTPUT-RECORD
                    END-IF
                    PERFORM PRINT-LINE
                    MOVE "Y" TO WS-INTERVIEWS-EOF
                  ELSE
                    IF (IV-STATUS = "A" OR IV-STATUS = "R")
                      AND FUNCTION TRIM(IV-APPLICANT) =
                        FUNCTION TRIM(WS-IV-CHK-APPLICANT)
                      MOVE "Y" TO WS-IV-CONFLICT
                      IF FUNCTION TRIM(WS-IV-CHK-APPLICANT) =
                        FUNCTION TRIM(WS-USERNAME)
                        MOVE "You already accepted an interview at that 
      -                   "time; pick another slot." TO
                          OUTPUT-RECORD
                      ELSE
                        MOVE "That applicant already accepted an intervi
      -                   "ew at that time; pick another slot." TO
                          OUTPUT-RECORD
                      END-IF
                      PERFORM PRINT-LINE
                      MOVE "Y" TO WS-INTERVIEWS-EOF
                    END-IF
          MOVE WS-IV-SLOT-IN TO IV-SLOT
          MOVE "P" TO IV-STATUS
          MOVE WS-IV-INWIN-FLAG TO IV-IN-WINDOW
          MOVE SPACE TO IV-OUTCOME
          MOVE SPACE TO IV-CANCEL-CODE
          MOVE SPACES TO IV-ACTION-BY
          MOVE SPACES TO IV-NEW-SLOT
          WRITE INTERVIEW-RECORD
          CLOSE INTERVIEWS-FILE.

                  MOVE IV-SLOT TO WS-IV-SLOT(WS-IV-COUNT)
                  MOVE IV-STATUS TO WS-IV-STATUS(WS-IV-COUNT)
                  MOVE IV-IN-WINDOW TO WS-IV-INWIN(WS-IV-COUNT)
                  MOVE IV-OUTCOME TO WS-IV-OUTCOME(WS-IV-COUNT)
                  MOVE IV-CANCEL-CODE TO WS-IV-CANCEL-CODE(WS-IV-COUNT)
                  MOVE IV-ACTION-BY TO WS-IV-ACTION-BY(WS-IV-COUNT)
                  MOVE IV-NEW-SLOT TO WS-IV-NEW-SLOT(WS-IV-COUNT)
                  MOVE IV-SLOT TO WS-IV-ORIG-SLOT(WS-IV-COUNT)
                END-IF
            END-READ
          END-PERFORM

       CARRY-INTERVIEW-DECISION.
          *> If the record in hand matches a loaded table row, take
          *> the (possibly updated) status, slot and outcome fields
          *> from the table. The match is on the slot as it was read,
          *> since an accepted reschedule moves the slot itself.
          PERFORM VARYING WS-IV-IDX FROM 1 BY 1
            UNTIL WS-IV-IDX > WS-IV-COUNT
            IF FUNCTION TRIM(WS-IV-JOB-ID(WS-IV-IDX)) =
                 FUNCTION TRIM(IV-POSTER)
               AND FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-IDX)) =
                 FUNCTION TRIM(IV-APPLICANT)
               AND WS-IV-ORIG-SLOT(WS-IV-IDX) = IV-SLOT
              MOVE WS-IV-STATUS(WS-IV-IDX) TO IV-STATUS
              MOVE WS-IV-SLOT(WS-IV-IDX) TO IV-SLOT
              MOVE WS-IV-INWIN(WS-IV-IDX) TO IV-IN-WINDOW
              MOVE WS-IV-OUTCOME(WS-IV-IDX) TO IV-OUTCOME
              MOVE WS-IV-CANCEL-CODE(WS-IV-IDX) TO IV-CANCEL-CODE
              MOVE WS-IV-ACTION-BY(WS-IV-IDX) TO IV-ACTION-BY
              MOVE WS-IV-NEW-SLOT(WS-IV-IDX) TO IV-NEW-SLOT
              MOVE WS-IV-COUNT TO WS-IV-IDX
            END-IF
          END-PERFORM.

       RECORD-INTERVIEW-FEEDBACK.
          *> Interviewer fills in a scorecard for one accepted
          *> interview on the selected posting: the round, a 1-5
          *> rating on each fixed criterion, a recommendation and a
          *> short note. One scorecard per job/applicant/slot.
          PERFORM LOAD-INTERVIEWS

          MOVE "Interviews on this posting:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE 0 TO WS-IVFB-PICK-COUNT
          PERFORM VARYING WS-IV-IDX FROM 1 BY 1
            UNTIL WS-IV-IDX > WS-IV-COUNT
            IF FUNCTION TRIM(WS-IV-JOB-ID(WS-IV-IDX)) =
                 FUNCTION TRIM(WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
               AND (WS-IV-STATUS(WS-IV-IDX) = "A"
                 OR WS-IV-STATUS(WS-IV-IDX) = "R")
               AND WS-IV-OUTCOME(WS-IV-IDX) NOT = "C"
               AND WS-IV-OUTCOME(WS-IV-IDX) NOT = "E"
               AND WS-IV-SLOT(WS-IV-IDX)(1:8) <=
                 FUNCTION CURRENT-DATE(1:8)
               AND WS-IVFB-PICK-COUNT < 100
              ADD 1 TO WS-IVFB-PICK-COUNT
              MOVE WS-IV-IDX TO WS-IVFB-PICK-ENTRY(WS-IVFB-PICK-COUNT)
              MOVE WS-IVFB-PICK-COUNT TO WS-JOB-NUMBER-TEXT
              MOVE SPACES TO OUTPUT-RECORD
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-IDX))
                       DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-IV-SLOT(WS-IV-IDX)(1:8) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-IV-SLOT(WS-IV-IDX)(9:4) DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM

          IF WS-IVFB-PICK-COUNT = 0
            MOVE "  No held interviews on this posting to score yet."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "Enter the interview number to score, or 0 to cancel:"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          COMPUTE WS-IVFB-PICK =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-IVFB-PICK = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-IVFB-PICK > WS-IVFB-PICK-COUNT
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-IVFB-PICK-ENTRY(WS-IVFB-PICK) TO WS-IV-PICK

          PERFORM CHECK-FEEDBACK-RECORDED
          IF WS-IVFB-DUPLICATE = "Y"
            MOVE "A scorecard is already on file for that interview."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "Round: 1=Screening 2=Second round 3=Final" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          EVALUATE INPUT-RECORD(1:1)
            WHEN "1"
              MOVE "S" TO WS-IVFB-ROUND
            WHEN "2"
              MOVE "T" TO WS-IVFB-ROUND
            WHEN "3"
              MOVE "F" TO WS-IVFB-ROUND
            WHEN OTHER
              MOVE "Invalid round selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
          END-EVALUATE

          PERFORM VARYING WS-IVFB-CRIT-IDX FROM 1 BY 1
            UNTIL WS-IVFB-CRIT-IDX > 4 OR WS-EOF = "Y"
            PERFORM SET-IVFB-CRITERION-LABEL
            MOVE 0 TO WS-IVFB-RATING(WS-IVFB-CRIT-IDX)
            PERFORM UNTIL WS-IVFB-RATING(WS-IVFB-CRIT-IDX) > 0
              OR WS-EOF = "Y"
              MOVE SPACES TO OUTPUT-RECORD
              STRING "Rate " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-IVFB-CRIT-LABEL) DELIMITED BY
                       SIZE
                     " (1-5):" DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
              PERFORM READ-AND-LOG
              IF WS-EOF NOT = "Y"
                IF INPUT-RECORD(1:1) >= "1" AND INPUT-RECORD(1:1) <= "5"
                  AND INPUT-RECORD(2:1) = SPACE
                  MOVE INPUT-RECORD(1:1) TO
                    WS-IVFB-RATING(WS-IVFB-CRIT-IDX)
                ELSE
                  MOVE "Rating must be a single digit 1 through 5."
                    TO OUTPUT-RECORD
                  PERFORM PRINT-LINE
                END-IF
              END-IF
            END-PERFORM
          END-PERFORM
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "Recommendation: Y=advance H=hold N=do not advance" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          EVALUATE INPUT-RECORD(1:1)
            WHEN "Y"
            WHEN "y"
              MOVE "Y" TO WS-IVFB-RECOMMEND
            WHEN "H"
            WHEN "h"
              MOVE "H" TO WS-IVFB-RECOMMEND
            WHEN "N"
            WHEN "n"
              MOVE "N" TO WS-IVFB-RECOMMEND
            WHEN OTHER
              MOVE "Invalid recommendation." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
          END-EVALUATE

          MOVE "Short note (optional, press Enter to skip):" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-IVFB-NOTE

          PERFORM APPEND-FEEDBACK-RECORD.

       SET-IVFB-CRITERION-LABEL.
          EVALUATE WS-IVFB-CRIT-IDX
            WHEN 1
              MOVE "technical skills" TO WS-IVFB-CRIT-LABEL
            WHEN 2
              MOVE "communication" TO WS-IVFB-CRIT-LABEL
            WHEN 3
              MOVE "problem solving" TO WS-IVFB-CRIT-LABEL
            WHEN OTHER
              MOVE "team fit" TO WS-IVFB-CRIT-LABEL
          END-EVALUATE.

       CHECK-FEEDBACK-RECORDED.
          *> Sets WS-IVFB-DUPLICATE when a scorecard already exists
          *> for the interview at WS-IV-PICK.
          MOVE "N" TO WS-IVFB-DUPLICATE
          MOVE "N" TO WS-IVFB-EOF

          OPEN INPUT IVFEEDBACK-FILE
          IF WS-IVFB-STATUS NOT = "00"
            IF WS-IVFB-STATUS = "05"
              CLOSE IVFEEDBACK-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-IVFB-EOF = "Y"
            READ IVFEEDBACK-FILE
              AT END
                MOVE "Y" TO WS-IVFB-EOF
              NOT AT END
                IF FUNCTION TRIM(FB-JOB-ID) =
                     FUNCTION TRIM(WS-IV-JOB-ID(WS-IV-PICK))
                   AND FUNCTION TRIM(FB-APPLICANT) =
                     FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-PICK))
                   AND FB-SLOT = WS-IV-SLOT(WS-IV-PICK)
                  MOVE "Y" TO WS-IVFB-DUPLICATE
                  MOVE "Y" TO WS-IVFB-EOF
                END-IF
            END-READ
          END-PERFORM

          CLOSE IVFEEDBACK-FILE.

       APPEND-FEEDBACK-RECORD.
          OPEN EXTEND IVFEEDBACK-FILE
          IF WS-IVFB-STATUS = "35"
            OPEN OUTPUT IVFEEDBACK-FILE
            IF WS-IVFB-STATUS = "00"
              CLOSE IVFEEDBACK-FILE
            END-IF
            OPEN EXTEND IVFEEDBACK-FILE
          END-IF

          IF WS-IVFB-STATUS NOT = "00"
            AND WS-IVFB-STATUS NOT = "05"
            MOVE "Unable to save interview feedback." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO IVFEEDBACK-RECORD
          MOVE WS-IV-JOB-ID(WS-IV-PICK) TO FB-JOB-ID
          MOVE WS-IV-APPLICANT(WS-IV-PICK) TO FB-APPLICANT
          MOVE WS-IV-SLOT(WS-IV-PICK) TO FB-SLOT
          MOVE WS-IVFB-ROUND TO FB-ROUND
          MOVE WS-USERNAME TO FB-INTERVIEWER
          MOVE FUNCTION CURRENT-DATE(1:8) TO FB-DATE
          PERFORM VARYING WS-IVFB-CRIT-IDX FROM 1 BY 1
            UNTIL WS-IVFB-CRIT-IDX > 4
            MOVE WS-IVFB-RATING(WS-IVFB-CRIT-IDX) TO
              FB-RATING(WS-IVFB-CRIT-IDX)
          END-PERFORM
          MOVE WS-IVFB-RECOMMEND TO FB-RECOMMEND
          MOVE WS-IVFB-NOTE TO FB-NOTE
          WRITE IVFEEDBACK-RECORD
          CLOSE IVFEEDBACK-FILE

          MOVE "Interview feedback recorded." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       SHOW-FEEDBACK-ROLLUP.
          *> Per-posting summary: for each applicant with scorecards,
          *> how many of each round were held, the average of each
          *> criterion and overall, and the latest recommendation.
          MOVE 0 TO WS-IVFB-RU-COUNT
          MOVE "N" TO WS-IVFB-EOF

          OPEN INPUT IVFEEDBACK-FILE
          IF WS-IVFB-STATUS = "00"
            PERFORM UNTIL WS-IVFB-EOF = "Y"
              READ IVFEEDBACK-FILE
                AT END
                  MOVE "Y" TO WS-IVFB-EOF
                NOT AT END
                  IF FUNCTION TRIM(FB-JOB-ID) = FUNCTION TRIM(
                       WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                    PERFORM ACCUMULATE-FEEDBACK-ROW
                  END-IF
              END-READ
            END-PERFORM
            CLOSE IVFEEDBACK-FILE
          ELSE
            IF WS-IVFB-STATUS = "05"
              CLOSE IVFEEDBACK-FILE
            END-IF
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "--- Interview Feedback: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOBROW-TITLE(WS-SELECTED-JOB-ROW))
                   DELIMITED BY SIZE
                 " ---" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          IF WS-IVFB-RU-COUNT = 0
            MOVE "  No scorecards recorded for this posting." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF

          PERFORM VARYING WS-IVFB-RU-IDX FROM 1 BY 1
            UNTIL WS-IVFB-RU-IDX > WS-IVFB-RU-COUNT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IVFB-RU-APPLICANT(WS-IVFB-RU-IDX))
                     DELIMITED BY SIZE
                   " - rounds: screen " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IVFB-RU-SCREEN(WS-IVFB-RU-IDX))
                     DELIMITED BY SIZE
                   ", second " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IVFB-RU-SECOND(WS-IVFB-RU-IDX))
                     DELIMITED BY SIZE
                   ", final " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IVFB-RU-FINAL(WS-IVFB-RU-IDX))
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE

            MOVE 0 TO WS-IVFB-TOTAL-SUM
            PERFORM VARYING WS-IVFB-CRIT-IDX FROM 1 BY 1
              UNTIL WS-IVFB-CRIT-IDX > 4
              COMPUTE WS-IVFB-AVG ROUNDED =
                WS-IVFB-RU-SUM(WS-IVFB-RU-IDX, WS-IVFB-CRIT-IDX) /
                WS-IVFB-RU-CARDS(WS-IVFB-RU-IDX)
              MOVE WS-IVFB-AVG TO WS-IVFB-AVG-TEXT(WS-IVFB-CRIT-IDX)
              ADD WS-IVFB-RU-SUM(WS-IVFB-RU-IDX, WS-IVFB-CRIT-IDX)
                TO WS-IVFB-TOTAL-SUM
            END-PERFORM
            COMPUTE WS-IVFB-AVG ROUNDED =
              WS-IVFB-TOTAL-SUM / (WS-IVFB-RU-CARDS(WS-IVFB-RU-IDX) * 4)
            MOVE WS-IVFB-AVG TO WS-IVFB-AVG-TEXT(5)

            MOVE SPACES TO OUTPUT-RECORD
            STRING "    avg skills " DELIMITED BY SIZE
                   WS-IVFB-AVG-TEXT(1) DELIMITED BY SIZE
                   " comm " DELIMITED BY SIZE
                   WS-IVFB-AVG-TEXT(2) DELIMITED BY SIZE
                   " problem " DELIMITED BY SIZE
                   WS-IVFB-AVG-TEXT(3) DELIMITED BY SIZE
                   " fit " DELIMITED BY SIZE
                   WS-IVFB-AVG-TEXT(4) DELIMITED BY SIZE
                   " overall " DELIMITED BY SIZE
                   WS-IVFB-AVG-TEXT(5) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE

            MOVE WS-IVFB-RU-LAST-REC(WS-IVFB-RU-IDX) TO
              WS-IVFB-RECOMMEND
            PERFORM SET-IVFB-REC-LABEL
            MOVE SPACES TO OUTPUT-RECORD
            STRING "    latest recommendation: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IVFB-REC-LABEL) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "-----------------------------" TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       ACCUMULATE-FEEDBACK-ROW.
          MOVE 0 TO WS-IVFB-RU-FOUND
          PERFORM VARYING WS-IVFB-RU-IDX FROM 1 BY 1
            UNTIL WS-IVFB-RU-IDX > WS-IVFB-RU-COUNT
              OR WS-IVFB-RU-FOUND > 0
            IF FUNCTION TRIM(WS-IVFB-RU-APPLICANT(WS-IVFB-RU-IDX)) =
              FUNCTION TRIM(FB-APPLICANT)
              MOVE WS-IVFB-RU-IDX TO WS-IVFB-RU-FOUND
            END-IF
          END-PERFORM

          IF WS-IVFB-RU-FOUND = 0
            IF WS-IVFB-RU-COUNT >= 200
              EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-IVFB-RU-COUNT
            MOVE WS-IVFB-RU-COUNT TO WS-IVFB-RU-FOUND
            INITIALIZE WS-IVFB-RU-ENTRY(WS-IVFB-RU-FOUND)
            MOVE FB-APPLICANT TO
              WS-IVFB-RU-APPLICANT(WS-IVFB-RU-FOUND)
          END-IF

          ADD 1 TO WS-IVFB-RU-CARDS(WS-IVFB-RU-FOUND)
          EVALUATE FB-ROUND
            WHEN "S"
              ADD 1 TO WS-IVFB-RU-SCREEN(WS-IVFB-RU-FOUND)
            WHEN "T"
              ADD 1 TO WS-IVFB-RU-SECOND(WS-IVFB-RU-FOUND)
            WHEN OTHER
              ADD 1 TO WS-IVFB-RU-FINAL(WS-IVFB-RU-FOUND)
          END-EVALUATE
          PERFORM VARYING WS-IVFB-CRIT-IDX FROM 1 BY 1
            UNTIL WS-IVFB-CRIT-IDX > 4
            IF FB-RATING(WS-IVFB-CRIT-IDX) IS NUMERIC
              ADD FB-RATING(WS-IVFB-CRIT-IDX) TO
                WS-IVFB-RU-SUM(WS-IVFB-RU-FOUND, WS-IVFB-CRIT-IDX)
            END-IF
          END-PERFORM
          IF FB-SLOT >= WS-IVFB-RU-LAST-SLOT(WS-IVFB-RU-FOUND)
            MOVE FB-SLOT TO WS-IVFB-RU-LAST-SLOT(WS-IVFB-RU-FOUND)
            MOVE FB-RECOMMEND TO WS-IVFB-RU-LAST-REC(WS-IVFB-RU-FOUND)
          END-IF.

       SET-IVFB-REC-LABEL.
          EVALUATE WS-IVFB-RECOMMEND
            WHEN "Y"
              MOVE "advance" TO WS-IVFB-REC-LABEL
            WHEN "H"
              MOVE "hold" TO WS-IVFB-REC-LABEL
            WHEN OTHER
              MOVE "do not advance" TO WS-IVFB-REC-LABEL
          END-EVALUATE.

       LOOKUP-JOB-TITLE-BY-ID.
          *> Sets WS-IV-TITLE to the title of the posting whose JOB-ID
          *> matches WS-CURRENT-JOB-ID, or a placeholder if it is gone.
          MOVE "(posting removed)" TO WS-IV-TITLE
          MOVE "N" TO WS-JOBS-EOF

          OPEN INPUT JOBS-FILE
          IF WS-JOBS-STATUS NOT = "00"
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-JOBS-EOF = "Y"
            READ JOBS-FILE
              AT END
                MOVE "Y" TO WS-JOBS-EOF
              NOT AT END
                IF FUNCTION TRIM(JOB-ID) =
                  FUNCTION TRIM(WS-CURRENT-JOB-ID)
                  MOVE JOB-TITLE TO WS-IV-TITLE
                  MOVE "Y" TO WS-JOBS-EOF
                END-IF
            END-IF
          END-PERFORM

          MOVE "N" TO WS-IV-CHANGED
          IF WS-IV-PENDING-COUNT = 0
            MOVE "You have no pending interview invitations." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          ELSE
            PERFORM PROCESS-INTERVIEW-INVITES
            MOVE "Y" TO WS-IV-CHANGED
          END-IF

      *> New times asked for by the other side wait here for an
      *> answer, whichever side of the interview this user is on.
          PERFORM PROCESS-RESCHEDULE-REQUESTS
          IF WS-IV-CHANGED = "Y"
            PERFORM SAVE-INTERVIEWS
            MOVE "N" TO WS-IV-CHANGED
          END-IF

          PERFORM SHOW-UPCOMING-INTERVIEWS

          IF WS-EOF NOT = "Y"
            MOVE "Reschedule, cancel, or record the outcome of an interv
      -      "iew? (Y/N)" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF NOT = "Y"
              AND (INPUT-RECORD(1:1) = "Y" OR INPUT-RECORD(1:1) = "y")
              PERFORM MANAGE-MY-INTERVIEW
              IF WS-IV-CHANGED = "Y"
                PERFORM SAVE-INTERVIEWS
              END-IF
            END-IF
          END-IF

          MOVE "Edit your weekly availability windows? (Y/N)" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM VARYING WS-IV-CHECK-IDX FROM 1 BY 1
            UNTIL WS-IV-CHECK-IDX > WS-IV-COUNT
            IF WS-IV-CHECK-IDX NOT = WS-IV-PICK
              AND (WS-IV-STATUS(WS-IV-CHECK-IDX) = "A"
                OR WS-IV-STATUS(WS-IV-CHECK-IDX) = "R")
              AND WS-IV-SLOT(WS-IV-CHECK-IDX) =
                WS-IV-SLOT(WS-IV-PICK)
              AND (FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-CHECK-IDX)) =
          MOVE 0 TO WS-IV-SHOWN
          PERFORM VARYING WS-IV-IDX FROM 1 BY 1
            UNTIL WS-IV-IDX > WS-IV-COUNT
            IF (WS-IV-STATUS(WS-IV-IDX) = "A"
                 OR WS-IV-STATUS(WS-IV-IDX) = "R")
              AND (FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-IDX)) =
                     FUNCTION TRIM(WS-USERNAME)
                   OR FUNCTION TRIM(WS-IV-POSTER(WS-IV-IDX)) =
                END-STRING
              END-IF
              PERFORM PRINT-LINE
              IF WS-IV-STATUS(WS-IV-IDX) = "R"
                MOVE SPACES TO OUTPUT-RECORD
                STRING "    (new time requested: " DELIMITED BY SIZE
                       WS-IV-NEW-SLOT(WS-IV-IDX)(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-IV-NEW-SLOT(WS-IV-IDX)(9:4) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
                PERFORM PRINT-LINE
              END-IF
            END-IF
          END-PERFORM

            PERFORM PRINT-LINE
          END-IF.

       PROCESS-RESCHEDULE-REQUESTS.
      *> A new time asked for by the other party is accepted (the
      *> slot moves, once it is clear for both sides) or refused
      *> (the original time stands). Either way the asker is told.
          PERFORM VARYING WS-IV-IDX FROM 1 BY 1
            UNTIL WS-IV-IDX > WS-IV-COUNT OR WS-EOF = "Y"
            IF WS-IV-STATUS(WS-IV-IDX) = "R"
              AND FUNCTION TRIM(WS-IV-ACTION-BY(WS-IV-IDX)) NOT =
                FUNCTION TRIM(WS-USERNAME)
              AND (FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-IDX)) =
                     FUNCTION TRIM(WS-USERNAME)
                   OR FUNCTION TRIM(WS-IV-POSTER(WS-IV-IDX)) =
                     FUNCTION TRIM(WS-USERNAME))
              MOVE WS-IV-JOB-ID(WS-IV-IDX) TO WS-CURRENT-JOB-ID
              PERFORM LOOKUP-JOB-TITLE-BY-ID
              MOVE SPACES TO OUTPUT-RECORD
              STRING FUNCTION TRIM(WS-IV-ACTION-BY(WS-IV-IDX))
                       DELIMITED BY SIZE
                     " asked to move the interview for " DELIMITED BY
                       SIZE
                     FUNCTION TRIM(WS-IV-TITLE) DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
              MOVE SPACES TO OUTPUT-RECORD
              STRING "  from " DELIMITED BY SIZE
                     WS-IV-SLOT(WS-IV-IDX)(1:8) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-IV-SLOT(WS-IV-IDX)(9:4) DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     WS-IV-NEW-SLOT(WS-IV-IDX)(1:8) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-IV-NEW-SLOT(WS-IV-IDX)(9:4) DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
              MOVE "Enter A to accept the new time, D to keep the origin
      -        "al, S to skip:" TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              PERFORM READ-AND-LOG
              IF WS-EOF NOT = "Y"
                MOVE WS-IV-ACTION-BY(WS-IV-IDX) TO WS-IV-OTHER-PARTY
                EVALUATE INPUT-RECORD(1:1)
                  WHEN "A"
                  WHEN "a"
                    PERFORM ACCEPT-RESCHEDULE-REQUEST
                  WHEN "D"
                  WHEN "d"
                    MOVE "A" TO WS-IV-STATUS(WS-IV-IDX)
                    MOVE SPACES TO WS-IV-NEW-SLOT(WS-IV-IDX)
                    MOVE WS-USERNAME TO WS-IV-ACTION-BY(WS-IV-IDX)
                    MOVE "Y" TO WS-IV-CHANGED
                    MOVE SPACES TO WS-NOTIF-TEXT
                    STRING "New interview time refused; " DELIMITED BY
                             SIZE
                           WS-IV-SLOT(WS-IV-IDX)(1:8) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-IV-SLOT(WS-IV-IDX)(9:4) DELIMITED BY SIZE
                           " stands" DELIMITED BY SIZE
                      INTO WS-NOTIF-TEXT
                    END-STRING
                    MOVE WS-IV-OTHER-PARTY TO WS-NOTIF-USER
                    PERFORM ADD-NOTIFICATION
                    MOVE "The original interview time stands." TO
                      OUTPUT-RECORD
                    PERFORM PRINT-LINE
                  WHEN OTHER
                    MOVE "Request left pending." TO OUTPUT-RECORD
                    PERFORM PRINT-LINE
                END-EVALUATE
              END-IF
            END-IF
          END-PERFORM.

       ACCEPT-RESCHEDULE-REQUEST.
      *> The requested time must still be clear: another accepted
      *> interview for either party at that time blocks the move.
          MOVE "N" TO WS-IV-CONFLICT
          PERFORM VARYING WS-IV-CHECK-IDX FROM 1 BY 1
            UNTIL WS-IV-CHECK-IDX > WS-IV-COUNT
            IF WS-IV-CHECK-IDX NOT = WS-IV-IDX
              AND (WS-IV-STATUS(WS-IV-CHECK-IDX) = "A"
                OR WS-IV-STATUS(WS-IV-CHECK-IDX) = "R")
              AND WS-IV-SLOT(WS-IV-CHECK-IDX) =
                WS-IV-NEW-SLOT(WS-IV-IDX)
              AND (FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-CHECK-IDX)) =
                     FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-IDX))
                   OR FUNCTION TRIM(WS-IV-POSTER(WS-IV-CHECK-IDX)) =
                     FUNCTION TRIM(WS-IV-POSTER(WS-IV-IDX)))
              MOVE "Y" TO WS-IV-CONFLICT
            END-IF
          END-PERFORM
          IF WS-IV-CONFLICT = "Y"
            MOVE "That time is now taken by another interview; the reque
      -      "st stays pending." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-IV-APPLICANT(WS-IV-IDX) TO WS-AVAIL-LOOKUP-USER
          PERFORM LOAD-AVAILABILITY-WINDOWS
          MOVE WS-IV-NEW-SLOT(WS-IV-IDX) TO WS-IV-SLOT-IN
          PERFORM CHECK-SLOT-IN-WINDOW
          MOVE WS-IV-INWIN-FLAG TO WS-IV-INWIN(WS-IV-IDX)

          MOVE WS-IV-NEW-SLOT(WS-IV-IDX) TO WS-IV-SLOT(WS-IV-IDX)
          MOVE SPACES TO WS-IV-NEW-SLOT(WS-IV-IDX)
          MOVE "A" TO WS-IV-STATUS(WS-IV-IDX)
          MOVE WS-USERNAME TO WS-IV-ACTION-BY(WS-IV-IDX)
          MOVE "Y" TO WS-IV-CHANGED

          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "New interview time accepted: " DELIMITED BY SIZE
                 WS-IV-SLOT(WS-IV-IDX)(1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IV-SLOT(WS-IV-IDX)(9:4) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          MOVE WS-IV-OTHER-PARTY TO WS-NOTIF-USER
          PERFORM ADD-NOTIFICATION
          MOVE "Interview moved to the new time." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       MANAGE-MY-INTERVIEW.
      *> Either side of an accepted interview may ask for a new
      *> time or cancel it while it is still ahead; once the time
      *> has passed, either side records what happened.
          MOVE FUNCTION CURRENT-DATE(1:12) TO WS-IV-NOW-STAMP
          MOVE 0 TO WS-IV-MINE-COUNT
          PERFORM VARYING WS-IV-IDX FROM 1 BY 1
            UNTIL WS-IV-IDX > WS-IV-COUNT
            IF (WS-IV-STATUS(WS-IV-IDX) = "A"
                 OR WS-IV-STATUS(WS-IV-IDX) = "R")
              AND (FUNCTION TRIM(WS-IV-APPLICANT(WS-IV-IDX)) =
                     FUNCTION TRIM(WS-USERNAME)
                   OR FUNCTION TRIM(WS-IV-POSTER(WS-IV-IDX)) =
                     FUNCTION TRIM(WS-USERNAME))
              AND (WS-IV-SLOT(WS-IV-IDX) > WS-IV-NOW-STAMP
                OR WS-IV-OUTCOME(WS-IV-IDX) = SPACE)
              AND WS-IV-MINE-COUNT < 100
              ADD 1 TO WS-IV-MINE-COUNT
              MOVE WS-IV-IDX TO WS-IV-MINE-ENTRY(WS-IV-MINE-COUNT)
              MOVE WS-IV-JOB-ID(WS-IV-IDX) TO WS-CURRENT-JOB-ID
              PERFORM LOOKUP-JOB-TITLE-BY-ID
              MOVE WS-IV-MINE-COUNT TO WS-JOB-NUMBER-TEXT
              MOVE SPACES TO OUTPUT-RECORD
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     WS-IV-SLOT(WS-IV-IDX)(1:8) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-IV-SLOT(WS-IV-IDX)(9:4) DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-IV-TITLE) DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM

          IF WS-IV-MINE-COUNT = 0
            MOVE "  No interviews to reschedule, cancel or close out."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "Enter the interview number, or 0 to cancel:" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          COMPUTE WS-IV-MINE-PICK =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-IV-MINE-PICK = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-IV-MINE-PICK > WS-IV-MINE-COUNT
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-IV-MINE-ENTRY(WS-IV-MINE-PICK) TO WS-IV-PICK

          IF FUNCTION TRIM(WS-IV-POSTER(WS-IV-PICK)) =
            FUNCTION TRIM(WS-USERNAME)
            MOVE WS-IV-APPLICANT(WS-IV-PICK) TO WS-IV-OTHER-PARTY
          ELSE
            MOVE WS-IV-POSTER(WS-IV-PICK) TO WS-IV-OTHER-PARTY
          END-IF

          IF WS-IV-SLOT(WS-IV-PICK) > WS-IV-NOW-STAMP
            MOVE "1. Request a new time" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "2. Cancel this interview" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "Enter your choice (0 to go back):" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PARAGRAPH
            END-IF
            EVALUATE INPUT-RECORD(1:1)
              WHEN "1"
                PERFORM REQUEST-INTERVIEW-RESCHEDULE
              WHEN "2"
                PERFORM CANCEL-MY-INTERVIEW
              WHEN OTHER
                CONTINUE
            END-EVALUATE
          ELSE
            PERFORM RECORD-INTERVIEW-OUTCOME
          END-IF.

       REQUEST-INTERVIEW-RESCHEDULE.
      *> The new time goes through the same double-booking and
      *> availability checks as a first proposal; it only takes
      *> effect once the other party accepts it.
          IF WS-IV-STATUS(WS-IV-PICK) = "R"
            MOVE "A new time is already awaiting an answer for this inte
      -      "rview." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-IV-POSTER(WS-IV-PICK) TO WS-IV-CHK-POSTER
          MOVE WS-IV-APPLICANT(WS-IV-PICK) TO WS-IV-CHK-APPLICANT
          MOVE WS-IV-APPLICANT(WS-IV-PICK) TO WS-AVAIL-LOOKUP-USER
          PERFORM LOAD-AVAILABILITY-WINDOWS
          PERFORM SHOW-AVAILABILITY-WINDOWS

          MOVE "New time (YYYYMMDDHHMM):" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN NOT = 12 OR WS-TRIMMED-IN(1:12) NOT NUMERIC
            MOVE "Time must be 12 digits, e.g. 202612011330."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:12) <= WS-IV-NOW-STAMP
            MOVE "The new time must be in the future." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-TRIMMED-IN(1:12) TO WS-IV-SLOT-IN

          PERFORM CHECK-PROPOSED-SLOT-CONFLICT
          IF WS-IV-CONFLICT = "Y"
            EXIT PARAGRAPH
          END-IF
          PERFORM CHECK-SLOT-IN-WINDOW
          IF WS-IV-INWIN-FLAG = "N"
            MOVE "Note: outside the applicant's stated availability; req
      -      "uesting anyway." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF

          MOVE "R" TO WS-IV-STATUS(WS-IV-PICK)
          MOVE WS-IV-SLOT-IN TO WS-IV-NEW-SLOT(WS-IV-PICK)
          MOVE WS-USERNAME TO WS-IV-ACTION-BY(WS-IV-PICK)
          MOVE "Y" TO WS-IV-CHANGED

          MOVE SPACES TO WS-NOTIF-TEXT
          STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 " asks to move an interview to " DELIMITED BY SIZE
                 WS-IV-SLOT-IN(1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IV-SLOT-IN(9:4) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          MOVE WS-IV-OTHER-PARTY TO WS-NOTIF-USER
          PERFORM ADD-NOTIFICATION

          MOVE "New time requested; the other party will be asked to con
      -    "firm." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       CANCEL-MY-INTERVIEW.
          MOVE "Reason: 1=schedule conflict 2=position filled or closed"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "        3=no longer interested 4=illness or emergency 5=
      -    "other" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          IF INPUT-RECORD(1:1) < "1" OR INPUT-RECORD(1:1) > "5"
            MOVE "Invalid reason selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "C" TO WS-IV-STATUS(WS-IV-PICK)
          MOVE INPUT-RECORD(1:1) TO WS-IV-CANCEL-CODE(WS-IV-PICK)
          MOVE SPACES TO WS-IV-NEW-SLOT(WS-IV-PICK)
          MOVE WS-USERNAME TO WS-IV-ACTION-BY(WS-IV-PICK)
          MOVE "Y" TO WS-IV-CHANGED

          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "Interview " DELIMITED BY SIZE
                 WS-IV-SLOT(WS-IV-PICK)(1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IV-SLOT(WS-IV-PICK)(9:4) DELIMITED BY SIZE
                 " cancelled by " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          MOVE WS-IV-OTHER-PARTY TO WS-NOTIF-USER
          PERFORM ADD-NOTIFICATION

          MOVE "Interview cancelled." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       RECORD-INTERVIEW-OUTCOME.
      *> Held / candidate no-show / employer no-show, recorded once
      *> by either party after the time has passed. The no-show
      *> counts on both sides come from this field.
          MOVE "This interview's time has passed. What happened?" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "1=Held 2=Candidate did not attend 3=Employer did not att
      -    "end (0 to go back)" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          EVALUATE INPUT-RECORD(1:1)
            WHEN "1"
              MOVE "H" TO WS-IV-OUTCOME(WS-IV-PICK)
            WHEN "2"
              MOVE "C" TO WS-IV-OUTCOME(WS-IV-PICK)
            WHEN "3"
              MOVE "E" TO WS-IV-OUTCOME(WS-IV-PICK)
            WHEN OTHER
              EXIT PARAGRAPH
          END-EVALUATE

      *> A new time never agreed to lapses with the original slot.
          MOVE "A" TO WS-IV-STATUS(WS-IV-PICK)
          MOVE SPACES TO WS-IV-NEW-SLOT(WS-IV-PICK)
          MOVE WS-USERNAME TO WS-IV-ACTION-BY(WS-IV-PICK)
          MOVE "Y" TO WS-IV-CHANGED

          PERFORM SET-IV-OUTCOME-LABEL
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "Interview " DELIMITED BY SIZE
                 WS-IV-SLOT(WS-IV-PICK)(1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IV-SLOT(WS-IV-PICK)(9:4) DELIMITED BY SIZE
                 " recorded as " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-IV-OUTCOME-LABEL) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          MOVE WS-IV-OTHER-PARTY TO WS-NOTIF-USER
          PERFORM ADD-NOTIFICATION

          MOVE "Interview outcome recorded." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       SET-IV-OUTCOME-LABEL.
          EVALUATE WS-IV-OUTCOME(WS-IV-PICK)
            WHEN "H"
              MOVE "held" TO WS-IV-OUTCOME-LABEL
            WHEN "C"
              MOVE "candidate no-show" TO WS-IV-OUTCOME-LABEL
            WHEN "E"
              MOVE "employer no-show" TO WS-IV-OUTCOME-LABEL
            WHEN OTHER
              MOVE SPACES TO WS-IV-OUTCOME-LABEL
          END-EVALUATE.

       MESSAGE-ALL-APPLICANTS.
          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y" OR WS-EOF = "Y"
            MOVE "Enter your broadcast message (max 200 chars):"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "No message entered." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN = 0
              MOVE "Message cannot be blank." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              IF WS-IN-LEN > 200
                MOVE "Message too long. Max 200 characters."
                  TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              ELSE
                MOVE INPUT-RECORD TO WS-MSG-TEXT
                MOVE "Y" TO WS-VALID-INPUT
              END-IF
            END-IF
          END-PERFORM

      *> The broadcast is free text from a recruiter, so it goes
                JOB-CATEGORY
              MOVE WS-JOBROW-PUBLISH(WS-JOB-ROW-IDX) TO
                JOB-PUBLISH-DATE
              MOVE WS-JOBROW-WORK-MODE(WS-JOB-ROW-IDX) TO
                JOB-WORK-MODE
              WRITE JOB-RECORD
            END-IF
          END-PERFORM

          PERFORM RECORD-CLOSING-OUTCOMES.

       EDIT-LIVE-POSTING.
      *> Corrects a posting in place so its applications stay
      *> attached. Each field is checked the way HANDLE-JOB-POST
      *> checks it; nothing is written until the poster saves.
          MOVE WS-JOBROW-TITLE(WS-SELECTED-JOB-ROW) TO WS-EDIT-OLD-TITLE
          MOVE WS-JOBROW-DESC(WS-SELECTED-JOB-ROW) TO WS-EDIT-OLD-DESC
          MOVE WS-JOBROW-LOCATION(WS-SELECTED-JOB-ROW) TO
            WS-EDIT-OLD-LOCATION
          MOVE WS-JOBROW-SALARY(WS-SELECTED-JOB-ROW) TO
            WS-EDIT-OLD-SALARY
          MOVE WS-JOBROW-DEADLINE(WS-SELECTED-JOB-ROW) TO
            WS-EDIT-OLD-DEADLINE
          MOVE WS-JOBROW-OPENINGS(WS-SELECTED-JOB-ROW) TO
            WS-EDIT-OLD-OPENINGS
          MOVE WS-JOBROW-WORK-MODE(WS-SELECTED-JOB-ROW) TO
            WS-EDIT-OLD-WORK-MODE
          MOVE WS-EDIT-OLD-FIELDS TO WS-EDIT-NEW-FIELDS

          PERFORM UNTIL WS-EOF = "Y"
            MOVE "--- Edit Posting ---" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE SPACES TO OUTPUT-RECORD
            STRING "1. Title: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NEW-TITLE) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE SPACES TO OUTPUT-RECORD
            STRING "2. Description: " DELIMITED BY SIZE
                   WS-EDIT-NEW-DESC(1:60) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE WS-EDIT-NEW-WORK-MODE TO WS-LOC-PICKED-MODE
            PERFORM SET-WORK-MODE-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "3. Location: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NEW-LOCATION) DELIMITED BY
                     SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORK-MODE-TEXT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE SPACES TO OUTPUT-RECORD
            STRING "4. Salary: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NEW-SALARY) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE SPACES TO OUTPUT-RECORD
            STRING "5. Deadline: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NEW-DEADLINE) DELIMITED BY
                     SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE SPACES TO OUTPUT-RECORD
            STRING "6. Openings: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NEW-OPENINGS) DELIMITED BY
                     SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            MOVE "7. View change history" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "S. Save changes" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "0. Discard changes and go back" TO OUTPUT-RECORD
            PERFORM PRINT-LINE

            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PERFORM
            END-IF

            MOVE INPUT-RECORD(1:1) TO WS-EDIT-CHOICE
            EVALUATE WS-EDIT-CHOICE
              WHEN "1"
                PERFORM EDIT-POSTING-TITLE
              WHEN "2"
                PERFORM EDIT-POSTING-DESC
              WHEN "3"
                PERFORM EDIT-POSTING-LOCATION
              WHEN "4"
                PERFORM EDIT-POSTING-SALARY
              WHEN "5"
                PERFORM EDIT-POSTING-DEADLINE
              WHEN "6"
                PERFORM EDIT-POSTING-OPENINGS
              WHEN "7"
                PERFORM SHOW-POSTING-CHANGE-LOG
              WHEN "S"
              WHEN "s"
                PERFORM SAVE-POSTING-EDITS
                EXIT PERFORM
              WHEN "0"
                MOVE "Changes discarded." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
                EXIT PERFORM
              WHEN OTHER
                MOVE "Invalid Selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
            END-EVALUATE
          END-PERFORM.

       READ-EDIT-VALUE.
      *> Blank input keeps the current value (WS-IN-LEN = 0).
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            MOVE 0 TO WS-IN-LEN
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF INPUT-RECORD = SPACES
            MOVE 0 TO WS-IN-LEN
          END-IF.

       EDIT-POSTING-TITLE.
          MOVE "New job title (press Enter to keep):" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-EDIT-VALUE
          IF WS-IN-LEN = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-IN-LEN > 30
            MOVE "Job Title must be 30 characters or fewer."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          ELSE
            MOVE WS-TRIMMED-IN TO WS-EDIT-NEW-TITLE
          END-IF.

       EDIT-POSTING-DESC.
          MOVE "New description (press Enter to keep):" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-EDIT-VALUE
          IF WS-IN-LEN = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-IN-LEN > 100
            MOVE "Description must be 100 characters or fewer."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          ELSE
            MOVE WS-TRIMMED-IN TO WS-EDIT-NEW-DESC
          END-IF.

       EDIT-POSTING-LOCATION.
      *> Location and work mode are edited together: the location
      *> comes from the master the same way it does when posting.
          MOVE "New location (press Enter to keep):" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-EDIT-VALUE
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          IF WS-IN-LEN = 0
            MOVE WS-EDIT-NEW-LOCATION TO WS-LOC-PICKED-NAME
            MOVE SPACES TO WS-LOC-PICKED-MODE
          ELSE
            PERFORM MATCH-TYPED-LOCATION
            IF WS-LM-FOUND NOT = "Y"
              MOVE "That location is not on the location list; ask"
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "career services to add it." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
          END-IF
          IF WS-LOC-PICKED-MODE = SPACES
            MOVE WS-EDIT-NEW-WORK-MODE TO WS-LOC-PICKED-MODE
          END-IF

          MOVE "N" TO WS-JOB-CANCEL
          PERFORM PROMPT-WORK-MODE
          IF WS-JOB-CANCEL = "Y"
            MOVE "N" TO WS-JOB-CANCEL
            EXIT PARAGRAPH
          END-IF
          MOVE WS-LOC-PICKED-NAME TO WS-EDIT-NEW-LOCATION
          MOVE WS-LOC-PICKED-MODE TO WS-EDIT-NEW-WORK-MODE.

       EDIT-POSTING-SALARY.
          MOVE "New salary ($50,000/year, $25/hour, a range, Unpaid,"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "or N for none; press Enter to keep):" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-EDIT-VALUE
          IF WS-IN-LEN = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:1) = "N" OR WS-TRIMMED-IN(1:1) = "n"
            MOVE SPACES TO WS-EDIT-NEW-SALARY
            EXIT PARAGRAPH
          END-IF
          IF FUNCTION UPPER-CASE(WS-TRIMMED-IN) = "UNPAID"
             OR FUNCTION UPPER-CASE(WS-TRIMMED-IN) = "VOLUNTEER"
             OR FUNCTION UPPER-CASE(WS-TRIMMED-IN) =
               "UNPAID/VOLUNTEER"
            MOVE "Unpaid/Volunteer" TO WS-EDIT-NEW-SALARY
            EXIT PARAGRAPH
          END-IF
          PERFORM VALIDATE-SALARY-FORMAT
          IF WS-VALID-INPUT = "Y"
            MOVE WS-TRIMMED-IN TO WS-EDIT-NEW-SALARY
          ELSE
            MOVE "Salary format must look like $50,000/year,"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "a range, or Unpaid/Volunteer." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       EDIT-POSTING-DEADLINE.
          MOVE "New deadline (YYYYMMDD, N for none, Enter to keep):"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-EDIT-VALUE
          IF WS-IN-LEN = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:1) = "N" OR WS-TRIMMED-IN(1:1) = "n"
            MOVE SPACES TO WS-EDIT-NEW-DEADLINE
            EXIT PARAGRAPH
          END-IF
          IF WS-IN-LEN = 8 AND WS-TRIMMED-IN(1:8) IS NUMERIC
            MOVE WS-TRIMMED-IN(1:8) TO WS-EDIT-NEW-DEADLINE
          ELSE
            MOVE "Deadline must be 8 digits, e.g. 20261231."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       EDIT-POSTING-OPENINGS.
          MOVE "New openings (1-9999, N if not tracked, Enter to keep):"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-EDIT-VALUE
          IF WS-IN-LEN = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:1) = "N" OR WS-TRIMMED-IN(1:1) = "n"
            MOVE SPACES TO WS-EDIT-NEW-OPENINGS
            EXIT PARAGRAPH
          END-IF
          IF WS-IN-LEN <= 4
            AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
            AND FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN)) > 0
            COMPUTE WS-OPENINGS-LEFT =
              FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
            MOVE WS-OPENINGS-LEFT TO WS-EDIT-NEW-OPENINGS
          ELSE
            MOVE "Openings must be a number from 1 to 9999." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       SAVE-POSTING-EDITS.
      *> Rewrites the one JOBS.DAT row, logs a before/after row per
      *> changed field, and tells applicants and bookmarkers about
      *> salary, location or deadline changes. A wording change
      *> beyond a typo fix (more than WS-EDIT-MATERIAL-CHARS letters
      *> different across title and description) sends the posting
      *> back to moderation.
          IF WS-EDIT-NEW-FIELDS = WS-EDIT-OLD-FIELDS
            MOVE "No changes to save." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-EDIT-DIFFS
          PERFORM VARYING WS-EDIT-POS FROM 1 BY 1
            UNTIL WS-EDIT-POS > 30
            IF FUNCTION UPPER-CASE(WS-EDIT-OLD-TITLE(WS-EDIT-POS:1))
              NOT = FUNCTION UPPER-CASE(
                WS-EDIT-NEW-TITLE(WS-EDIT-POS:1))
              ADD 1 TO WS-EDIT-DIFFS
            END-IF
          END-PERFORM
          PERFORM VARYING WS-EDIT-POS FROM 1 BY 1
            UNTIL WS-EDIT-POS > 100
            IF FUNCTION UPPER-CASE(WS-EDIT-OLD-DESC(WS-EDIT-POS:1))
              NOT = FUNCTION UPPER-CASE(
                WS-EDIT-NEW-DESC(WS-EDIT-POS:1))
              ADD 1 TO WS-EDIT-DIFFS
            END-IF
          END-PERFORM
          IF WS-EDIT-DIFFS > WS-EDIT-MATERIAL-CHARS
            MOVE "Y" TO WS-EDIT-MATERIAL
          ELSE
            MOVE "N" TO WS-EDIT-MATERIAL
          END-IF

          MOVE "N" TO WS-EDIT-APPLIED
          MOVE 0 TO WS-JOBS-STREAM-KEPT
          MOVE "N" TO WS-JOBS-EOF

          OPEN INPUT JOBS-FILE
          IF WS-JOBS-STATUS NOT = "00"
            IF WS-JOBS-STATUS = "05"
              CLOSE JOBS-FILE
            END-IF
            MOVE "Unable to save the posting changes." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "JOBS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            CLOSE JOBS-FILE
            MOVE "Unable to save the posting changes." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-JOBS-EOF = "Y"
            READ JOBS-FILE
              AT END
                MOVE "Y" TO WS-JOBS-EOF
              NOT AT END
                IF FUNCTION TRIM(JOB-ID) = FUNCTION TRIM(
                  WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                  AND FUNCTION TRIM(JOB-POSTER) = FUNCTION TRIM(
                    WS-JOBROW-POSTER(WS-SELECTED-JOB-ROW))
                  MOVE WS-EDIT-NEW-TITLE TO JOB-TITLE
                  MOVE WS-EDIT-NEW-DESC TO JOB-DESCRIPTION
                  MOVE WS-EDIT-NEW-LOCATION TO JOB-LOCATION
                  MOVE WS-EDIT-NEW-SALARY TO JOB-SALARY
                  MOVE WS-EDIT-NEW-DEADLINE TO JOB-DEADLINE
                  MOVE WS-EDIT-NEW-OPENINGS TO JOB-OPENINGS
                  MOVE WS-EDIT-NEW-WORK-MODE TO JOB-WORK-MODE
                  IF WS-EDIT-MATERIAL = "Y"
                    MOVE "P" TO JOB-REVIEW-STATUS
                  END-IF
                  MOVE JOB-REVIEW-STATUS TO
                    WS-JOBROW-REVIEW(WS-SELECTED-JOB-ROW)
                  MOVE "Y" TO WS-EDIT-APPLIED
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE JOB-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-JOBS-STREAM-KEPT
            END-READ
          END-PERFORM

          CLOSE JOBS-FILE
          CLOSE GENERIC-OUT-FILE

          IF WS-EDIT-APPLIED NOT = "Y"
            MOVE "JOBS" TO WS-SAFE-BASE-NAME
            PERFORM BUILD-SAFE-NAMES
            PERFORM CLEAR-WORK-FILE
            MOVE "This posting is no longer on file." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "JOBS" TO WS-SAFE-BASE-NAME
          MOVE WS-JOBS-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE WS-EDIT-NEW-TITLE TO WS-JOBROW-TITLE(WS-SELECTED-JOB-ROW)
          MOVE WS-EDIT-NEW-DESC TO WS-JOBROW-DESC(WS-SELECTED-JOB-ROW)
          MOVE WS-EDIT-NEW-LOCATION TO
            WS-JOBROW-LOCATION(WS-SELECTED-JOB-ROW)
          MOVE WS-EDIT-NEW-SALARY TO
            WS-JOBROW-SALARY(WS-SELECTED-JOB-ROW)
          MOVE WS-EDIT-NEW-DEADLINE TO
            WS-JOBROW-DEADLINE(WS-SELECTED-JOB-ROW)
          MOVE WS-EDIT-NEW-OPENINGS TO
            WS-JOBROW-OPENINGS(WS-SELECTED-JOB-ROW)
          MOVE WS-EDIT-NEW-WORK-MODE TO
            WS-JOBROW-WORK-MODE(WS-SELECTED-JOB-ROW)

          PERFORM LOG-POSTING-CHANGES

          MOVE "Posting updated." TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          IF WS-EDIT-MATERIAL = "Y"
            MOVE "The wording changed enough to need review again."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF

          MOVE SPACES TO WS-EDIT-FIELD-LIST
          MOVE 1 TO WS-EDIT-PTR
          IF WS-EDIT-NEW-SALARY NOT = WS-EDIT-OLD-SALARY
            STRING "salary" DELIMITED BY SIZE
              INTO WS-EDIT-FIELD-LIST WITH POINTER WS-EDIT-PTR
            END-STRING
          END-IF
          IF WS-EDIT-NEW-LOCATION NOT = WS-EDIT-OLD-LOCATION
            OR WS-EDIT-NEW-WORK-MODE NOT = WS-EDIT-OLD-WORK-MODE
            IF WS-EDIT-PTR > 1
              STRING ", " DELIMITED BY SIZE
                INTO WS-EDIT-FIELD-LIST WITH POINTER WS-EDIT-PTR
              END-STRING
            END-IF
            STRING "location" DELIMITED BY SIZE
              INTO WS-EDIT-FIELD-LIST WITH POINTER WS-EDIT-PTR
            END-STRING
          END-IF
          IF WS-EDIT-NEW-DEADLINE NOT = WS-EDIT-OLD-DEADLINE
            IF WS-EDIT-PTR > 1
              STRING ", " DELIMITED BY SIZE
                INTO WS-EDIT-FIELD-LIST WITH POINTER WS-EDIT-PTR
              END-STRING
            END-IF
            STRING "deadline" DELIMITED BY SIZE
              INTO WS-EDIT-FIELD-LIST WITH POINTER WS-EDIT-PTR
            END-STRING
          END-IF
          IF WS-EDIT-FIELD-LIST NOT = SPACES
            PERFORM NOTIFY-POSTING-AUDIENCE
          END-IF.

       LOG-POSTING-CHANGES.
          OPEN EXTEND JOB-CHANGES-FILE
          IF WS-JOB-CHANGES-STATUS = "35"
            OPEN OUTPUT JOB-CHANGES-FILE
            IF WS-JOB-CHANGES-STATUS = "00"
              CLOSE JOB-CHANGES-FILE
            END-IF
            OPEN EXTEND JOB-CHANGES-FILE
          END-IF
          IF WS-JOB-CHANGES-STATUS NOT = "00"
            AND WS-JOB-CHANGES-STATUS NOT = "05"
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO JOB-CHANGE-RECORD
          MOVE WS-JOBROW-ID(WS-SELECTED-JOB-ROW) TO JC-JOB-ID
          MOVE FUNCTION CURRENT-DATE(1:12) TO JC-TIMESTAMP
          MOVE WS-USERNAME TO JC-EDITOR

          IF WS-EDIT-NEW-TITLE NOT = WS-EDIT-OLD-TITLE
            MOVE "TITLE" TO JC-FIELD
            MOVE WS-EDIT-OLD-TITLE TO JC-BEFORE
            MOVE WS-EDIT-NEW-TITLE TO JC-AFTER
            WRITE JOB-CHANGE-RECORD
          END-IF
          IF WS-EDIT-NEW-DESC NOT = WS-EDIT-OLD-DESC
            MOVE "DESCRIPTION" TO JC-FIELD
            MOVE WS-EDIT-OLD-DESC TO JC-BEFORE
            MOVE WS-EDIT-NEW-DESC TO JC-AFTER
            WRITE JOB-CHANGE-RECORD
          END-IF
          IF WS-EDIT-NEW-LOCATION NOT = WS-EDIT-OLD-LOCATION
            MOVE "LOCATION" TO JC-FIELD
            MOVE WS-EDIT-OLD-LOCATION TO JC-BEFORE
            MOVE WS-EDIT-NEW-LOCATION TO JC-AFTER
            WRITE JOB-CHANGE-RECORD
          END-IF
          IF WS-EDIT-NEW-SALARY NOT = WS-EDIT-OLD-SALARY
            MOVE "SALARY" TO JC-FIELD
            MOVE WS-EDIT-OLD-SALARY TO JC-BEFORE
            MOVE WS-EDIT-NEW-SALARY TO JC-AFTER
            WRITE JOB-CHANGE-RECORD
          END-IF
          IF WS-EDIT-NEW-DEADLINE NOT = WS-EDIT-OLD-DEADLINE
            MOVE "DEADLINE" TO JC-FIELD
            MOVE WS-EDIT-OLD-DEADLINE TO JC-BEFORE
            MOVE WS-EDIT-NEW-DEADLINE TO JC-AFTER
            WRITE JOB-CHANGE-RECORD
          END-IF
          IF WS-EDIT-NEW-OPENINGS NOT = WS-EDIT-OLD-OPENINGS
            MOVE "OPENINGS" TO JC-FIELD
            MOVE WS-EDIT-OLD-OPENINGS TO JC-BEFORE
            MOVE WS-EDIT-NEW-OPENINGS TO JC-AFTER
            WRITE JOB-CHANGE-RECORD
          END-IF
          IF WS-EDIT-NEW-WORK-MODE NOT = WS-EDIT-OLD-WORK-MODE
            MOVE "WORK MODE" TO JC-FIELD
            MOVE WS-EDIT-OLD-WORK-MODE TO WS-LOC-PICKED-MODE
            PERFORM SET-WORK-MODE-TEXT
            MOVE WS-WORK-MODE-TEXT TO JC-BEFORE
            MOVE WS-EDIT-NEW-WORK-MODE TO WS-LOC-PICKED-MODE
            PERFORM SET-WORK-MODE-TEXT
            MOVE WS-WORK-MODE-TEXT TO JC-AFTER
            WRITE JOB-CHANGE-RECORD
          END-IF

          CLOSE JOB-CHANGES-FILE.

       SHOW-POSTING-CHANGE-LOG.
          MOVE 0 TO WS-EDIT-LOG-SHOWN
          MOVE "N" TO WS-JOB-CHANGES-EOF
          MOVE "--- Change History ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          OPEN INPUT JOB-CHANGES-FILE
          IF WS-JOB-CHANGES-STATUS = "00"
            PERFORM UNTIL WS-JOB-CHANGES-EOF = "Y"
              READ JOB-CHANGES-FILE
                AT END
                  MOVE "Y" TO WS-JOB-CHANGES-EOF
                NOT AT END
                  IF FUNCTION TRIM(JC-JOB-ID) = FUNCTION TRIM(
                    WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                    ADD 1 TO WS-EDIT-LOG-SHOWN
                    MOVE SPACES TO OUTPUT-RECORD
                    STRING JC-TIMESTAMP(1:8) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JC-TIMESTAMP(9:4) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(JC-FIELD) DELIMITED BY SIZE
                           " changed by " DELIMITED BY SIZE
                           FUNCTION TRIM(JC-EDITOR) DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
                    END-STRING
                    PERFORM PRINT-LINE
                    MOVE SPACES TO OUTPUT-RECORD
                    STRING "  was: " DELIMITED BY SIZE
                           JC-BEFORE(1:70) DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
                    END-STRING
                    PERFORM PRINT-LINE
                    MOVE SPACES TO OUTPUT-RECORD
                    STRING "  now: " DELIMITED BY SIZE
                           JC-AFTER(1:70) DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
                    END-STRING
                    PERFORM PRINT-LINE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE JOB-CHANGES-FILE
          ELSE
            IF WS-JOB-CHANGES-STATUS = "05"
              CLOSE JOB-CHANGES-FILE
            END-IF
          END-IF

          IF WS-EDIT-LOG-SHOWN = 0
            MOVE "This posting has not been edited." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       NOTIFY-POSTING-AUDIENCE.
      *> Applicants still in flight and everyone who bookmarked the
      *> posting hear about the change once each.
          MOVE 0 TO WS-EDIT-AUD-COUNT
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "Changed " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-FIELD-LIST) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EDIT-NEW-TITLE) DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          MOVE WS-NOTIF-TEXT TO WS-EDIT-NOTIF-TEXT

          MOVE "N" TO WS-APPLICATIONS-EOF
          OPEN INPUT APPLICATIONS-FILE
          IF WS-APPLICATIONS-STATUS = "00"
            PERFORM UNTIL WS-APPLICATIONS-EOF = "Y"
              READ APPLICATIONS-FILE
                AT END
                  MOVE "Y" TO WS-APPLICATIONS-EOF
                NOT AT END
                  IF FUNCTION TRIM(APP-JOB-ID) = FUNCTION TRIM(
                    WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                    AND APP-STATUS NOT = "A"
                    AND APP-STATUS NOT = "R"
                    AND APP-STATUS NOT = "X"
                    AND APP-STATUS NOT = "L"
                    MOVE APP-USERNAME TO WS-EDIT-AUD-USER
                    PERFORM NOTIFY-ONE-EDIT-AUDIENCE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE APPLICATIONS-FILE
          ELSE
            IF WS-APPLICATIONS-STATUS = "05"
              CLOSE APPLICATIONS-FILE
            END-IF
          END-IF

          MOVE "N" TO WS-BOOKMARKS-EOF
          OPEN INPUT BOOKMARKS-FILE
          IF WS-BOOKMARKS-STATUS = "00"
            PERFORM UNTIL WS-BOOKMARKS-EOF = "Y"
              READ BOOKMARKS-FILE
                AT END
                  MOVE "Y" TO WS-BOOKMARKS-EOF
                NOT AT END
                  IF FUNCTION TRIM(BM-JOB-ID) = FUNCTION TRIM(
                    WS-JOBROW-ID(WS-SELECTED-JOB-ROW))
                    MOVE BM-USERNAME TO WS-EDIT-AUD-USER
                    PERFORM NOTIFY-ONE-EDIT-AUDIENCE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE BOOKMARKS-FILE
          ELSE
            IF WS-BOOKMARKS-STATUS = "05"
              CLOSE BOOKMARKS-FILE
            END-IF
          END-IF

          IF WS-EDIT-AUD-COUNT > 0
            MOVE WS-EDIT-AUD-COUNT TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   " applicant(s) and bookmarker(s) were notified."
                     DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF.

       NOTIFY-ONE-EDIT-AUDIENCE.
          IF FUNCTION TRIM(WS-EDIT-AUD-USER) =
            FUNCTION TRIM(WS-USERNAME)
            EXIT PARAGRAPH
          END-IF
          PERFORM VARYING WS-EDIT-AUD-IDX FROM 1 BY 1
            UNTIL WS-EDIT-AUD-IDX > WS-EDIT-AUD-COUNT
            IF WS-EDIT-AUD-ENTRY(WS-EDIT-AUD-IDX) = WS-EDIT-AUD-USER
              EXIT PARAGRAPH
            END-IF
          END-PERFORM
          IF WS-EDIT-AUD-COUNT < WS-EDIT-AUD-MAX
            ADD 1 TO WS-EDIT-AUD-COUNT
            MOVE WS-EDIT-AUD-USER TO
              WS-EDIT-AUD-ENTRY(WS-EDIT-AUD-COUNT)
          END-IF
          MOVE WS-EDIT-AUD-USER TO WS-NOTIF-USER
          MOVE WS-EDIT-NOTIF-TEXT TO WS-NOTIF-TEXT
          PERFORM ADD-NOTIFICATION.

       HANDLE-MY-APPLICATIONS.
          PERFORM LOAD-ALL-JOBS-FOR-MGMT

          MOVE 0 TO WS-MY-APP-COUNT
          MOVE 0 TO WS-OFFER-COUNT
          MOVE "N" TO WS-APPLICATIONS-EOF
          MOVE "N" TO WS-STOP-PAGING

          MOVE "--- My Applications ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          OPEN INPUT APPLICATIONS-FILE
          IF WS-APPLICATIONS-STATUS = "35" OR
            WS-APPLICATIONS-STATUS = "05"
            MOVE "You have not applied to any jobs yet." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "-----------------------" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM SHOW-OUTSIDE-IN-MY-APPLICATIONS
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-APPLICATIONS-EOF = "Y" OR
            WS-STOP-PAGING = "Y"
            READ APPLICATIONS-FILE
              AT END
                MOVE "Y" TO WS-APPLICATIONS-EOF
              NOT AT END
                IF FUNCTION TRIM(APP-USERNAME) =
                  FUNCTION TRIM(WS-USERNAME)
                  PERFORM DISPLAY-ONE-MY-APPLICATION
                END-IF
            END-READ
          END-PERFORM

          CLOSE APPLICATIONS-FILE

          IF WS-MY-APP-COUNT = 0
            MOVE "You have not applied to any jobs yet." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF

          MOVE "-----------------------" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          PERFORM SHOW-OUTSIDE-IN-MY-APPLICATIONS

          IF WS-OFFER-COUNT > 0
            PERFORM PROMPT-OFFER-RESPONSES
          END-IF

          IF WS-MY-APP-COUNT > 0
            PERFORM PROMPT-SELF-REPORT-OUTCOME
          END-IF

          IF WS-MY-APP-COUNT > 0 AND WS-EOF NOT = "Y"
            PERFORM PROMPT-EMPLOYER-REVIEW
          END-IF.

       DISPLAY-ONE-MY-APPLICATION.
          ADD 1 TO WS-MY-APP-COUNT
          IF WS-MY-APP-COUNT <= 100
            MOVE APP-JOB-ID TO WS-MYAPP-JOB-ID(WS-MY-APP-COUNT)
            MOVE APP-STATUS TO WS-RVW-APP-STATUS(WS-MY-APP-COUNT)
            MOVE SPACES TO WS-RVW-APP-EMPLOYER(WS-MY-APP-COUNT)
          END-IF
          MOVE "N" TO WS-MY-APP-JOB-FOUND

          PERFORM VARYING WS-JOB-ROW-IDX FROM 1 BY 1
            UNTIL WS-JOB-ROW-IDX > WS-JOB-ROW-COUNT
              OR WS-MY-APP-JOB-FOUND = "Y"
            IF FUNCTION TRIM(WS-JOBROW-ID(WS-JOB-ROW-IDX)) =
              FUNCTION TRIM(APP-JOB-ID)
              MOVE "Y" TO WS-MY-APP-JOB-FOUND
              IF WS-MY-APP-COUNT <= 100
                MOVE WS-JOBROW-EMPLOYER(WS-JOB-ROW-IDX) TO
                  WS-RVW-APP-EMPLOYER(WS-MY-APP-COUNT)
              END-IF
              MOVE WS-MY-APP-COUNT TO WS-JOB-NUMBER-TEXT
              MOVE SPACES TO OUTPUT-RECORD
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-JOBROW-TITLE(WS-JOB-ROW-IDX))
                       DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-JOBROW-EMPLOYER(WS-JOB-ROW-IDX))
                       DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE

              MOVE SPACES TO OUTPUT-RECORD
              IF FUNCTION LENGTH(FUNCTION
                TRIM(WS-JOBROW-DEADLINE(WS-JOB-ROW-IDX))) > 0
                AND FUNCTION TRIM(WS-JOBROW-DEADLINE(WS-JOB-ROW-IDX))
                  < FUNCTION TRIM(FUNCTION CURRENT-DATE(1:8))
                MOVE "   Status: Closed (deadline passed)" TO
                  OUTPUT-RECORD
              ELSE
                MOVE "   Status: Open" TO OUTPUT-RECORD
              END-IF
              PERFORM PRINT-LINE

              PERFORM SET-APP-STATUS-LABEL
              MOVE SPACES TO OUTPUT-RECORD
              IF FUNCTION LENGTH(FUNCTION TRIM(APP-STATUS-DATE)) > 0
                STRING "   Application Status: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-APP-STATUS-LABEL) DELIMITED
                         BY SIZE
                       " (as of " DELIMITED BY SIZE
                       FUNCTION TRIM(APP-STATUS-DATE) DELIMITED BY
                         SIZE
                       ")" DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
              ELSE
                STRING "   Application Status: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-APP-STATUS-LABEL) DELIMITED
                         BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
              END-IF
              PERFORM PRINT-LINE

              IF APP-STATUS = "R"
                PERFORM SET-REJECT-REASON-LABEL
                IF WS-REJECT-LABEL NOT = SPACES
                  MOVE SPACES TO OUTPUT-RECORD
                  STRING "   Reason: " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-REJECT-LABEL) DELIMITED BY
                           SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
                  PERFORM PRINT-LINE
                END-IF
                IF FUNCTION LENGTH(FUNCTION
                  TRIM(APP-REJECT-NOTE)) > 0
                  MOVE SPACES TO OUTPUT-RECORD
                  STRING "   Feedback: " DELIMITED BY SIZE
                         FUNCTION TRIM(APP-REJECT-NOTE) DELIMITED BY
                           SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
                  PERFORM PRINT-LINE
                END-IF
              END-IF

              IF APP-STATUS = "O"
                IF FUNCTION LENGTH(FUNCTION TRIM(APP-RESPOND-BY)) > 0
                  MOVE SPACES TO OUTPUT-RECORD
                  STRING "   Respond by: " DELIMITED BY SIZE
                         FUNCTION TRIM(APP-RESPOND-BY) DELIMITED BY
                           SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
                  PERFORM PRINT-LINE
                END-IF
                IF WS-OFFER-COUNT < 20
                  ADD 1 TO WS-OFFER-COUNT
                  MOVE APP-JOB-ID TO
                    WS-OFFER-JOB-ID(WS-OFFER-COUNT)
                  MOVE WS-MY-APP-COUNT TO
                    WS-OFFER-APP-NUM(WS-OFFER-COUNT)
                END-IF
              END-IF
            END-IF
          END-PERFORM

          IF WS-MY-APP-JOB-FOUND = "N"
            MOVE WS-MY-APP-COUNT TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                     SIZE
                   ". (posting no longer available)" DELIMITED BY
                     SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE

            PERFORM SET-APP-STATUS-LABEL
            MOVE SPACES TO OUTPUT-RECORD
            STRING "   Application Status: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APP-STATUS-LABEL) DELIMITED BY
                     SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF

          IF FUNCTION MOD(WS-MY-APP-COUNT, WS-PAGE-SIZE) = 0
            PERFORM PAGINATION-PROMPT
          END-IF.

       HANDLE-OUTSIDE-APPLICATIONS.
      *> "My outside applications": applications a student made
      *> directly with an employer. Logging them lets career
      *> services see the whole search; a hire logged here feeds
      *> PLACEMENTS.DAT as a self-reported, off-platform placement.
          PERFORM UNTIL WS-EOF = "Y"
            MOVE "--- My Outside Applications ---" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM LIST-OUTSIDE-APPLICATIONS
            IF WS-OX-COUNT = 0
              MOVE "You have not logged any outside applications."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
            MOVE "Enter A to log an application, a number to update its 
      -      "status, or 0 to go back:" TO OUTPUT-RECORD
            PERFORM PRINT-LINE

            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PERFORM
            END-IF

            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            EVALUATE TRUE
              WHEN WS-TRIMMED-IN = "0" OR WS-TRIMMED-IN = SPACES
                EXIT PERFORM
              WHEN WS-TRIMMED-IN = "A" OR WS-TRIMMED-IN = "a"
                PERFORM ADD-OUTSIDE-APPLICATION
              WHEN WS-IN-LEN <= 3
                AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
                COMPUTE WS-OX-PICK =
                  FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
                IF WS-OX-PICK = 0 OR WS-OX-PICK > WS-OX-COUNT
                  OR WS-OX-PICK > 100
                  MOVE "Invalid selection." TO OUTPUT-RECORD
                  PERFORM PRINT-LINE
                ELSE
                  PERFORM UPDATE-OUTSIDE-APPLICATION
                END-IF
              WHEN OTHER
                MOVE "Invalid selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
            END-EVALUATE
          END-PERFORM.

       LIST-OUTSIDE-APPLICATIONS.
      *> Numbered list of my OUTSIDEAPPS.DAT rows; the ids and
      *> statuses are kept for the update prompt.
          MOVE 0 TO WS-OX-COUNT
          MOVE "N" TO WS-OUTSIDE-EOF

          OPEN INPUT OUTSIDEAPPS-FILE
          IF WS-OUTSIDE-STATUS NOT = "00"
            IF WS-OUTSIDE-STATUS = "05"
              CLOSE OUTSIDEAPPS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-OUTSIDE-EOF = "Y"
            READ OUTSIDEAPPS-FILE
              AT END
                MOVE "Y" TO WS-OUTSIDE-EOF
              NOT AT END
                IF FUNCTION TRIM(OA-USERNAME) =
                  FUNCTION TRIM(WS-USERNAME)
                  ADD 1 TO WS-OX-COUNT
                  IF WS-OX-COUNT <= 100
                    MOVE OA-ID TO WS-OX-ID(WS-OX-COUNT)
                    MOVE OA-STATUS TO WS-OX-STATUS(WS-OX-COUNT)
                  END-IF
                  MOVE WS-OX-COUNT TO WS-JOB-NUMBER-TEXT
                  MOVE SPACES TO OUTPUT-RECORD
                  STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT)
                           DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(OA-TITLE) DELIMITED BY SIZE
                         " at " DELIMITED BY SIZE
                         FUNCTION TRIM(OA-EMPLOYER) DELIMITED BY SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
                  PERFORM PRINT-LINE
                  PERFORM PRINT-OUTSIDE-DETAIL
                END-IF
            END-READ
          END-PERFORM

          CLOSE OUTSIDEAPPS-FILE.

       PRINT-OUTSIDE-DETAIL.
      *> Source, applied date and status lines for the current
      *> OUTSIDEAPP-RECORD.
          MOVE SPACES TO OUTPUT-RECORD
          STRING "   Applied " DELIMITED BY SIZE
                 OA-APPLIED-DATE DELIMITED BY SIZE
                 " via " DELIMITED BY SIZE
                 FUNCTION TRIM(OA-SOURCE) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          MOVE OA-STATUS TO WS-OX-NEW-STATUS
          PERFORM SET-OUTSIDE-STATUS-LABEL
          MOVE SPACES TO OUTPUT-RECORD
          STRING "   Status: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-OX-LABEL) DELIMITED BY SIZE
                 " (as of " DELIMITED BY SIZE
                 OA-STATUS-DATE DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       SHOW-OUTSIDE-IN-MY-APPLICATIONS.
      *> My Applications lists the outside entries after the
      *> InCollege ones, marked as self-reported.
          MOVE 0 TO WS-OX-COUNT
          MOVE "N" TO WS-OUTSIDE-EOF

          OPEN INPUT OUTSIDEAPPS-FILE
          IF WS-OUTSIDE-STATUS NOT = "00"
            IF WS-OUTSIDE-STATUS = "05"
              CLOSE OUTSIDEAPPS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-OUTSIDE-EOF = "Y"
            READ OUTSIDEAPPS-FILE
              AT END
                MOVE "Y" TO WS-OUTSIDE-EOF
              NOT AT END
                IF FUNCTION TRIM(OA-USERNAME) =
                  FUNCTION TRIM(WS-USERNAME)
                  ADD 1 TO WS-OX-COUNT
                  IF WS-OX-COUNT = 1
                    MOVE "Outside InCollege (self-reported):" TO
                      OUTPUT-RECORD
                    PERFORM PRINT-LINE
                  END-IF
                  MOVE SPACES TO OUTPUT-RECORD
                  STRING "* " DELIMITED BY SIZE
                         FUNCTION TRIM(OA-TITLE) DELIMITED BY SIZE
                         " at " DELIMITED BY SIZE
                         FUNCTION TRIM(OA-EMPLOYER) DELIMITED BY SIZE
                    INTO OUTPUT-RECORD
                  END-STRING
                  PERFORM PRINT-LINE
                  PERFORM PRINT-OUTSIDE-DETAIL
                END-IF
            END-READ
          END-PERFORM

          CLOSE OUTSIDEAPPS-FILE

          IF WS-OX-COUNT > 0
            MOVE "-----------------------" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       SET-OUTSIDE-STATUS-LABEL.
          EVALUATE WS-OX-NEW-STATUS
            WHEN "I"
              MOVE "Interviewing" TO WS-OX-LABEL
            WHEN "O"
              MOVE "Offered" TO WS-OX-LABEL
            WHEN "A"
              MOVE "Hired" TO WS-OX-LABEL
            WHEN "X"
              MOVE "Offer declined" TO WS-OX-LABEL
            WHEN "R"
              MOVE "Rejected" TO WS-OX-LABEL
            WHEN OTHER
              MOVE "Applied" TO WS-OX-LABEL
          END-EVALUATE.

       PROMPT-OUTSIDE-STATUS.
      *> Sets WS-OX-NEW-STATUS from the menu, or space when the
      *> answer is not one of the choices.
          MOVE SPACE TO WS-OX-NEW-STATUS
          MOVE "Status: 1=Applied 2=Interviewing 3=Offered 4=Hired"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "        5=Offer declined 6=Rejected" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          EVALUATE FUNCTION TRIM(INPUT-RECORD)
            WHEN "1"
              MOVE "S" TO WS-OX-NEW-STATUS
            WHEN "2"
              MOVE "I" TO WS-OX-NEW-STATUS
            WHEN "3"
              MOVE "O" TO WS-OX-NEW-STATUS
            WHEN "4"
              MOVE "A" TO WS-OX-NEW-STATUS
            WHEN "5"
              MOVE "X" TO WS-OX-NEW-STATUS
            WHEN "6"
              MOVE "R" TO WS-OX-NEW-STATUS
            WHEN OTHER
              MOVE "Invalid status selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
          END-EVALUATE.

       ADD-OUTSIDE-APPLICATION.
          MOVE "Employer:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OX-EMPLOYER
          IF WS-OX-EMPLOYER = SPACES
            MOVE "An employer is required; nothing logged." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "Job title:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OX-TITLE
          IF WS-OX-TITLE = SPACES
            MOVE "A job title is required; nothing logged." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "Date applied (YYYYMMDD, press Enter for today):" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-TRIMMED-IN = SPACES
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OX-APPLIED
          ELSE
            IF WS-IN-LEN = 8 AND WS-TRIMMED-IN(1:8) IS NUMERIC
              AND WS-TRIMMED-IN(1:8) <= FUNCTION CURRENT-DATE(1:8)
              MOVE WS-TRIMMED-IN(1:8) TO WS-OX-APPLIED
            ELSE
              MOVE "Date must be 8 digits and not in the future; nothing
      -        " logged." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
          END-IF

          MOVE "Where did you apply (company site, referral, fair...)?"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OX-SOURCE
          IF WS-OX-SOURCE = SPACES
            MOVE "company site" TO WS-OX-SOURCE
          END-IF

          PERFORM PROMPT-OUTSIDE-STATUS
          IF WS-EOF = "Y" OR WS-OX-NEW-STATUS = SPACE
            EXIT PARAGRAPH
          END-IF

      *> Next id: one past the highest sequence on file.
          MOVE 0 TO WS-OX-HIGH-SEQ
          MOVE "N" TO WS-OUTSIDE-EOF
          OPEN INPUT OUTSIDEAPPS-FILE
          IF WS-OUTSIDE-STATUS = "00"
            PERFORM UNTIL WS-OUTSIDE-EOF = "Y"
              READ OUTSIDEAPPS-FILE
                AT END
                  MOVE "Y" TO WS-OUTSIDE-EOF
                NOT AT END
                  IF OA-ID(4:9) IS NUMERIC
                    MOVE OA-ID(4:9) TO WS-OX-SEQ
                    IF WS-OX-SEQ > WS-OX-HIGH-SEQ
                      MOVE WS-OX-SEQ TO WS-OX-HIGH-SEQ
                    END-IF
                  END-IF
              END-READ
            END-PERFORM
            CLOSE OUTSIDEAPPS-FILE
          ELSE
            IF WS-OUTSIDE-STATUS = "05"
              CLOSE OUTSIDEAPPS-FILE
            END-IF
          END-IF
          ADD 1 TO WS-OX-HIGH-SEQ
          MOVE SPACES TO WS-OX-NEW-ID
          STRING "OUT" DELIMITED BY SIZE
                 WS-OX-HIGH-SEQ DELIMITED BY SIZE
            INTO WS-OX-NEW-ID
          END-STRING

          OPEN EXTEND OUTSIDEAPPS-FILE
          IF WS-OUTSIDE-STATUS = "35"
            OPEN OUTPUT OUTSIDEAPPS-FILE
            IF WS-OUTSIDE-STATUS = "00"
              CLOSE OUTSIDEAPPS-FILE
            END-IF
            OPEN EXTEND OUTSIDEAPPS-FILE
          END-IF
          IF WS-OUTSIDE-STATUS NOT = "00"
            AND WS-OUTSIDE-STATUS NOT = "05"
            MOVE "Unable to log the application." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-OX-NEW-ID TO OA-ID
          MOVE WS-USERNAME TO OA-USERNAME
          MOVE WS-OX-EMPLOYER TO OA-EMPLOYER
          MOVE WS-OX-TITLE TO OA-TITLE
          MOVE WS-OX-APPLIED TO OA-APPLIED-DATE
          MOVE WS-OX-SOURCE TO OA-SOURCE
          MOVE WS-OX-NEW-STATUS TO OA-STATUS
          MOVE FUNCTION CURRENT-DATE(1:8) TO OA-STATUS-DATE
          WRITE OUTSIDEAPP-RECORD
          CLOSE OUTSIDEAPPS-FILE

          MOVE "Outside application logged." TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          IF WS-OX-NEW-STATUS = "A"
            PERFORM RECORD-OUTSIDE-HIRE
          END-IF.

       UPDATE-OUTSIDE-APPLICATION.
      *> Streams OUTSIDEAPPS.DAT through the work file with the new
      *> status on the picked row, committed the crash-safe way.
          PERFORM PROMPT-OUTSIDE-STATUS
          IF WS-EOF = "Y" OR WS-OX-NEW-STATUS = SPACE
            EXIT PARAGRAPH
          END-IF
          IF WS-OX-NEW-STATUS = WS-OX-STATUS(WS-OX-PICK)
            MOVE "Status unchanged." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE 0 TO WS-OX-KEPT
          MOVE "N" TO WS-OUTSIDE-EOF
          OPEN INPUT OUTSIDEAPPS-FILE
          IF WS-OUTSIDE-STATUS NOT = "00"
            MOVE "Unable to update the application." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "OUTSIDEAPPS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            MOVE "Unable to update the application." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            CLOSE OUTSIDEAPPS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-OUTSIDE-EOF = "Y"
            READ OUTSIDEAPPS-FILE
              AT END
                MOVE "Y" TO WS-OUTSIDE-EOF
              NOT AT END
                IF OA-ID = WS-OX-ID(WS-OX-PICK)
                  AND FUNCTION TRIM(OA-USERNAME) =
                    FUNCTION TRIM(WS-USERNAME)
                  MOVE WS-OX-NEW-STATUS TO OA-STATUS
                  MOVE FUNCTION CURRENT-DATE(1:8) TO OA-STATUS-DATE
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE OUTSIDEAPP-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-OX-KEPT
            END-READ
          END-PERFORM

          CLOSE OUTSIDEAPPS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "OUTSIDEAPPS" TO WS-SAFE-BASE-NAME
          MOVE WS-OX-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "Outside application updated." TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          IF WS-OX-NEW-STATUS = "A"
            MOVE WS-OX-ID(WS-OX-PICK) TO WS-OX-NEW-ID
            PERFORM RECORD-OUTSIDE-HIRE
          END-IF.

       RECORD-OUTSIDE-HIRE.
      *> A hire logged here counts in placement and outcome
      *> reporting, flagged as self-reported and off-platform.
          MOVE WS-USERNAME TO WS-PL-TARGET-USER
          MOVE WS-OX-NEW-ID TO WS-PL-TARGET-JOB
          MOVE "H" TO WS-PL-OUTCOME
          MOVE "O" TO WS-PL-REPORTER
          PERFORM APPEND-PLACEMENT-RECORD
          MOVE "Congratulations! Your hire has been recorded." TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE.

       HANDLE-RECOMMENDED-JOBS.
          *> "Jobs picked for you": shows the matches the nightly
          *> RECOMMENDJOBS batch scored for this user, with the usual
          *> posting detail view on request.
          MOVE "--- Jobs Picked For You ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          MOVE 0 TO WS-REC-COUNT
          MOVE "N" TO WS-RECS-EOF

          OPEN INPUT RECOMMENDATIONS-FILE
          IF WS-RECS-STATUS = "05"
            CLOSE RECOMMENDATIONS-FILE
            MOVE "  No picks yet; check back tomorrow." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-RECS-STATUS NOT = "00"
            MOVE "  No picks yet; check back tomorrow." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-RECS-EOF = "Y"
            READ RECOMMENDATIONS-FILE
              AT END
                MOVE "Y" TO WS-RECS-EOF
              NOT AT END
                IF FUNCTION TRIM(REC-USERNAME) =
                  FUNCTION TRIM(WS-USERNAME)
                  AND WS-REC-COUNT < WS-MAX-RECS
                  ADD 1 TO WS-REC-COUNT
                  MOVE REC-JOB-ID TO WS-REC-JOB-ID(WS-REC-COUNT)
                  MOVE REC-SCORE TO WS-REC-SCORE(WS-REC-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE RECOMMENDATIONS-FILE

          IF WS-REC-COUNT = 0
            MOVE "  No picks yet; check back tomorrow." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-REC-IDX FROM 1 BY 1
            UNTIL WS-REC-IDX > WS-REC-COUNT
            MOVE WS-REC-JOB-ID(WS-REC-IDX) TO WS-CURRENT-JOB-ID
            PERFORM LOOKUP-JOB-TITLE-BY-ID
            MOVE WS-REC-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                     SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IV-TITLE) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Enter a number to view that posting, or 0 to go back:"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 2
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          COMPUTE WS-REC-PICK =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-REC-PICK = 0
            EXIT PARAGRAPH
          END-IF
          IF WS-REC-PICK > WS-REC-COUNT
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VIEW-RECOMMENDED-JOB.

       VIEW-RECOMMENDED-JOB.
          *> Same drill-in DISPLAY-JOB-FULL gets from the browse
          *> list, located by job id instead of list position.
          MOVE "N" TO WS-JOBS-EOF
          MOVE "N" TO WS-JOBS-FOUND

          OPEN INPUT JOBS-FILE
          IF WS-JOBS-STATUS NOT = "00"
            MOVE "Unable to open jobs file." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-JOBS-EOF = "Y"
            READ JOBS-FILE
              AT END
                MOVE "Y" TO WS-JOBS-EOF
              NOT AT END
                IF FUNCTION TRIM(JOB-ID) =
                  FUNCTION TRIM(WS-REC-JOB-ID(WS-REC-PICK))
                  MOVE "Y" TO WS-JOBS-FOUND
                  PERFORM DISPLAY-JOB-FULL
                  EXIT PERFORM
                END-IF
            END-READ
          END-PERFORM

          CLOSE JOBS-FILE

          IF WS-JOBS-FOUND NOT = "Y"
            MOVE "That posting is no longer available." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       LOAD-COMPANY-MASTER.
          MOVE 0 TO WS-CO-COUNT
          MOVE "N" TO WS-COMPANIES-EOF

          OPEN INPUT COMPANIES-FILE
          IF WS-COMPANIES-STATUS NOT = "00"
            IF WS-COMPANIES-STATUS = "05"
              CLOSE COMPANIES-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-COMPANIES-EOF = "Y"
            READ COMPANIES-FILE
              AT END
                MOVE "Y" TO WS-COMPANIES-EOF
              NOT AT END
                IF WS-CO-COUNT < WS-MAX-COMPANIES
                  ADD 1 TO WS-CO-COUNT
                  MOVE COMPANY-RECORD TO WS-CO-ENTRY(WS-CO-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE COMPANIES-FILE.

       APPEND-COMPANY-RECORD.
          *> Caller fills WS-NEW-CO-NAME / -INDUSTRY / -DESC.
          OPEN EXTEND COMPANIES-FILE
          IF WS-COMPANIES-STATUS = "35"
            OPEN OUTPUT COMPANIES-FILE
            IF WS-COMPANIES-STATUS = "00"
              CLOSE COMPANIES-FILE
            END-IF
            OPEN EXTEND COMPANIES-FILE
          END-IF

          IF WS-COMPANIES-STATUS NOT = "00"
            AND WS-COMPANIES-STATUS NOT = "05"
            MOVE "Unable to save company." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          COMPUTE CO-ID = WS-CO-COUNT + 1
          MOVE WS-NEW-CO-NAME TO CO-NAME
          MOVE WS-NEW-CO-INDUSTRY TO CO-INDUSTRY
          MOVE WS-NEW-CO-DESC TO CO-DESC
          MOVE WS-USERNAME TO CO-RECRUITER
          MOVE "B" TO CO-TIER
          WRITE COMPANY-RECORD
          CLOSE COMPANIES-FILE

          IF WS-CO-COUNT < WS-MAX-COMPANIES
            ADD 1 TO WS-CO-COUNT
            COMPUTE WS-CO-ID(WS-CO-COUNT) = WS-CO-COUNT
            MOVE WS-NEW-CO-NAME TO WS-CO-NAME(WS-CO-COUNT)
            MOVE WS-NEW-CO-INDUSTRY TO WS-CO-INDUSTRY(WS-CO-COUNT)
            MOVE WS-NEW-CO-DESC TO WS-CO-DESC(WS-CO-COUNT)
            MOVE WS-USERNAME TO WS-CO-RECRUITER(WS-CO-COUNT)
            MOVE "B" TO WS-CO-TIER(WS-CO-COUNT)
          END-IF.

       PICK-EMPLOYER-FROM-MASTER.
          *> The employer comes from the COMPANIES.DAT master so one
          *> company cannot appear under three spellings. A recruiter
          *> may add a new company inline; with an empty master the
          *> prompt degrades to the old free-text entry.
          PERFORM LOAD-COMPANY-MASTER

          IF WS-CO-COUNT = 0
            PERFORM ENTER-NEW-COMPANY
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y" OR WS-JOB-CANCEL = "Y"
            MOVE "Employer (pick from the company list):" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-COUNT
              MOVE WS-CO-IDX TO WS-JOB-NUMBER-TEXT
              MOVE SPACES TO OUTPUT-RECORD
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CO-NAME(WS-CO-IDX)) DELIMITED
                       BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-PERFORM
            MOVE "Enter a number, or N to add a new company:" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE

            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "No input for employer; returning to job menu."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF

            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN

            IF WS-IN-LEN = 1 AND (WS-TRIMMED-IN(1:1) = "N"
              OR WS-TRIMMED-IN(1:1) = "n")
              PERFORM ENTER-NEW-COMPANY
              MOVE "Y" TO WS-VALID-INPUT
            ELSE
              IF WS-IN-LEN > 0 AND WS-IN-LEN <= 3
                AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
                COMPUTE WS-CO-PICK =
                  FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
                IF WS-CO-PICK > 0 AND WS-CO-PICK <= WS-CO-COUNT
                  MOVE WS-CO-NAME(WS-CO-PICK) TO WS-JOB-EMPLOYER
                  MOVE "Y" TO WS-VALID-INPUT
                ELSE
                  MOVE "Invalid selection." TO OUTPUT-RECORD
                  PERFORM PRINT-LINE
                END-IF
              ELSE
                MOVE "Invalid selection." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            END-IF
          END-PERFORM.

       ENTER-NEW-COMPANY.
          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "Company name (Required):" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "No input for employer; returning to job menu."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN = 0
              MOVE "Company name is required." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              IF WS-IN-LEN > 30
                MOVE "Company name must be 30 characters or fewer."
                  TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              ELSE
                MOVE WS-TRIMMED-IN TO WS-NEW-CO-NAME
                MOVE "Y" TO WS-VALID-INPUT
              END-IF
            END-IF
          END-PERFORM
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE "Industry (press Enter to skip):" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            MOVE "Y" TO WS-JOB-CANCEL
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NEW-CO-INDUSTRY

          MOVE "Short description (press Enter to skip):" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            MOVE "Y" TO WS-JOB-CANCEL
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NEW-CO-DESC

          PERFORM APPEND-COMPANY-RECORD
          MOVE WS-NEW-CO-NAME TO WS-JOB-EMPLOYER.

       LOAD-LOCATION-MASTER.
          *> LOCMATCH seeds LOCATIONS.DAT the first time it is asked.
          MOVE "S" TO WS-LM-FUNCTION
          CALL "LOCMATCH" USING WS-LOCATION-MATCH
            ON EXCEPTION
              CONTINUE
          END-CALL

          MOVE 0 TO WS-LOC-COUNT
          MOVE "N" TO WS-LOCATIONS-EOF
          OPEN INPUT LOCATIONS-FILE
          IF WS-LOCATIONS-STATUS NOT = "00"
            IF WS-LOCATIONS-STATUS = "05"
              CLOSE LOCATIONS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-LOCATIONS-EOF = "Y"
            READ LOCATIONS-FILE
              AT END
                MOVE "Y" TO WS-LOCATIONS-EOF
              NOT AT END
                IF WS-LOC-COUNT < WS-MAX-LOCATIONS
                  ADD 1 TO WS-LOC-COUNT
                  MOVE LOCATION-RECORD TO WS-LOC-ENTRY(WS-LOC-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE LOCATIONS-FILE.

       BUILD-LOCATION-NAME.
          *> "City, ST" for WS-LOC-IDX; the nationwide entry has no
          *> state and shows as its city alone.
          MOVE SPACES TO WS-LOC-NAME
          IF WS-LOC-STATE(WS-LOC-IDX) = SPACES
            MOVE WS-LOC-CITY(WS-LOC-IDX) TO WS-LOC-NAME
          ELSE
            STRING FUNCTION TRIM(WS-LOC-CITY(WS-LOC-IDX)) DELIMITED
                     BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-LOC-STATE(WS-LOC-IDX) DELIMITED BY SIZE
              INTO WS-LOC-NAME
            END-STRING
          END-IF.

       MATCH-TYPED-LOCATION.
          *> Resolves WS-TRIMMED-IN (a location number from the list or
          *> free text such as "NYC" or "Boston hybrid") against the
          *> master. Sets WS-LM-FOUND, WS-LOC-PICKED-NAME and, when the
          *> text named one, WS-LOC-PICKED-MODE.
          IF WS-LOC-COUNT = 0
            PERFORM LOAD-LOCATION-MASTER
          END-IF
          MOVE "N" TO WS-LM-FOUND
          MOVE SPACES TO WS-LOC-PICKED-MODE

          IF WS-IN-LEN > 0 AND WS-IN-LEN <= 3
            AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
            COMPUTE WS-LOC-PICK =
              FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
            PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
              UNTIL WS-LOC-IDX > WS-LOC-COUNT
              IF WS-LOC-ID(WS-LOC-IDX) = WS-LOC-PICK
                AND WS-LOC-ACTIVE(WS-LOC-IDX) NOT = "N"
                PERFORM BUILD-LOCATION-NAME
                MOVE WS-LOC-NAME TO WS-LOC-PICKED-NAME
                IF WS-LOC-REGION(WS-LOC-IDX) = "US"
                  MOVE "R" TO WS-LOC-PICKED-MODE
                END-IF
                MOVE "Y" TO WS-LM-FOUND
                EXIT PERFORM
              END-IF
            END-PERFORM
            EXIT PARAGRAPH
          END-IF

          MOVE "M" TO WS-LM-FUNCTION
          MOVE WS-TRIMMED-IN TO WS-LM-TEXT
          CALL "LOCMATCH" USING WS-LOCATION-MATCH
            ON EXCEPTION
              MOVE "N" TO WS-LM-FOUND
          END-CALL
          IF WS-LM-FOUND = "Y"
            MOVE WS-LM-NAME TO WS-LOC-PICKED-NAME
            MOVE WS-LM-MODE TO WS-LOC-PICKED-MODE
          END-IF.

       PICK-LOCATION-FROM-MASTER.
          *> Locations come from the LOCATIONS.DAT master so "NYC",
          *> "New York, NY" and "new york" all post as one place. The
          *> recruiter picks a number or types the place; typed text
          *> goes through the same alias matching as the nightly
          *> cleanup. Places not on the master are added by career
          *> services (LOCATIONS utility), not from here.
          PERFORM LOAD-LOCATION-MASTER
          MOVE SPACES TO WS-LOC-PICKED-NAME
          MOVE SPACES TO WS-LOC-PICKED-MODE

          IF WS-LOC-COUNT = 0
            MOVE "Location list unavailable; returning to job menu."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "Y" TO WS-JOB-CANCEL
            EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y" OR WS-JOB-CANCEL = "Y"
            MOVE "Location (pick from the location list):" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
              UNTIL WS-LOC-IDX > WS-LOC-COUNT
              IF WS-LOC-ACTIVE(WS-LOC-IDX) NOT = "N"
                PERFORM BUILD-LOCATION-NAME
                MOVE WS-LOC-ID(WS-LOC-IDX) TO WS-JOB-NUMBER-TEXT
                MOVE SPACES TO OUTPUT-RECORD
                STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                         SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOC-NAME) DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
                PERFORM PRINT-LINE
              END-IF
            END-PERFORM
            MOVE "Enter a number, or type the city (e.g. NYC, Boston):"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE

            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "No input for location; returning to job menu."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF

            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN = 0
              MOVE "Location is required." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              PERFORM MATCH-TYPED-LOCATION
              IF WS-LM-FOUND = "Y"
                MOVE "Y" TO WS-VALID-INPUT
              ELSE
                MOVE "That location is not on the list. Pick a number,"
                  TO OUTPUT-RECORD
                PERFORM PRINT-LINE
                MOVE "or ask career services to add it." TO
                  OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            END-IF
          END-PERFORM.

       SET-WORK-MODE-TEXT.
          *> Display name for WS-LOC-PICKED-MODE; older postings with
          *> no mode recorded are on-site.
          EVALUATE WS-LOC-PICKED-MODE
            WHEN "H"
              MOVE "Hybrid" TO WS-WORK-MODE-TEXT
            WHEN "R"
              MOVE "Remote" TO WS-WORK-MODE-TEXT
            WHEN OTHER
              MOVE "On-site" TO WS-WORK-MODE-TEXT
          END-EVALUATE.

       PROMPT-WORK-MODE.
          *> Confirms the work mode for WS-LOC-PICKED-MODE; the mode the
          *> location text implied (or on-site) is kept on Enter.
          IF WS-LOC-PICKED-MODE = SPACES
            MOVE "O" TO WS-LOC-PICKED-MODE
          END-IF
          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            PERFORM SET-WORK-MODE-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "Work mode: 1. On-site  2. Hybrid  3. Remote (Enter"
                     DELIMITED BY SIZE
                   " keeps " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORK-MODE-TEXT) DELIMITED BY SIZE
                   "):" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              MOVE "No input for work mode; returning to job menu."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              MOVE "Y" TO WS-JOB-CANCEL
              EXIT PERFORM
            END-IF
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
              TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            MOVE "Y" TO WS-VALID-INPUT
            EVALUATE TRUE
              WHEN WS-IN-LEN = 0
                CONTINUE
              WHEN WS-TRIMMED-IN = "1" OR WS-TRIMMED-IN = "O"
                OR WS-TRIMMED-IN = "ON-SITE" OR WS-TRIMMED-IN = "ONSITE"
                MOVE "O" TO WS-LOC-PICKED-MODE
              WHEN WS-TRIMMED-IN = "2" OR WS-TRIMMED-IN = "H"
                OR WS-TRIMMED-IN = "HYBRID"
                MOVE "H" TO WS-LOC-PICKED-MODE
              WHEN WS-TRIMMED-IN = "3" OR WS-TRIMMED-IN = "R"
                OR WS-TRIMMED-IN = "REMOTE"
                MOVE "R" TO WS-LOC-PICKED-MODE
              WHEN OTHER
                MOVE "Please enter 1, 2 or 3." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
                MOVE "N" TO WS-VALID-INPUT
            END-EVALUATE
          END-PERFORM.

       CONFIRM-JOB-LOCATION.
          *> A posting started from an older template or a reposted
          *> archive row may carry free-text location and no work
          *> mode; bring it onto the master before it is posted.
          IF WS-JOB-WORK-MODE NOT = SPACES
            EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION TRIM(WS-JOB-LOCATION) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-JOB-LOCATION))
            TO WS-IN-LEN
          MOVE "N" TO WS-LM-FOUND
          IF WS-IN-LEN > 0
            PERFORM MATCH-TYPED-LOCATION
          END-IF
          IF WS-LM-FOUND NOT = "Y"
            MOVE SPACES TO OUTPUT-RECORD
            STRING "Location '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-LOCATION) DELIMITED BY SIZE
                   "' is not on the location list." DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            PERFORM PICK-LOCATION-FROM-MASTER
            IF WS-JOB-CANCEL = "Y"
              EXIT PARAGRAPH
            END-IF
          END-IF

          PERFORM PROMPT-WORK-MODE
          IF WS-JOB-CANCEL = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE WS-LOC-PICKED-NAME TO WS-JOB-LOCATION
          MOVE WS-LOC-PICKED-MODE TO WS-JOB-WORK-MODE.

       HANDLE-MANAGE-COMPANIES.
          MOVE "--- Company Master ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          PERFORM LOAD-COMPANY-MASTER
          PERFORM LOAD-SYNDICATION-OPTOUTS
          PERFORM LOAD-ATS-FEEDS
          PERFORM LOAD-COMPANY-TEAMS
          PERFORM LOAD-REVIEW-TOTALS

          IF WS-CO-COUNT = 0
            MOVE "  No companies on file yet." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          ELSE
            PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-COUNT
              MOVE WS-CO-IDX TO WS-JOB-NUMBER-TEXT
              MOVE WS-CO-IDX TO WS-CO-PICK
              PERFORM FIND-TEAM-LEAD
              MOVE SPACES TO OUTPUT-RECORD
              STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CO-NAME(WS-CO-IDX)) DELIMITED
                       BY SIZE
                     "  (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CO-INDUSTRY(WS-CO-IDX))
                       DELIMITED BY SIZE
                     ") maintained by " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CT-LEAD) DELIMITED BY SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
              IF WS-CT-ROSTER-ROWS > 1
                MOVE WS-CT-ROSTER-ROWS TO WS-CT-COUNT-TEXT
                MOVE SPACES TO OUTPUT-RECORD
                STRING "     Hiring team of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CT-COUNT-TEXT) DELIMITED BY
                         SIZE
                       " recruiters" DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
                PERFORM PRINT-LINE
              END-IF
              IF WS-CO-ID(WS-CO-IDX) > 0
                AND WS-CO-ID(WS-CO-IDX) <= 200
                MOVE WS-RVW-CO-COUNT(WS-CO-ID(WS-CO-IDX)) TO
                  WS-RVW-COUNT
                MOVE WS-RVW-CO-SUM(WS-CO-ID(WS-CO-IDX)) TO WS-RVW-SUM
                IF WS-RVW-COUNT >= WS-RVW-MIN-SHOWN
                  PERFORM PRINT-REVIEW-RATING-LINE
                END-IF
              END-IF
              MOVE WS-CO-ID(WS-CO-IDX) TO WS-SYNDOPT-HIT
              PERFORM FIND-SYNDICATION-OPTOUT
              IF WS-SYNDOPT-HIT > 0
                MOVE "     (not shared with outside job boards)" TO
                  OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
              MOVE WS-CO-ID(WS-CO-IDX) TO WS-ATSFEED-HIT
              PERFORM FIND-ATS-FEED
              IF WS-ATSFEED-HIT > 0
                MOVE "     (new applicants exported nightly)" TO
                  OUTPUT-RECORD
                PERFORM PRINT-LINE
              END-IF
            END-PERFORM
          END-IF

          MOVE "Enter A to add a company, S to change job-board sharing,
      -    " T to manage" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "a company's hiring team, X to switch the nightly"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "applicant export, or 0 to go back:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          IF (INPUT-RECORD(1:1) = "T" OR INPUT-RECORD(1:1) = "t")
            AND WS-CO-COUNT > 0
            PERFORM MANAGE-COMPANY-TEAM
            EXIT PARAGRAPH
          END-IF

          IF (INPUT-RECORD(1:1) = "S" OR INPUT-RECORD(1:1) = "s")
            AND WS-CO-COUNT > 0
            PERFORM TOGGLE-COMPANY-SYNDICATION
            EXIT PARAGRAPH
          END-IF

          IF (INPUT-RECORD(1:1) = "X" OR INPUT-RECORD(1:1) = "x")
            AND WS-CO-COUNT > 0
            PERFORM TOGGLE-COMPANY-ATS-FEED
            EXIT PARAGRAPH
          END-IF

          IF INPUT-RECORD(1:1) = "A" OR INPUT-RECORD(1:1) = "a"
            MOVE "N" TO WS-JOB-CANCEL
            PERFORM ENTER-NEW-COMPANY
            IF WS-JOB-CANCEL NOT = "Y"
              MOVE "Company added to the master list." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
            END-IF
          END-IF.

       TOGGLE-COMPANY-SYNDICATION.
      *> Live postings go out nightly to the partner job boards
      *> unless the company has opted out. Only the lead of the
      *> company's hiring team may change that.
          MOVE "Company number:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          MOVE 0 TO WS-CO-PICK
          IF WS-IN-LEN > 0 AND WS-IN-LEN <= 3
            AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
            COMPUTE WS-CO-PICK =
              FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          END-IF
          IF WS-CO-PICK = 0 OR WS-CO-PICK > WS-CO-COUNT
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          PERFORM FIND-TEAM-LEAD
          IF FUNCTION TRIM(WS-CT-LEAD) NOT =
            FUNCTION TRIM(WS-USERNAME)
            MOVE "Only the company's maintaining recruiter can change th
      -      "at." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-CO-ID(WS-CO-PICK) TO WS-SYNDOPT-HIT
          PERFORM FIND-SYNDICATION-OPTOUT
          IF WS-SYNDOPT-HIT > 0
            PERFORM VARYING WS-SYNDOPT-IDX FROM WS-SYNDOPT-HIT BY 1
              UNTIL WS-SYNDOPT-IDX >= WS-SYNDOPT-COUNT
              MOVE WS-SYNDOPT-ENTRY(WS-SYNDOPT-IDX + 1) TO
                WS-SYNDOPT-ENTRY(WS-SYNDOPT-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-SYNDOPT-COUNT
            MOVE "Postings for this company will go to partner job board
      -      "s." TO OUTPUT-RECORD
          ELSE
            IF WS-SYNDOPT-COUNT >= 200
              MOVE "The opt-out list is full; ask the career center."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SYNDOPT-COUNT
            MOVE WS-CO-ID(WS-CO-PICK) TO
              WS-SYNDOPT-CO-ID(WS-SYNDOPT-COUNT)
            MOVE WS-USERNAME TO WS-SYNDOPT-BY(WS-SYNDOPT-COUNT)
            MOVE FUNCTION CURRENT-DATE(1:8) TO
              WS-SYNDOPT-DATE(WS-SYNDOPT-COUNT)
            MOVE "Postings for this company will stay off partner job bo
      -      "ards." TO OUTPUT-RECORD
          END-IF
          PERFORM PRINT-LINE
          PERFORM SAVE-SYNDICATION-OPTOUTS.

       FIND-SYNDICATION-OPTOUT.
      *> In: WS-SYNDOPT-HIT holds a company id. Out: its row in the
      *> opt-out table, or 0 when the company shares its postings.
          MOVE WS-SYNDOPT-HIT TO WS-CO-PICK
          MOVE 0 TO WS-SYNDOPT-HIT
          PERFORM VARYING WS-SYNDOPT-IDX FROM 1 BY 1
            UNTIL WS-SYNDOPT-IDX > WS-SYNDOPT-COUNT
              OR WS-SYNDOPT-HIT > 0
            IF WS-SYNDOPT-CO-ID(WS-SYNDOPT-IDX) = WS-CO-PICK
              MOVE WS-SYNDOPT-IDX TO WS-SYNDOPT-HIT
            END-IF
          END-PERFORM.

       LOAD-SYNDICATION-OPTOUTS.
          MOVE 0 TO WS-SYNDOPT-COUNT
          MOVE "N" TO WS-SYNDOPT-EOF
          OPEN INPUT SYNDOPTOUT-FILE
          IF WS-SYNDOPT-STATUS = "00"
            PERFORM UNTIL WS-SYNDOPT-EOF = "Y"
              READ SYNDOPTOUT-FILE
                AT END
                  MOVE "Y" TO WS-SYNDOPT-EOF
                NOT AT END
                  IF WS-SYNDOPT-COUNT < 200
                    ADD 1 TO WS-SYNDOPT-COUNT
                    MOVE SYNDOPTOUT-RECORD TO
                      WS-SYNDOPT-ENTRY(WS-SYNDOPT-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE SYNDOPTOUT-FILE
          ELSE
            IF WS-SYNDOPT-STATUS = "05"
              CLOSE SYNDOPTOUT-FILE
            END-IF
          END-IF.

       SAVE-SYNDICATION-OPTOUTS.
          OPEN OUTPUT SYNDOPTOUT-FILE
          IF WS-SYNDOPT-STATUS NOT = "00"
            AND WS-SYNDOPT-STATUS NOT = "05"
            EXIT PARAGRAPH
          END-IF
          PERFORM VARYING WS-SYNDOPT-IDX FROM 1 BY 1
            UNTIL WS-SYNDOPT-IDX > WS-SYNDOPT-COUNT
            MOVE WS-SYNDOPT-ENTRY(WS-SYNDOPT-IDX) TO SYNDOPTOUT-RECORD
            WRITE SYNDOPTOUT-RECORD
          END-PERFORM
          CLOSE SYNDOPTOUT-FILE.

       TOGGLE-COMPANY-ATS-FEED.
      *> A company on ATSFEEDS.DAT gets every new applicant to its
      *> postings in a nightly export file (ATSEXPORTS). Only the
      *> lead of the company's hiring team may switch it.
          MOVE "Company number:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          MOVE 0 TO WS-CO-PICK
          IF WS-IN-LEN > 0 AND WS-IN-LEN <= 3
            AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
            COMPUTE WS-CO-PICK =
              FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          END-IF
          IF WS-CO-PICK = 0 OR WS-CO-PICK > WS-CO-COUNT
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          PERFORM FIND-TEAM-LEAD
          IF FUNCTION TRIM(WS-CT-LEAD) NOT =
            FUNCTION TRIM(WS-USERNAME)
            MOVE "Only the company's maintaining recruiter can change th
      -      "at." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-CO-ID(WS-CO-PICK) TO WS-ATSFEED-HIT
          PERFORM FIND-ATS-FEED
          IF WS-ATSFEED-HIT > 0
            PERFORM VARYING WS-ATSFEED-IDX FROM WS-ATSFEED-HIT BY 1
              UNTIL WS-ATSFEED-IDX >= WS-ATSFEED-COUNT
              MOVE WS-ATSFEED-ENTRY(WS-ATSFEED-IDX + 1) TO
                WS-ATSFEED-ENTRY(WS-ATSFEED-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-ATSFEED-COUNT
            MOVE "The nightly applicant export is off for this company."
              TO OUTPUT-RECORD
          ELSE
            IF WS-ATSFEED-COUNT >= 200
              MOVE "The export list is full; ask the career center."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ATSFEED-COUNT
            MOVE WS-CO-ID(WS-CO-PICK) TO
              WS-ATSFEED-CO-ID(WS-ATSFEED-COUNT)
            MOVE WS-USERNAME TO WS-ATSFEED-BY(WS-ATSFEED-COUNT)
            MOVE FUNCTION CURRENT-DATE(1:8) TO
              WS-ATSFEED-DATE(WS-ATSFEED-COUNT)
            MOVE "New applicants will be exported nightly for this compa
      -      "ny." TO OUTPUT-RECORD
          END-IF
          PERFORM PRINT-LINE
          PERFORM SAVE-ATS-FEEDS.

       FIND-ATS-FEED.
      *> In: WS-ATSFEED-HIT holds a company id. Out: its row in the
      *> export table, or 0 when the company takes no nightly export.
          MOVE WS-ATSFEED-HIT TO WS-CO-PICK
          MOVE 0 TO WS-ATSFEED-HIT
          PERFORM VARYING WS-ATSFEED-IDX FROM 1 BY 1
            UNTIL WS-ATSFEED-IDX > WS-ATSFEED-COUNT
              OR WS-ATSFEED-HIT > 0
            IF WS-ATSFEED-CO-ID(WS-ATSFEED-IDX) = WS-CO-PICK
              MOVE WS-ATSFEED-IDX TO WS-ATSFEED-HIT
            END-IF
          END-PERFORM.

       LOAD-ATS-FEEDS.
          MOVE 0 TO WS-ATSFEED-COUNT
          MOVE "N" TO WS-ATSFEED-EOF
          OPEN INPUT ATSFEEDS-FILE
          IF WS-ATSFEED-STATUS = "00"
            PERFORM UNTIL WS-ATSFEED-EOF = "Y"
              READ ATSFEEDS-FILE
                AT END
                  MOVE "Y" TO WS-ATSFEED-EOF
                NOT AT END
                  IF WS-ATSFEED-COUNT < 200
                    ADD 1 TO WS-ATSFEED-COUNT
                    MOVE ATSFEED-RECORD TO
                      WS-ATSFEED-ENTRY(WS-ATSFEED-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE ATSFEEDS-FILE
          ELSE
            IF WS-ATSFEED-STATUS = "05"
              CLOSE ATSFEEDS-FILE
            END-IF
          END-IF.

       SAVE-ATS-FEEDS.
          OPEN OUTPUT ATSFEEDS-FILE
          IF WS-ATSFEED-STATUS NOT = "00"
            AND WS-ATSFEED-STATUS NOT = "05"
            EXIT PARAGRAPH
          END-IF
          PERFORM VARYING WS-ATSFEED-IDX FROM 1 BY 1
            UNTIL WS-ATSFEED-IDX > WS-ATSFEED-COUNT
            MOVE WS-ATSFEED-ENTRY(WS-ATSFEED-IDX) TO ATSFEED-RECORD
            WRITE ATSFEED-RECORD
          END-PERFORM
          CLOSE ATSFEEDS-FILE.

       LOAD-COMPANY-TEAMS.
          MOVE 0 TO WS-CT-COUNT
          MOVE "N" TO WS-COMPTEAM-EOF
          OPEN INPUT COMPTEAM-FILE
          IF WS-COMPTEAM-STATUS = "00"
            PERFORM UNTIL WS-COMPTEAM-EOF = "Y"
              READ COMPTEAM-FILE
                AT END
                  MOVE "Y" TO WS-COMPTEAM-EOF
                NOT AT END
                  IF WS-CT-COUNT < WS-CT-MAX
                    ADD 1 TO WS-CT-COUNT
                    MOVE COMPTEAM-RECORD TO WS-CT-ENTRY(WS-CT-COUNT)
                  END-IF
              END-READ
            END-PERFORM
            CLOSE COMPTEAM-FILE
          ELSE
            IF WS-COMPTEAM-STATUS = "05"
              CLOSE COMPTEAM-FILE
            END-IF
          END-IF.

       SAVE-COMPANY-TEAMS.
          OPEN OUTPUT COMPTEAM-FILE
          IF WS-COMPTEAM-STATUS NOT = "00"
            AND WS-COMPTEAM-STATUS NOT = "05"
            EXIT PARAGRAPH
          END-IF
          PERFORM VARYING WS-CT-IDX FROM 1 BY 1
            UNTIL WS-CT-IDX > WS-CT-COUNT
            MOVE WS-CT-ENTRY(WS-CT-IDX) TO COMPTEAM-RECORD
            WRITE COMPTEAM-RECORD
          END-PERFORM
          CLOSE COMPTEAM-FILE.

       FIND-TEAM-LEAD.
      *> In: WS-CO-PICK indexes the company table. Out: the company's
      *> id and name, its team lead, the lead's roster row (0 while
      *> the team is just the maintaining recruiter) and the number
      *> of roster rows the company has.
          MOVE WS-CO-ID(WS-CO-PICK) TO WS-CT-SEL-CO
          MOVE WS-CO-NAME(WS-CO-PICK) TO WS-CT-SEL-NAME
          MOVE WS-CO-RECRUITER(WS-CO-PICK) TO WS-CT-LEAD
          MOVE 0 TO WS-CT-LEAD-ROW
          MOVE 0 TO WS-CT-ROSTER-ROWS
          PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
            UNTIL WS-CT-SCAN > WS-CT-COUNT
            IF WS-CT-CO-ID(WS-CT-SCAN) = WS-CT-SEL-CO
              ADD 1 TO WS-CT-ROSTER-ROWS
              IF WS-CT-ROLE(WS-CT-SCAN) = "L"
                MOVE WS-CT-MEMBER(WS-CT-SCAN) TO WS-CT-LEAD
                MOVE WS-CT-SCAN TO WS-CT-LEAD-ROW
              END-IF
            END-IF
          END-PERFORM.

       CHECK-TEAM-MEMBER.
      *> In: WS-CT-CHECK-USER, after FIND-TEAM-LEAD for the company.
      *> Out: WS-CT-ON-TEAM, and WS-CT-HIT as the member's roster row
      *> (0 for the lead of a team of one).
          MOVE "N" TO WS-CT-ON-TEAM
          MOVE 0 TO WS-CT-HIT
          IF WS-CT-CHECK-USER = SPACES
            EXIT PARAGRAPH
          END-IF
          IF WS-CT-ROSTER-ROWS = 0
            IF FUNCTION TRIM(WS-CT-CHECK-USER) =
              FUNCTION TRIM(WS-CT-LEAD)
              MOVE "Y" TO WS-CT-ON-TEAM
            END-IF
            EXIT PARAGRAPH
          END-IF
          PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
            UNTIL WS-CT-SCAN > WS-CT-COUNT OR WS-CT-HIT > 0
            IF WS-CT-CO-ID(WS-CT-SCAN) = WS-CT-SEL-CO
              AND FUNCTION TRIM(WS-CT-MEMBER(WS-CT-SCAN)) =
                FUNCTION TRIM(WS-CT-CHECK-USER)
              MOVE WS-CT-SCAN TO WS-CT-HIT
              MOVE "Y" TO WS-CT-ON-TEAM
            END-IF
          END-PERFORM.

       LOAD-MY-TEAMMATES.
      *> Every other recruiter on each hiring team the signed-in
      *> user belongs to, paired with the company name a posting
      *> must carry to be shared between them.
          MOVE 0 TO WS-CT-MATE-COUNT
          IF WS-ACCOUNT-TYPE NOT = "R"
            EXIT PARAGRAPH
          END-IF
          PERFORM LOAD-COMPANY-TEAMS
          IF WS-CT-COUNT = 0
            EXIT PARAGRAPH
          END-IF
          PERFORM LOAD-COMPANY-MASTER

          PERFORM VARYING WS-CO-PICK FROM 1 BY 1
            UNTIL WS-CO-PICK > WS-CO-COUNT
            PERFORM FIND-TEAM-LEAD
            MOVE WS-USERNAME TO WS-CT-CHECK-USER
            PERFORM CHECK-TEAM-MEMBER
            IF WS-CT-ON-TEAM = "Y" AND WS-CT-ROSTER-ROWS > 0
              PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF WS-CT-CO-ID(WS-CT-IDX) = WS-CT-SEL-CO
                  AND FUNCTION TRIM(WS-CT-MEMBER(WS-CT-IDX)) NOT =
                    FUNCTION TRIM(WS-USERNAME)
                  AND WS-CT-MATE-COUNT < 100
                  ADD 1 TO WS-CT-MATE-COUNT
                  MOVE WS-CT-MEMBER(WS-CT-IDX) TO
                    WS-CT-MATE-USER(WS-CT-MATE-COUNT)
                  MOVE WS-CT-SEL-NAME TO
                    WS-CT-MATE-EMPLOYER(WS-CT-MATE-COUNT)
                END-IF
              END-PERFORM
            END-IF
          END-PERFORM.

       CHECK-POSTING-SHARED.
      *> WS-CT-SHARED = "Y" when the posting at WS-JOB-ROW-IDX was
      *> made by a teammate under their shared company's name.
          MOVE "N" TO WS-CT-SHARED
          PERFORM VARYING WS-CT-MATE-IDX FROM 1 BY 1
            UNTIL WS-CT-MATE-IDX > WS-CT-MATE-COUNT
              OR WS-CT-SHARED = "Y"
            IF FUNCTION TRIM(WS-CT-MATE-USER(WS-CT-MATE-IDX)) =
                 FUNCTION TRIM(WS-JOBROW-POSTER(WS-JOB-ROW-IDX))
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                 WS-CT-MATE-EMPLOYER(WS-CT-MATE-IDX))) =
                 FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-JOBROW-EMPLOYER(WS-JOB-ROW-IDX)))
              MOVE "Y" TO WS-CT-SHARED
            END-IF
          END-PERFORM.

       MANAGE-COMPANY-TEAM.
      *> Any member can see the roster. Only the lead adds or
      *> removes recruiters, hands over the lead, or moves a
      *> member's postings, interviews and talent pools.
          MOVE "Company number:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          MOVE 0 TO WS-CO-PICK
          IF WS-IN-LEN > 0 AND WS-IN-LEN <= 3
            AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
            COMPUTE WS-CO-PICK =
              FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          END-IF
          IF WS-CO-PICK = 0 OR WS-CO-PICK > WS-CO-COUNT
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM FIND-TEAM-LEAD
          MOVE WS-USERNAME TO WS-CT-CHECK-USER
          PERFORM CHECK-TEAM-MEMBER
          IF WS-CT-ON-TEAM NOT = "Y"
            MOVE "You are not on this company's hiring team." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM SHOW-COMPANY-TEAM

          IF FUNCTION TRIM(WS-CT-LEAD) NOT = FUNCTION TRIM(WS-USERNAME)
            MOVE "Only the team lead can change the team." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "1. Add a recruiter to the team" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "2. Remove a recruiter from the team" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "3. Reassign a member's postings, interviews and talent p
      -    "ools" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "4. Hand the lead to another member" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "0. Back" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "Enter your choice:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          EVALUATE FUNCTION TRIM(INPUT-RECORD)
            WHEN "1"
              PERFORM ADD-TEAM-MEMBER
            WHEN "2"
              PERFORM REMOVE-TEAM-MEMBER
            WHEN "3"
              PERFORM PROMPT-TEAM-REASSIGN
            WHEN "4"
              PERFORM HAND-OVER-TEAM-LEAD
            WHEN "0"
              CONTINUE
            WHEN OTHER
              MOVE "Invalid Selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
          END-EVALUATE.

       SHOW-COMPANY-TEAM.
          MOVE SPACES TO OUTPUT-RECORD
          STRING "--- Hiring team: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-SEL-NAME) DELIMITED BY SIZE
                 " ---" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          IF WS-CT-ROSTER-ROWS = 0
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-LEAD) DELIMITED BY SIZE
                   " (lead)" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-CT-IDX FROM 1 BY 1
            UNTIL WS-CT-IDX > WS-CT-COUNT
            IF WS-CT-CO-ID(WS-CT-IDX) = WS-CT-SEL-CO
              MOVE SPACES TO OUTPUT-RECORD
              IF WS-CT-ROLE(WS-CT-IDX) = "L"
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CT-MEMBER(WS-CT-IDX))
                         DELIMITED BY SIZE
                       " (lead)" DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
              ELSE
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CT-MEMBER(WS-CT-IDX))
                         DELIMITED BY SIZE
                       ", added by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CT-ADDED-BY(WS-CT-IDX))
                         DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       WS-CT-ADDED-DATE(WS-CT-IDX) DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
              END-IF
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM.

       ADD-TEAM-MEMBER.
      *> Only active recruiter accounts can join. The first addition
      *> also writes the lead's own row, after which the roster
      *> rows are the whole team.
          MOVE "Username of the recruiter to add:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CT-CHECK-USER
          IF WS-CT-CHECK-USER = SPACES
            MOVE "No username entered." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM CHECK-TEAM-MEMBER
          IF WS-CT-ON-TEAM = "Y"
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-CT-CHECK-USER) DELIMITED BY SIZE
                   " is already on the team." DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-CT-CHECK-USER TO WS-ACCT-LOOKUP-USER
          PERFORM GET-ACCOUNT-TYPE-OF
          IF WS-ACCT-LOOKUP-TYPE NOT = "R"
            OR WS-ACCT-LOOKUP-ACTIVE NOT = "Y"
            MOVE "Only active recruiter accounts can join the team." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          IF WS-CT-COUNT + 2 > WS-CT-MAX
            MOVE "The hiring team list is full; ask the career center."
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          IF WS-CT-ROSTER-ROWS = 0
            ADD 1 TO WS-CT-COUNT
            MOVE WS-CT-SEL-CO TO WS-CT-CO-ID(WS-CT-COUNT)
            MOVE WS-CT-LEAD TO WS-CT-MEMBER(WS-CT-COUNT)
            MOVE "L" TO WS-CT-ROLE(WS-CT-COUNT)
            MOVE WS-USERNAME TO WS-CT-ADDED-BY(WS-CT-COUNT)
            MOVE FUNCTION CURRENT-DATE(1:8) TO
              WS-CT-ADDED-DATE(WS-CT-COUNT)
          END-IF
          ADD 1 TO WS-CT-COUNT
          MOVE WS-CT-SEL-CO TO WS-CT-CO-ID(WS-CT-COUNT)
          MOVE WS-CT-CHECK-USER TO WS-CT-MEMBER(WS-CT-COUNT)
          MOVE "M" TO WS-CT-ROLE(WS-CT-COUNT)
          MOVE WS-USERNAME TO WS-CT-ADDED-BY(WS-CT-COUNT)
          MOVE FUNCTION CURRENT-DATE(1:8) TO
            WS-CT-ADDED-DATE(WS-CT-COUNT)
          PERFORM SAVE-COMPANY-TEAMS

          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-CT-CHECK-USER) DELIMITED BY SIZE
                 " added to the hiring team." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          MOVE WS-CT-CHECK-USER TO WS-NOTIF-USER
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "Added to the " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-SEL-NAME) DELIMITED BY SIZE
                 " hiring team" DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          PERFORM ADD-NOTIFICATION

          MOVE "TEAMADD" TO WS-CT-AUD-ACTION
          MOVE WS-CT-CHECK-USER TO WS-CT-AUD-TARGET
          MOVE WS-CT-SEL-NAME TO WS-CT-AUD-BEFORE
          MOVE SPACES TO WS-CT-AUD-SECOND
          PERFORM WRITE-TEAM-AUDIT.

       REMOVE-TEAM-MEMBER.
      *> The departing recruiter's work can be handed to a teammate
      *> first; if that handover does not complete they stay on the
      *> team so nothing is stranded.
          MOVE "Username of the recruiter to remove:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CT-CHECK-USER
          PERFORM CHECK-TEAM-MEMBER
          IF WS-CT-ON-TEAM NOT = "Y"
            MOVE "That recruiter is not on this team." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF FUNCTION TRIM(WS-CT-CHECK-USER) = FUNCTION TRIM(WS-CT-LEAD)
            MOVE "Hand the lead to another member before leaving the tea
      -      "m." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-CT-CHECK-USER TO WS-CT-FROM

          MOVE "Teammate to take over their postings, interviews and tal
      -    "ent pools" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "(press Enter to leave them with the departing recruiter)
      -    ":" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CT-TO
          IF WS-CT-TO NOT = SPACES
            PERFORM VALIDATE-REASSIGN-TARGET
            IF WS-CT-REASSIGN-OK NOT = "Y"
              EXIT PARAGRAPH
            END-IF
            PERFORM REASSIGN-MEMBER-WORK
            IF WS-CT-REASSIGN-OK NOT = "Y"
              MOVE "The reassignment did not complete, so the recruiter 
      -        "stays on the team." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
          END-IF

          MOVE WS-CT-FROM TO WS-CT-CHECK-USER
          PERFORM CHECK-TEAM-MEMBER
          IF WS-CT-HIT > 0
            PERFORM VARYING WS-CT-IDX FROM WS-CT-HIT BY 1
              UNTIL WS-CT-IDX >= WS-CT-COUNT
              MOVE WS-CT-ENTRY(WS-CT-IDX + 1) TO
                WS-CT-ENTRY(WS-CT-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-CT-COUNT
            PERFORM SAVE-COMPANY-TEAMS
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-CT-FROM) DELIMITED BY SIZE
                 " removed from the hiring team." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          MOVE WS-CT-FROM TO WS-NOTIF-USER
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "Removed from the " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-SEL-NAME) DELIMITED BY SIZE
                 " hiring team" DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          PERFORM ADD-NOTIFICATION

          MOVE "TEAMREMOVE" TO WS-CT-AUD-ACTION
          MOVE WS-CT-FROM TO WS-CT-AUD-TARGET
          MOVE WS-CT-SEL-NAME TO WS-CT-AUD-BEFORE
          MOVE SPACES TO WS-CT-AUD-SECOND
          PERFORM WRITE-TEAM-AUDIT.

       PROMPT-TEAM-REASSIGN.
          MOVE "Username of the member whose work is moving:" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CT-CHECK-USER
          PERFORM CHECK-TEAM-MEMBER
          IF WS-CT-ON-TEAM NOT = "Y"
            MOVE "That recruiter is not on this team." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-CT-CHECK-USER TO WS-CT-FROM

          MOVE "Teammate to take over their postings, interviews and tal
      -    "ent pools:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CT-TO
          PERFORM VALIDATE-REASSIGN-TARGET
          IF WS-CT-REASSIGN-OK = "Y"
            PERFORM REASSIGN-MEMBER-WORK
          END-IF.

       VALIDATE-REASSIGN-TARGET.
          MOVE "N" TO WS-CT-REASSIGN-OK
          IF FUNCTION TRIM(WS-CT-TO) = FUNCTION TRIM(WS-CT-FROM)
            MOVE "Pick a different teammate to take over." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-CT-TO TO WS-CT-CHECK-USER
          PERFORM CHECK-TEAM-MEMBER
          IF WS-CT-ON-TEAM NOT = "Y"
            MOVE "Work can only be handed to a member of this team." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO WS-CT-REASSIGN-OK.

       HAND-OVER-TEAM-LEAD.
          MOVE "Username of the new team lead:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CT-CHECK-USER
          PERFORM CHECK-TEAM-MEMBER
          IF WS-CT-ON-TEAM NOT = "Y" OR WS-CT-HIT = 0
            MOVE "The new lead must already be on the team." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          IF WS-CT-HIT = WS-CT-LEAD-ROW
            MOVE "That recruiter already leads the team." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          IF WS-CT-LEAD-ROW > 0
            MOVE "M" TO WS-CT-ROLE(WS-CT-LEAD-ROW)
          END-IF
          MOVE "L" TO WS-CT-ROLE(WS-CT-HIT)
          PERFORM SAVE-COMPANY-TEAMS

          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-CT-CHECK-USER) DELIMITED BY SIZE
                 " now leads the hiring team." DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          MOVE WS-CT-CHECK-USER TO WS-NOTIF-USER
          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "You now lead the " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-SEL-NAME) DELIMITED BY SIZE
                 " hiring team" DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          PERFORM ADD-NOTIFICATION

          MOVE "TEAMLEAD" TO WS-CT-AUD-ACTION
          MOVE WS-CT-CHECK-USER TO WS-CT-AUD-TARGET
          MOVE SPACES TO WS-CT-AUD-BEFORE
          STRING "lead was " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
            INTO WS-CT-AUD-BEFORE
          END-STRING
          MOVE SPACES TO WS-CT-AUD-SECOND
          PERFORM WRITE-TEAM-AUDIT.

       REASSIGN-MEMBER-WORK.
      *> Moves WS-CT-FROM's postings under this company, their open
      *> interviews on the company's postings and all of their
      *> talent pools to WS-CT-TO. Each file goes through its work
      *> file and verified swap, and every item moved is written to
      *> AUDIT.DAT once its file has been committed.
          MOVE "N" TO WS-CT-REASSIGN-OK
          MOVE 0 TO WS-CT-MOVED-JOB-COUNT
          MOVE 0 TO WS-CT-MOVED-IV-COUNT
          MOVE 0 TO WS-CT-MOVED-POOL-COUNT
          MOVE 0 TO WS-CT-MOVED-POOL-ROWS
          MOVE 0 TO WS-CT-LEFT-OVER

          PERFORM REASSIGN-TEAM-POSTINGS
          IF WS-CT-REASSIGN-OK = "Y"
            PERFORM REASSIGN-TEAM-INTERVIEWS
          END-IF
          IF WS-CT-REASSIGN-OK = "Y"
            PERFORM REASSIGN-TEAM-POOLS
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Reassigned from " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-FROM) DELIMITED BY SIZE
                 " to " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-TO) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          MOVE WS-CT-MOVED-JOB-COUNT TO WS-CT-COUNT-TEXT
          MOVE WS-CT-MOVED-IV-COUNT TO WS-CT-COUNT-TEXT2
          MOVE WS-CT-MOVED-POOL-COUNT TO WS-CT-COUNT-TEXT3
          MOVE SPACES TO OUTPUT-RECORD
          STRING "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-COUNT-TEXT) DELIMITED BY SIZE
                 " postings, " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-COUNT-TEXT2) DELIMITED BY SIZE
                 " open interviews, " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CT-COUNT-TEXT3) DELIMITED BY SIZE
                 " talent pools" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          IF WS-CT-LEFT-OVER > 0
            MOVE WS-CT-LEFT-OVER TO WS-CT-COUNT-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-COUNT-TEXT) DELIMITED BY SIZE
                   " more did not fit in one pass; reassign again to mov
      -            "e them." DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-IF

          IF WS-CT-MOVED-JOB-COUNT > 0 OR WS-CT-MOVED-IV-COUNT > 0
            OR WS-CT-MOVED-POOL-COUNT > 0
            MOVE WS-CT-TO TO WS-NOTIF-USER
            MOVE SPACES TO WS-NOTIF-TEXT
            STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                   " moved " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-FROM) DELIMITED BY SIZE
                   "'s hiring work to you" DELIMITED BY SIZE
              INTO WS-NOTIF-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
          END-IF.

       REASSIGN-TEAM-POSTINGS.
          MOVE "N" TO WS-CT-REASSIGN-OK
          MOVE 0 TO WS-JOBS-STREAM-KEPT
          MOVE "N" TO WS-JOBS-EOF

          OPEN INPUT JOBS-FILE
          IF WS-JOBS-STATUS NOT = "00"
            IF WS-JOBS-STATUS = "05"
              CLOSE JOBS-FILE
            END-IF
            MOVE "Y" TO WS-CT-REASSIGN-OK
            EXIT PARAGRAPH
          END-IF

          MOVE "JOBS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            CLOSE JOBS-FILE
            MOVE "Unable to reassign the postings." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
              AT END
                MOVE "Y" TO WS-JOBS-EOF
              NOT AT END
                IF FUNCTION TRIM(JOB-POSTER) = FUNCTION TRIM(WS-CT-FROM)
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-EMPLOYER))
                    = FUNCTION UPPER-CASE(FUNCTION
                      TRIM(WS-CT-SEL-NAME))
                  IF WS-CT-MOVED-JOB-COUNT < 200
                    ADD 1 TO WS-CT-MOVED-JOB-COUNT
                    MOVE JOB-ID TO
                      WS-CT-MOVED-JOB-ID(WS-CT-MOVED-JOB-COUNT)
                    MOVE WS-CT-TO TO JOB-POSTER
                  ELSE
                    ADD 1 TO WS-CT-LEFT-OVER
                  END-IF
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE JOB-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-JOBS-STREAM-KEPT
            END-READ
          END-PERFORM

          CLOSE JOBS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "JOBS" TO WS-SAFE-BASE-NAME
          IF WS-CT-MOVED-JOB-COUNT = 0
            PERFORM BUILD-SAFE-NAMES
            PERFORM CLEAR-WORK-FILE
            MOVE "Y" TO WS-CT-REASSIGN-OK
            EXIT PARAGRAPH
          END-IF
          MOVE WS-JOBS-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            MOVE 0 TO WS-CT-MOVED-JOB-COUNT
            EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO WS-CT-REASSIGN-OK

          PERFORM VARYING WS-CT-MOVED-IDX FROM 1 BY 1
            UNTIL WS-CT-MOVED-IDX > WS-CT-MOVED-JOB-COUNT
            MOVE "REASSIGNJOB" TO WS-CT-AUD-ACTION
            MOVE WS-CT-MOVED-JOB-ID(WS-CT-MOVED-IDX) TO
              WS-CT-AUD-TARGET
            MOVE SPACES TO WS-CT-AUD-BEFORE
            STRING "poster was " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-FROM) DELIMITED BY SIZE
              INTO WS-CT-AUD-BEFORE
            END-STRING
            MOVE WS-CT-TO TO WS-CT-AUD-SECOND
            PERFORM WRITE-TEAM-AUDIT
          END-PERFORM.

       REASSIGN-TEAM-INTERVIEWS.
      *> Only interviews still to happen move: proposed or accepted
      *> slots with no outcome recorded, on any of the company's
      *> postings. Held interviews keep the interviewer who ran them.
          MOVE "N" TO WS-CT-REASSIGN-OK
          PERFORM LOAD-ALL-JOBS-FOR-MGMT
          MOVE 0 TO WS-IV-STREAM-KEPT
          MOVE "N" TO WS-INTERVIEWS-EOF

          OPEN INPUT INTERVIEWS-FILE
          IF WS-INTERVIEWS-STATUS NOT = "00"
            IF WS-INTERVIEWS-STATUS = "05"
              CLOSE INTERVIEWS-FILE
            END-IF
            MOVE "Y" TO WS-CT-REASSIGN-OK
            EXIT PARAGRAPH
          END-IF

          MOVE "INTERVIEWS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            CLOSE INTERVIEWS-FILE
            MOVE "Unable to reassign the interviews." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-INTERVIEWS-EOF = "Y"
            READ INTERVIEWS-FILE
              AT END
                MOVE "Y" TO WS-INTERVIEWS-EOF
              NOT AT END
                IF FUNCTION TRIM(IV-POSTER) = FUNCTION TRIM(WS-CT-FROM)
                  AND (IV-STATUS = "P" OR IV-STATUS = "A"
                    OR IV-STATUS = "R")
                  AND IV-OUTCOME = SPACE
                  PERFORM CHECK-INTERVIEW-ON-TEAM-JOB
                  IF WS-CT-SHARED = "Y"
                    IF WS-CT-MOVED-IV-COUNT < 200
                      ADD 1 TO WS-CT-MOVED-IV-COUNT
                      MOVE IV-JOB-ID TO
                        WS-CT-MOVED-IV-JOB(WS-CT-MOVED-IV-COUNT)
                      MOVE IV-APPLICANT TO
                        WS-CT-MOVED-IV-APPL(WS-CT-MOVED-IV-COUNT)
                      MOVE WS-CT-TO TO IV-POSTER
                    ELSE
                      ADD 1 TO WS-CT-LEFT-OVER
                    END-IF
                  END-IF
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE INTERVIEW-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-IV-STREAM-KEPT
            END-READ
          END-PERFORM

          CLOSE INTERVIEWS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "INTERVIEWS" TO WS-SAFE-BASE-NAME
          IF WS-CT-MOVED-IV-COUNT = 0
            PERFORM BUILD-SAFE-NAMES
            PERFORM CLEAR-WORK-FILE
            MOVE "Y" TO WS-CT-REASSIGN-OK
            EXIT PARAGRAPH
          END-IF
          MOVE WS-IV-STREAM-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            MOVE 0 TO WS-CT-MOVED-IV-COUNT
            EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO WS-CT-REASSIGN-OK

          PERFORM VARYING WS-CT-MOVED-IDX FROM 1 BY 1
            UNTIL WS-CT-MOVED-IDX > WS-CT-MOVED-IV-COUNT
            MOVE "REASSIGNIV" TO WS-CT-AUD-ACTION
            MOVE WS-CT-MOVED-IV-JOB(WS-CT-MOVED-IDX) TO
              WS-CT-AUD-TARGET
            MOVE SPACES TO WS-CT-AUD-BEFORE
            STRING FUNCTION TRIM(WS-CT-MOVED-IV-APPL(WS-CT-MOVED-IDX))
                     DELIMITED BY SIZE
                   " with " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-FROM) DELIMITED BY SIZE
              INTO WS-CT-AUD-BEFORE
            END-STRING
            MOVE WS-CT-TO TO WS-CT-AUD-SECOND
            PERFORM WRITE-TEAM-AUDIT

            MOVE WS-CT-MOVED-IV-APPL(WS-CT-MOVED-IDX) TO WS-NOTIF-USER
            MOVE SPACES TO WS-NOTIF-TEXT
            STRING "Your interviewer for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-MOVED-IV-JOB(WS-CT-MOVED-IDX))
                     DELIMITED BY SIZE
                   " is now " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CT-TO) DELIMITED BY SIZE
              INTO WS-NOTIF-TEXT
            END-STRING
            PERFORM ADD-NOTIFICATION
          END-PERFORM.

       CHECK-INTERVIEW-ON-TEAM-JOB.
      *> WS-CT-SHARED = "Y" when IV-JOB-ID is one of this company's
      *> postings, whoever posts it now.
          MOVE "N" TO WS-CT-SHARED
          PERFORM VARYING WS-JOB-ROW-IDX FROM 1 BY 1
            UNTIL WS-JOB-ROW-IDX > WS-JOB-ROW-COUNT
              OR WS-CT-SHARED = "Y"
            IF FUNCTION TRIM(WS-JOBROW-ID(WS-JOB-ROW-IDX)) =
                 FUNCTION TRIM(IV-JOB-ID)
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                 WS-JOBROW-EMPLOYER(WS-JOB-ROW-IDX))) =
                 FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CT-SEL-NAME))
              MOVE "Y" TO WS-CT-SHARED
            END-IF
          END-PERFORM.

       REASSIGN-TEAM-POOLS.
      *> Talent pools belong to the recruiter, not the company, so
      *> all of the departing member's pools move. A candidate the
      *> new owner already holds in a pool of the same name is not
      *> duplicated.
          MOVE "N" TO WS-CT-REASSIGN-OK
          MOVE 0 TO WS-CT-TO-POOL-COUNT
          MOVE "N" TO WS-TALENTPOOLS-EOF

          OPEN INPUT TALENTPOOLS-FILE
          IF WS-TALENTPOOLS-STATUS NOT = "00"
            IF WS-TALENTPOOLS-STATUS = "05"
              CLOSE TALENTPOOLS-FILE
            END-IF
            MOVE "Y" TO WS-CT-REASSIGN-OK
            EXIT PARAGRAPH
          END-IF
          PERFORM UNTIL WS-TALENTPOOLS-EOF = "Y"
            READ TALENTPOOLS-FILE
              AT END
                MOVE "Y" TO WS-TALENTPOOLS-EOF
              NOT AT END
                IF FUNCTION TRIM(TP-OWNER) = FUNCTION TRIM(WS-CT-TO)
                  AND WS-CT-TO-POOL-COUNT < 300
                  ADD 1 TO WS-CT-TO-POOL-COUNT
                  MOVE TP-NAME TO
                    WS-CT-TO-POOL-NAME(WS-CT-TO-POOL-COUNT)
                  MOVE TP-MEMBER TO
                    WS-CT-TO-POOL-MEMBER(WS-CT-TO-POOL-COUNT)
                END-IF
            END-READ
          END-PERFORM
          CLOSE TALENTPOOLS-FILE

          MOVE 0 TO WS-CT-KEPT
          MOVE "N" TO WS-TALENTPOOLS-EOF
          OPEN INPUT TALENTPOOLS-FILE
          IF WS-TALENTPOOLS-STATUS NOT = "00"
            IF WS-TALENTPOOLS-STATUS = "05"
              CLOSE TALENTPOOLS-FILE
            END-IF
            MOVE "Unable to reassign the talent pools." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "TALENTPOOLS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            CLOSE TALENTPOOLS-FILE
            MOVE "Unable to reassign the talent pools." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-TALENTPOOLS-EOF = "Y"
            READ TALENTPOOLS-FILE
              AT END
                MOVE "Y" TO WS-TALENTPOOLS-EOF
              NOT AT END
                MOVE "N" TO WS-CT-DUP
                IF FUNCTION TRIM(TP-OWNER) = FUNCTION TRIM(WS-CT-FROM)
                  PERFORM NOTE-MOVED-POOL
                  IF WS-CT-POOL-NOTED = "Y"
                    ADD 1 TO WS-CT-MOVED-POOL-ROWS
                    PERFORM CHECK-TO-POOL-DUPLICATE
                    MOVE WS-CT-TO TO TP-OWNER
                  ELSE
                    ADD 1 TO WS-CT-LEFT-OVER
                  END-IF
                END-IF
                IF WS-CT-DUP NOT = "Y"
                  MOVE SPACES TO GENERIC-OUT-RECORD
                  MOVE TALENTPOOL-RECORD TO GENERIC-OUT-RECORD
                  WRITE GENERIC-OUT-RECORD
                  ADD 1 TO WS-CT-KEPT
                END-IF
            END-READ
          END-PERFORM

          CLOSE TALENTPOOLS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "TALENTPOOLS" TO WS-SAFE-BASE-NAME
          IF WS-CT-MOVED-POOL-ROWS = 0
            PERFORM BUILD-SAFE-NAMES
            PERFORM CLEAR-WORK-FILE
            MOVE "Y" TO WS-CT-REASSIGN-OK
            EXIT PARAGRAPH
          END-IF
          MOVE WS-CT-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            MOVE 0 TO WS-CT-MOVED-POOL-COUNT
            EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO WS-CT-REASSIGN-OK

          PERFORM VARYING WS-CT-MOVED-IDX FROM 1 BY 1
            UNTIL WS-CT-MOVED-IDX > WS-CT-MOVED-POOL-COUNT
            MOVE "REASSIGNPOOL" TO WS-CT-AUD-ACTION
            MOVE WS-CT-FROM TO WS-CT-AUD-TARGET
            MOVE WS-CT-MOVED-POOL(WS-CT-MOVED-IDX) TO WS-CT-AUD-BEFORE
            MOVE WS-CT-TO TO WS-CT-AUD-SECOND
            PERFORM WRITE-TEAM-AUDIT
          END-PERFORM.

       NOTE-MOVED-POOL.
      *> WS-CT-POOL-NOTED = "Y" once TP-NAME is on the moved-pool
      *> list; "N" only when the list is full and the row must wait.
          MOVE "N" TO WS-CT-POOL-NOTED
          PERFORM VARYING WS-CT-MOVED-IDX FROM 1 BY 1
            UNTIL WS-CT-MOVED-IDX > WS-CT-MOVED-POOL-COUNT
              OR WS-CT-POOL-NOTED = "Y"
            IF WS-CT-MOVED-POOL(WS-CT-MOVED-IDX) = TP-NAME
              MOVE "Y" TO WS-CT-POOL-NOTED
            END-IF
          END-PERFORM
          IF WS-CT-POOL-NOTED = "N" AND WS-CT-MOVED-POOL-COUNT < 50
            ADD 1 TO WS-CT-MOVED-POOL-COUNT
            MOVE TP-NAME TO WS-CT-MOVED-POOL(WS-CT-MOVED-POOL-COUNT)
            MOVE "Y" TO WS-CT-POOL-NOTED
          END-IF.

       CHECK-TO-POOL-DUPLICATE.
          MOVE "N" TO WS-CT-DUP
          PERFORM VARYING WS-CT-IDX FROM 1 BY 1
            UNTIL WS-CT-IDX > WS-CT-TO-POOL-COUNT OR WS-CT-DUP = "Y"
            IF WS-CT-TO-POOL-NAME(WS-CT-IDX) = TP-NAME
              AND WS-CT-TO-POOL-MEMBER(WS-CT-IDX) = TP-MEMBER
              MOVE "Y" TO WS-CT-DUP
            END-IF
          END-PERFORM.

       WRITE-TEAM-AUDIT.
      *> The team lead is the actor; AUD-SECOND-ACTOR names the
      *> recruiter who received the work on a reassignment.
          MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
          MOVE WS-USERNAME TO WS-AC-ACTOR
          MOVE WS-CT-AUD-ACTION TO WS-AC-ACTION
          MOVE WS-CT-AUD-TARGET TO WS-AC-TARGET
          MOVE WS-CT-AUD-BEFORE TO WS-AC-BEFORE-VALUE
          MOVE WS-CT-AUD-SECOND TO WS-AC-SECOND-ACTOR
          MOVE "A" TO WS-AC-FUNCTION
          CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
            ON EXCEPTION
              MOVE "NC" TO WS-AC-STATUS
          END-CALL
          MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       SHOW-POSTING-STATISTICS.
          *> The feedback loop for posters: how many students looked
          *> at this posting, how many of them were distinct, and how
          MOVE "Outcome recorded. Thank you!" TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       PROMPT-EMPLOYER-REVIEW.
      *> Once an application has reached interview, offer or
      *> rejection the student may rate that company's hiring
      *> process, once per company. The review text goes through the
      *> content screen like any other posted text.
          MOVE 0 TO WS-RVW-ELIGIBLE
          PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
            UNTIL WS-RVW-IDX > WS-MY-APP-COUNT OR WS-RVW-IDX > 100
            IF WS-RVW-APP-EMPLOYER(WS-RVW-IDX) NOT = SPACES
              AND (WS-RVW-APP-STATUS(WS-RVW-IDX) = "I"
                OR WS-RVW-APP-STATUS(WS-RVW-IDX) = "O"
                OR WS-RVW-APP-STATUS(WS-RVW-IDX) = "R"
                OR WS-RVW-APP-STATUS(WS-RVW-IDX) = "A"
                OR WS-RVW-APP-STATUS(WS-RVW-IDX) = "X"
                OR WS-RVW-APP-STATUS(WS-RVW-IDX) = "L")
              ADD 1 TO WS-RVW-ELIGIBLE
            END-IF
          END-PERFORM
          IF WS-RVW-ELIGIBLE = 0
            EXIT PARAGRAPH
          END-IF

          MOVE "Enter an application number to rate that employer's hiri
      -    "ng process, or 0:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
            EXIT PARAGRAPH
          END-IF
          IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
            EXIT PARAGRAPH
          END-IF

          COMPUTE WS-MYAPP-PICK =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-MYAPP-PICK = 0 OR WS-MYAPP-PICK > WS-MY-APP-COUNT
            OR WS-MYAPP-PICK > 100
            EXIT PARAGRAPH
          END-IF

          IF WS-RVW-APP-EMPLOYER(WS-MYAPP-PICK) = SPACES
            OR (WS-RVW-APP-STATUS(WS-MYAPP-PICK) NOT = "I"
              AND WS-RVW-APP-STATUS(WS-MYAPP-PICK) NOT = "O"
              AND WS-RVW-APP-STATUS(WS-MYAPP-PICK) NOT = "R"
              AND WS-RVW-APP-STATUS(WS-MYAPP-PICK) NOT = "A"
              AND WS-RVW-APP-STATUS(WS-MYAPP-PICK) NOT = "X"
              AND WS-RVW-APP-STATUS(WS-MYAPP-PICK) NOT = "L")
            MOVE "Reviews open once an application reaches interview, of
      -      "fer or rejection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-RVW-APP-EMPLOYER(WS-MYAPP-PICK) TO WS-FOLLOW-CO-NAME
          PERFORM LOOKUP-COMPANY-BY-NAME
          IF WS-FOLLOW-CO-ID = 0
            MOVE "That employer is not in the company list and cannot be
      -      " reviewed." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM CHECK-ALREADY-REVIEWED
          IF WS-RVW-DONE = "Y"
            MOVE "You have already reviewed this employer." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "Rate the hiring process from 1 (poor) to 5 (excellent):"
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
          MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
            TO WS-IN-LEN
          IF WS-IN-LEN NOT = 1 OR WS-TRIMMED-IN(1:1) < "1"
            OR WS-TRIMMED-IN(1:1) > "5"
            MOVE "Invalid rating." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE WS-TRIMMED-IN(1:1) TO WS-RVW-RATING

          MOVE "N" TO WS-VALID-INPUT
          PERFORM UNTIL WS-VALID-INPUT = "Y"
            MOVE "A few words on the process (70 characters max, Enter t
      -      "o skip):" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-IN-LEN > 70
              MOVE "Reviews must be 70 characters or fewer." TO
                OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-RVW-TEXT
              MOVE "Y" TO WS-VALID-INPUT
            END-IF
          END-PERFORM

          IF WS-RVW-TEXT NOT = SPACES
            MOVE WS-RVW-TEXT TO WS-SCREEN-TEXT
            PERFORM SCREEN-CONTENT-TEXT
            IF WS-SCREEN-FLAGGED = "Y"
              MOVE "V" TO WS-QU-TYPE
              MOVE WS-FOLLOW-CO-ID TO WS-QU-TARGET
              MOVE WS-RVW-RATING TO WS-QU-EXTRA
              PERFORM WRITE-QUARANTINE-RECORD
              EXIT PARAGRAPH
            END-IF
          END-IF

          PERFORM APPEND-EMPLOYER-REVIEW.

       CHECK-ALREADY-REVIEWED.
      *> A published review, or one still held for screening, both
      *> count as this student's one review of WS-FOLLOW-CO-ID.
          MOVE "N" TO WS-RVW-DONE
          MOVE "N" TO WS-EMPREVIEWS-EOF
          OPEN INPUT EMPREVIEWS-FILE
          IF WS-EMPREVIEWS-STATUS = "00"
            PERFORM UNTIL WS-EMPREVIEWS-EOF = "Y"
              READ EMPREVIEWS-FILE
                AT END
                  MOVE "Y" TO WS-EMPREVIEWS-EOF
                NOT AT END
                  IF ERV-CO-ID = WS-FOLLOW-CO-ID
                    AND FUNCTION TRIM(ERV-REVIEWER) =
                      FUNCTION TRIM(WS-USERNAME)
                    MOVE "Y" TO WS-RVW-DONE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE EMPREVIEWS-FILE
          ELSE
            IF WS-EMPREVIEWS-STATUS = "05"
              CLOSE EMPREVIEWS-FILE
            END-IF
          END-IF
          IF WS-RVW-DONE = "Y"
            EXIT PARAGRAPH
          END-IF

          MOVE WS-FOLLOW-CO-ID TO WS-QU-TARGET
          MOVE "N" TO WS-QUARANTINE-EOF
          OPEN INPUT QUARANTINE-FILE
          IF WS-QUARANTINE-STATUS = "00"
            PERFORM UNTIL WS-QUARANTINE-EOF = "Y"
              READ QUARANTINE-FILE
                AT END
                  MOVE "Y" TO WS-QUARANTINE-EOF
                NOT AT END
                  IF QU-TYPE = "V" AND QU-STATUS = "P"
                    AND QU-TARGET = WS-QU-TARGET
                    AND FUNCTION TRIM(QU-AUTHOR) =
                      FUNCTION TRIM(WS-USERNAME)
                    MOVE "Y" TO WS-RVW-DONE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE QUARANTINE-FILE
          ELSE
            IF WS-QUARANTINE-STATUS = "05"
              CLOSE QUARANTINE-FILE
            END-IF
          END-IF.

       APPEND-EMPLOYER-REVIEW.
          OPEN EXTEND EMPREVIEWS-FILE
          IF WS-EMPREVIEWS-STATUS = "35"
            OPEN OUTPUT EMPREVIEWS-FILE
            IF WS-EMPREVIEWS-STATUS = "00"
              CLOSE EMPREVIEWS-FILE
            END-IF
            OPEN EXTEND EMPREVIEWS-FILE
          END-IF

          IF WS-EMPREVIEWS-STATUS NOT = "00"
            AND WS-EMPREVIEWS-STATUS NOT = "05"
            MOVE "Unable to save your review." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-FOLLOW-CO-ID TO ERV-CO-ID
          MOVE WS-USERNAME TO ERV-REVIEWER
          MOVE WS-RVW-RATING TO ERV-RATING
          MOVE FUNCTION CURRENT-DATE(1:8) TO ERV-DATE
          MOVE WS-RVW-TEXT TO ERV-TEXT
          WRITE EMPREVIEW-RECORD
          CLOSE EMPREVIEWS-FILE

          MOVE "Thank you. Your review is shown only as part of the comp
      -    "any's anonymous rating." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       RECORD-CLOSING-OUTCOMES.
      *> After closing a posting the poster can record how each
      *> application ended.

      *> Every newly-recorded hire uses up one opening; the other
      *> side reporting the same hire again does not count twice.
      *> An off-platform hire has no posting or referral behind it.
          IF WS-PL-OUTCOME = "H" AND WS-PL-OTHER-OUTCOME NOT = "H"
            MOVE WS-PL-TARGET-USER TO WS-SEEK-CLEAR-USER
            PERFORM CLEAR-SEEKING-FLAG
            IF WS-PL-REPORTER NOT = "O"
              PERFORM NOTIFY-REFERRER-OF-HIRE
              PERFORM DECREMENT-JOB-OPENINGS
            END-IF
          END-IF.

       NOTIFY-REFERRER-OF-HIRE.
          MOVE JOB-DEADLINE TO ARC-DEADLINE
          MOVE FUNCTION CURRENT-DATE(1:8) TO ARC-ARCHIVED-DATE
          MOVE "FILLED" TO ARC-REASON
          MOVE JOB-WORK-MODE TO ARC-WORK-MODE
          WRITE JOB-ARCHIVE-RECORD
          CLOSE JOBS-ARCHIVE-FILE.

          PERFORM PRINT-LINE.

       DERIVE-COOP-TERM.
      *> The term is the academic-calendar term the work date falls
      *> in; dates the calendar does not cover fall back to Jan-May
      *> = spring, Jun-Aug = summer, Sep-Dec = fall.
          MOVE WS-CH-DATE-IN TO WS-CAL-DATE
          PERFORM FIND-CALENDAR-TERM
          MOVE WS-CAL-TERM-CODE TO WS-CH-TERM-WORK
          IF WS-CH-TERM-WORK NOT = SPACES
            EXIT PARAGRAPH
          END-IF
          COMPUTE WS-CH-MONTH =
            FUNCTION NUMVAL(WS-CH-DATE-IN(5:2))
          IF WS-CH-MONTH >= 9
            END-IF
          END-IF.

       FIND-CALENDAR-TERM.
      *> Term row in ACADCAL.DAT whose dates cover WS-CAL-DATE; code
      *> and name stay blank when the calendar has none.
          MOVE SPACES TO WS-CAL-TERM-CODE
          MOVE SPACES TO WS-CAL-TERM-NAME
          MOVE "N" TO WS-ACADCAL-EOF
          OPEN INPUT ACADCAL-FILE
          IF WS-ACADCAL-STATUS NOT = "00"
            IF WS-ACADCAL-STATUS = "05"
              CLOSE ACADCAL-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-ACADCAL-EOF = "Y"
            READ ACADCAL-FILE
              AT END
                MOVE "Y" TO WS-ACADCAL-EOF
              NOT AT END
                IF AC-TYPE = "T"
                  AND AC-START <= WS-CAL-DATE
                  AND AC-END >= WS-CAL-DATE
                  MOVE AC-CODE TO WS-CAL-TERM-CODE
                  MOVE AC-NAME TO WS-CAL-TERM-NAME
                  MOVE "Y" TO WS-ACADCAL-EOF
                END-IF
            END-READ
          END-PERFORM

          CLOSE ACADCAL-FILE.

       ROLL-PAST-HOLIDAYS.
      *> Moves WS-CAL-DATE to the first day after any campus holiday
      *> it falls in (repeating for back-to-back holidays);
      *> WS-CAL-MOVED = "Y" when the date changed.
          MOVE "N" TO WS-CAL-MOVED
          MOVE "Y" TO WS-CAL-HIT
          MOVE 0 TO WS-CAL-PASS
          PERFORM UNTIL WS-CAL-HIT NOT = "Y" OR WS-CAL-PASS >= 20
            ADD 1 TO WS-CAL-PASS
            MOVE "N" TO WS-CAL-HIT
            MOVE "N" TO WS-ACADCAL-EOF
            OPEN INPUT ACADCAL-FILE
            IF WS-ACADCAL-STATUS NOT = "00"
              IF WS-ACADCAL-STATUS = "05"
                CLOSE ACADCAL-FILE
              END-IF
              EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-ACADCAL-EOF = "Y"
              READ ACADCAL-FILE
                AT END
                  MOVE "Y" TO WS-ACADCAL-EOF
                NOT AT END
                  IF AC-TYPE = "H"
                    AND AC-START <= WS-CAL-DATE
                    AND AC-END >= WS-CAL-DATE
                    AND AC-END IS NUMERIC
                    MOVE AC-END TO WS-CAL-DATE-NUM
                    COMPUTE WS-CAL-DATE-INT = FUNCTION INTEGER-OF-DATE
                      (WS-CAL-DATE-NUM) + 1
                    COMPUTE WS-CAL-DATE-NUM = FUNCTION DATE-OF-INTEGER
                      (WS-CAL-DATE-INT)
                    MOVE WS-CAL-DATE-NUM TO WS-CAL-DATE
                    MOVE "Y" TO WS-CAL-MOVED
                    MOVE "Y" TO WS-CAL-HIT
                    MOVE "Y" TO WS-ACADCAL-EOF
                  END-IF
              END-READ
            END-PERFORM
            CLOSE ACADCAL-FILE
          END-PERFORM.

       FIND-ACADEMIC-YEAR-START.
      *> Start of the latest fall (FA) term that has already begun;
      *> blank when the calendar has none.
          MOVE SPACES TO WS-CAL-FA-START
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAL-DATE
          MOVE "N" TO WS-ACADCAL-EOF
          OPEN INPUT ACADCAL-FILE
          IF WS-ACADCAL-STATUS NOT = "00"
            IF WS-ACADCAL-STATUS = "05"
              CLOSE ACADCAL-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-ACADCAL-EOF = "Y"
            READ ACADCAL-FILE
              AT END
                MOVE "Y" TO WS-ACADCAL-EOF
              NOT AT END
                IF AC-TYPE = "T" AND AC-CODE(5:2) = "FA"
                  AND AC-START <= WS-CAL-DATE
                  AND (WS-CAL-FA-START = SPACES
                    OR AC-START > WS-CAL-FA-START)
                  MOVE AC-START TO WS-CAL-FA-START
                END-IF
            END-READ
          END-PERFORM

          CLOSE ACADCAL-FILE.

       LOOKUP-JOB-POSTER-BY-ID.
          MOVE SPACES TO WS-CH-POSTER
          MOVE "N" TO WS-JOBS-EOF
