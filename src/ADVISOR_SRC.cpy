       HANDLE-ADVISOR-CASELOAD.
      *> An advisor's own caseload from ADVISEES.DAT: for each
      *> advisee the profile completeness score, applications by
      *> status (outside applications the student logged included),
      *> upcoming interviews, last login and whether they are
      *> open to opportunities. CASELOADREPORT prints the same
      *> picture for the whole advising office.
          MOVE "--- My Advisee Caseload ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE FUNCTION CURRENT-DATE(1:12) TO WS-CASE-NOW
          MOVE 0 TO WS-CASE-COUNT
          MOVE "N" TO WS-ADVISEE-EOF

          OPEN INPUT ADVISEES-FILE
          IF WS-ADVISEE-STATUS NOT = "00"
            IF WS-ADVISEE-STATUS = "05"
              CLOSE ADVISEES-FILE
            END-IF
            MOVE "No advisees are assigned to you yet." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-ADVISEE-EOF = "Y"
            READ ADVISEES-FILE
              AT END
                MOVE "Y" TO WS-ADVISEE-EOF
              NOT AT END
                IF FUNCTION TRIM(AV-ADVISOR) =
                  FUNCTION TRIM(WS-USERNAME)
                  ADD 1 TO WS-CASE-COUNT
                  MOVE AV-STUDENT TO WS-CASE-STUDENT
                  PERFORM SHOW-ONE-ADVISEE
                END-IF
            END-READ
          END-PERFORM

          CLOSE ADVISEES-FILE

          IF WS-CASE-COUNT = 0
            MOVE "No advisees are assigned to you yet." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       SHOW-ONE-ADVISEE.
          MOVE WS-CASE-STUDENT TO WS-COMPLETE-USER
          PERFORM COMPUTE-PROFILE-COMPLETENESS

          MOVE SPACES TO WS-CASE-NAME
          IF WS-PROFILE-FOUND = "Y"
            STRING FUNCTION TRIM(WS-VIEW-FIRST-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VIEW-LAST-NAME) DELIMITED BY SIZE
              INTO WS-CASE-NAME
            END-STRING
          ELSE
            MOVE "(no profile yet)" TO WS-CASE-NAME
          END-IF

          MOVE WS-CASE-COUNT TO WS-JOB-NUMBER-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                 ". " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CASE-NAME) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CASE-STUDENT) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          MOVE WS-CASE-STUDENT TO WS-PREF-LOOKUP-USER
          PERFORM LOAD-USER-PREFS
          IF WS-PREF-SEEKING = "Y"
            MOVE "Yes" TO WS-CASE-SEEKING
          ELSE
            MOVE "No" TO WS-CASE-SEEKING
          END-IF
          MOVE SPACES TO OUTPUT-RECORD
          STRING "   Profile " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COMPLETE-PCT) DELIMITED BY SIZE
                 " percent complete; open to opportunities: "
                   DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CASE-SEEKING) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          PERFORM TALLY-ADVISEE-APPLICATIONS
          PERFORM TALLY-ADVISEE-OUTSIDE-APPS
          MOVE WS-CASE-APP-TOTAL TO WS-JOB-NUMBER-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          STRING "   Applications: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          IF WS-CASE-APP-OUTSIDE > 0
            MOVE WS-CASE-APP-OUTSIDE TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO WS-CASE-LINE-HOLD
            STRING FUNCTION TRIM(OUTPUT-RECORD) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   " outside InCollege, self-reported)"
                     DELIMITED BY SIZE
              INTO WS-CASE-LINE-HOLD
            END-STRING
            MOVE WS-CASE-LINE-HOLD TO OUTPUT-RECORD
          END-IF
          PERFORM PRINT-LINE
          PERFORM VARYING WS-CASE-APP-IDX FROM 1 BY 1
            UNTIL WS-CASE-APP-IDX > 8
            IF WS-CASE-APP-N(WS-CASE-APP-IDX) > 0
              MOVE WS-CASE-APP-CODES(WS-CASE-APP-IDX:1) TO APP-STATUS
              PERFORM SET-APP-STATUS-LABEL
              MOVE WS-CASE-APP-N(WS-CASE-APP-IDX) TO
                WS-JOB-NUMBER-TEXT
              MOVE SPACES TO OUTPUT-RECORD
              STRING "     " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-APP-STATUS-LABEL) DELIMITED BY
                       SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY
                       SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM

          PERFORM COUNT-ADVISEE-INTERVIEWS
          MOVE WS-CASE-IV-COUNT TO WS-JOB-NUMBER-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          IF WS-CASE-IV-COUNT = 0
            MOVE "   Upcoming interviews: none" TO OUTPUT-RECORD
          ELSE
            STRING "   Upcoming interviews: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   " (next " DELIMITED BY SIZE
                   WS-CASE-IV-NEXT(1:8) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   WS-CASE-IV-NEXT(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CASE-IV-NEXT(11:2) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
          END-IF
          PERFORM PRINT-LINE

          MOVE WS-CASE-STUDENT TO WS-ACTIVE-LOOKUP-USERNAME
          PERFORM GET-LAST-ACTIVE-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          STRING "   " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ACTIVE-TEXT) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE.

       TALLY-ADVISEE-APPLICATIONS.
      *> Counts WS-CASE-STUDENT's applications into one bucket per
      *> APP-STATUS code; rows from before the lifecycle fields
      *> carry spaces and count as submitted.
          INITIALIZE WS-CASE-APP-TALLY
          MOVE 0 TO WS-CASE-APP-TOTAL
          MOVE "N" TO WS-CASE-EOF

          OPEN INPUT APPLICATIONS-FILE
          IF WS-APPLICATIONS-STATUS NOT = "00"
            IF WS-APPLICATIONS-STATUS = "05"
              CLOSE APPLICATIONS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-CASE-EOF = "Y"
            READ APPLICATIONS-FILE
              AT END
                MOVE "Y" TO WS-CASE-EOF
              NOT AT END
                IF FUNCTION TRIM(APP-USERNAME) =
                  FUNCTION TRIM(WS-CASE-STUDENT)
                  ADD 1 TO WS-CASE-APP-TOTAL
                  PERFORM VARYING WS-CASE-APP-IDX FROM 1 BY 1
                    UNTIL WS-CASE-APP-IDX > 8
                    OR WS-CASE-APP-CODES(WS-CASE-APP-IDX:1) =
                      APP-STATUS
                    CONTINUE
                  END-PERFORM
                  IF WS-CASE-APP-IDX > 8
                    MOVE 1 TO WS-CASE-APP-IDX
                  END-IF
                  ADD 1 TO WS-CASE-APP-N(WS-CASE-APP-IDX)
                END-IF
            END-READ
          END-PERFORM

          CLOSE APPLICATIONS-FILE.

       TALLY-ADVISEE-OUTSIDE-APPS.
      *> Adds WS-CASE-STUDENT's logged outside applications to the
      *> same status buckets; they use the APP-STATUS codes.
          MOVE 0 TO WS-CASE-APP-OUTSIDE
          MOVE "N" TO WS-CASE-EOF

          OPEN INPUT OUTSIDEAPPS-FILE
          IF WS-OUTSIDE-STATUS NOT = "00"
            IF WS-OUTSIDE-STATUS = "05"
              CLOSE OUTSIDEAPPS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-CASE-EOF = "Y"
            READ OUTSIDEAPPS-FILE
              AT END
                MOVE "Y" TO WS-CASE-EOF
              NOT AT END
                IF FUNCTION TRIM(OA-USERNAME) =
                  FUNCTION TRIM(WS-CASE-STUDENT)
                  ADD 1 TO WS-CASE-APP-TOTAL
                  ADD 1 TO WS-CASE-APP-OUTSIDE
                  PERFORM VARYING WS-CASE-APP-IDX FROM 1 BY 1
                    UNTIL WS-CASE-APP-IDX > 8
                    OR WS-CASE-APP-CODES(WS-CASE-APP-IDX:1) =
                      OA-STATUS
                    CONTINUE
                  END-PERFORM
                  IF WS-CASE-APP-IDX > 8
                    MOVE 1 TO WS-CASE-APP-IDX
                  END-IF
                  ADD 1 TO WS-CASE-APP-N(WS-CASE-APP-IDX)
                END-IF
            END-READ
          END-PERFORM

          CLOSE OUTSIDEAPPS-FILE.

       COUNT-ADVISEE-INTERVIEWS.
      *> Interviews still ahead of now that are proposed or agreed,
      *> with the earliest slot kept for the summary line.
          MOVE 0 TO WS-CASE-IV-COUNT
          MOVE SPACES TO WS-CASE-IV-NEXT
          MOVE "N" TO WS-CASE-EOF

          OPEN INPUT INTERVIEWS-FILE
          IF WS-INTERVIEWS-STATUS NOT = "00"
            IF WS-INTERVIEWS-STATUS = "05"
              CLOSE INTERVIEWS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-CASE-EOF = "Y"
            READ INTERVIEWS-FILE
              AT END
                MOVE "Y" TO WS-CASE-EOF
              NOT AT END
                IF FUNCTION TRIM(IV-APPLICANT) =
                  FUNCTION TRIM(WS-CASE-STUDENT)
                  AND (IV-STATUS = "P" OR IV-STATUS = "A"
                       OR IV-STATUS = "R")
                  AND IV-SLOT >= WS-CASE-NOW
                  ADD 1 TO WS-CASE-IV-COUNT
                  IF WS-CASE-IV-NEXT = SPACES
                    OR IV-SLOT < WS-CASE-IV-NEXT
                    MOVE IV-SLOT TO WS-CASE-IV-NEXT
                  END-IF
                END-IF
            END-READ
          END-PERFORM

          CLOSE INTERVIEWS-FILE.
