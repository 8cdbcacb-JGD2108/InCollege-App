       SUBMIT-RESUME-FOR-REVIEW.
      *> Freezes the resume as it stands now into PACKETS.DAT under a
      *> new review id, the same way an application packet is kept,
      *> and queues it for career services. One review at a time:
      *> a student with an item still waiting or in review is told
      *> to wait for it.
          MOVE "N" TO WS-RV-OPEN-FOUND
          MOVE 0 TO WS-RV-LAST-NUM
          MOVE "N" TO WS-REVIEWS-EOF

          OPEN INPUT REVIEWS-FILE
          IF WS-REVIEWS-STATUS = "00"
            PERFORM UNTIL WS-REVIEWS-EOF = "Y"
              READ REVIEWS-FILE
                AT END
                  MOVE "Y" TO WS-REVIEWS-EOF
                NOT AT END
                  IF RV-ID(4:9) IS NUMERIC
                    AND RV-ID(4:9) > WS-RV-LAST-NUM
                    MOVE RV-ID(4:9) TO WS-RV-LAST-NUM
                  END-IF
                  IF (RV-STATUS = "Q" OR RV-STATUS = "P")
                    AND FUNCTION TRIM(RV-STUDENT) =
                      FUNCTION TRIM(WS-USERNAME)
                    MOVE "Y" TO WS-RV-OPEN-FOUND
                  END-IF
              END-READ
            END-PERFORM
            CLOSE REVIEWS-FILE
          ELSE
            IF WS-REVIEWS-STATUS = "05"
              CLOSE REVIEWS-FILE
            END-IF
          END-IF

          IF WS-RV-OPEN-FOUND = "Y"
            MOVE "Your previous resume is still being reviewed; wait for
      -      " it first." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          ADD 1 TO WS-RV-LAST-NUM
          MOVE SPACES TO WS-RV-NEW-ID
          STRING "RVW" DELIMITED BY SIZE
                 WS-RV-LAST-NUM DELIMITED BY SIZE
            INTO WS-RV-NEW-ID
          END-STRING

          OPEN EXTEND PACKETS-FILE
          IF WS-PACKETS-STATUS = "35"
            OPEN OUTPUT PACKETS-FILE
            IF WS-PACKETS-STATUS = "00"
              CLOSE PACKETS-FILE
            END-IF
            OPEN EXTEND PACKETS-FILE
          END-IF
          IF WS-PACKETS-STATUS NOT = "00"
            AND WS-PACKETS-STATUS NOT = "05"
            MOVE "Unable to save the resume snapshot." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE 0 TO WS-PK-SEQ
          MOVE WS-USERNAME TO WS-PK-SUBJECT
          MOVE WS-RV-NEW-ID TO WS-PK-KEY-ID
          PERFORM SNAPSHOT-RESUME-TO-PACKET
          CLOSE PACKETS-FILE

          OPEN EXTEND REVIEWS-FILE
          IF WS-REVIEWS-STATUS = "35"
            OPEN OUTPUT REVIEWS-FILE
            IF WS-REVIEWS-STATUS = "00"
              CLOSE REVIEWS-FILE
            END-IF
            OPEN EXTEND REVIEWS-FILE
          END-IF
          IF WS-REVIEWS-STATUS NOT = "00"
            AND WS-REVIEWS-STATUS NOT = "05"
            MOVE "Unable to queue the resume for review." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF
          MOVE SPACES TO REVIEW-RECORD
          MOVE WS-RV-NEW-ID TO RV-ID
          MOVE WS-USERNAME TO RV-STUDENT
          MOVE FUNCTION CURRENT-DATE(1:12) TO RV-SUBMITTED-TS
          MOVE "Q" TO RV-STATUS
          WRITE REVIEW-RECORD
          CLOSE REVIEWS-FILE

          MOVE "Your resume was submitted to career services for review.
      -    "" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          MOVE "You will get a feed entry when the comments are ready."
            TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       SHOW-MY-RESUME-REVIEWS.
      *> The student's reviews, newest last; opening one shows the
      *> frozen snapshot with the counselor's comments beside it.
          MOVE 0 TO WS-RV-COUNT
          MOVE "N" TO WS-REVIEWS-EOF

          OPEN INPUT REVIEWS-FILE
          IF WS-REVIEWS-STATUS NOT = "00"
            IF WS-REVIEWS-STATUS = "05"
              CLOSE REVIEWS-FILE
            END-IF
            MOVE "You have not submitted a resume for review yet." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-REVIEWS-EOF = "Y"
            READ REVIEWS-FILE
              AT END
                MOVE "Y" TO WS-REVIEWS-EOF
              NOT AT END
                IF FUNCTION TRIM(RV-STUDENT) =
                  FUNCTION TRIM(WS-USERNAME)
                  AND WS-RV-COUNT < WS-RV-MAX
                  ADD 1 TO WS-RV-COUNT
                  MOVE REVIEW-RECORD TO WS-RV-ENTRY(WS-RV-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE REVIEWS-FILE

          IF WS-RV-COUNT = 0
            MOVE "You have not submitted a resume for review yet." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          PERFORM VARYING WS-RV-IDX FROM 1 BY 1
            UNTIL WS-RV-IDX > WS-RV-COUNT
            PERFORM SET-REVIEW-STATUS-TEXT
            MOVE WS-RV-IDX TO WS-JOB-NUMBER-TEXT
            MOVE SPACES TO OUTPUT-RECORD
            STRING FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
                   ". Submitted " DELIMITED BY SIZE
                   WS-RVT-SUBMITTED-TS(WS-RV-IDX)(1:8) DELIMITED BY
                     SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RV-STATUS-TEXT) DELIMITED BY SIZE
              INTO OUTPUT-RECORD
            END-STRING
            PERFORM PRINT-LINE
          END-PERFORM

          MOVE "Enter a review number to open it, or 0 to go back:" TO
            OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          PERFORM PARSE-REVIEW-PICK
          IF WS-RV-PICK = 0
            EXIT PARAGRAPH
          END-IF

          MOVE WS-RVT-ID(WS-RV-PICK) TO WS-RV-CUR-ID
          MOVE WS-RVT-STUDENT(WS-RV-PICK) TO WS-RV-CUR-STUDENT
          PERFORM SHOW-REVIEW-SNAPSHOT.

       SET-REVIEW-STATUS-TEXT.
          MOVE SPACES TO WS-RV-STATUS-TEXT
          EVALUATE WS-RVT-STATUS(WS-RV-IDX)
            WHEN "Q"
              MOVE "waiting for a counselor" TO WS-RV-STATUS-TEXT
            WHEN "P"
              STRING "in review with " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RVT-COUNSELOR(WS-RV-IDX))
                       DELIMITED BY SIZE
                INTO WS-RV-STATUS-TEXT
              END-STRING
            WHEN OTHER
              STRING "returned " DELIMITED BY SIZE
                     WS-RVT-RETURNED-TS(WS-RV-IDX)(1:8) DELIMITED BY
                       SIZE
                     " by " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RVT-COUNSELOR(WS-RV-IDX))
                       DELIMITED BY SIZE
                INTO WS-RV-STATUS-TEXT
              END-STRING
          END-EVALUATE.

       PARSE-REVIEW-PICK.
      *> INPUT-RECORD holds a list number; WS-RV-PICK is 0 when it is
      *> 0 or not a valid entry.
          MOVE 0 TO WS-RV-PICK
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
          COMPUTE WS-RV-PICK =
            FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
          IF WS-RV-PICK > WS-RV-COUNT
            MOVE 0 TO WS-RV-PICK
            MOVE "Invalid selection." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF.

       SHOW-REVIEW-SNAPSHOT.
      *> Prints the snapshot kept under WS-RV-CUR-ID, numbered, with
      *> each line's comments under it and the overall comments last.
          PERFORM LOAD-REVIEW-NOTES
          MOVE "--- Resume Snapshot ---" TO OUTPUT-RECORD
          PERFORM PRINT-LINE

          MOVE 0 TO WS-PK-SHOWN
          MOVE "N" TO WS-PACKETS-EOF
          OPEN INPUT PACKETS-FILE
          IF WS-PACKETS-STATUS = "00"
            PERFORM UNTIL WS-PACKETS-EOF = "Y"
              READ PACKETS-FILE
                AT END
                  MOVE "Y" TO WS-PACKETS-EOF
                NOT AT END
                  IF FUNCTION TRIM(PK-JOB-ID) =
                    FUNCTION TRIM(WS-RV-CUR-ID)
                    AND FUNCTION TRIM(PK-USERNAME) =
                      FUNCTION TRIM(WS-RV-CUR-STUDENT)
                    ADD 1 TO WS-PK-SHOWN
                    MOVE SPACES TO OUTPUT-RECORD
                    STRING PK-SEQ DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PK-LINE(1:73) DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
                    END-STRING
                    PERFORM PRINT-LINE
                    MOVE PK-SEQ TO WS-RV-LINE-REF
                    PERFORM SHOW-NOTES-FOR-LINE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE PACKETS-FILE
          ELSE
            IF WS-PACKETS-STATUS = "05"
              CLOSE PACKETS-FILE
            END-IF
          END-IF

          IF WS-PK-SHOWN = 0
            MOVE "(the snapshot for this review is no longer on file)"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF

          MOVE 0 TO WS-RV-LINE-REF
          PERFORM VARYING WS-RN-IDX FROM 1 BY 1
            UNTIL WS-RN-IDX > WS-RN-COUNT
            IF WS-RNT-LINE-REF(WS-RN-IDX) = 0
              MOVE SPACES TO OUTPUT-RECORD
              STRING "Overall: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RNT-TEXT(WS-RN-IDX)) DELIMITED BY
                       SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM.

       SHOW-NOTES-FOR-LINE.
          PERFORM VARYING WS-RN-IDX FROM 1 BY 1
            UNTIL WS-RN-IDX > WS-RN-COUNT
            IF WS-RNT-LINE-REF(WS-RN-IDX) = WS-RV-LINE-REF
              MOVE SPACES TO OUTPUT-RECORD
              STRING "     >> " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RNT-TEXT(WS-RN-IDX)) DELIMITED BY
                       SIZE
                INTO OUTPUT-RECORD
              END-STRING
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM.

       LOAD-REVIEW-NOTES.
          MOVE 0 TO WS-RN-COUNT
          MOVE "N" TO WS-REVNOTES-EOF
          OPEN INPUT REVIEWNOTES-FILE
          IF WS-REVNOTES-STATUS NOT = "00"
            IF WS-REVNOTES-STATUS = "05"
              CLOSE REVIEWNOTES-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-REVNOTES-EOF = "Y"
            READ REVIEWNOTES-FILE
              AT END
                MOVE "Y" TO WS-REVNOTES-EOF
              NOT AT END
                IF FUNCTION TRIM(RN-ID) = FUNCTION TRIM(WS-RV-CUR-ID)
                  AND WS-RN-COUNT < WS-RN-MAX
                  ADD 1 TO WS-RN-COUNT
                  MOVE RN-LINE-REF TO WS-RNT-LINE-REF(WS-RN-COUNT)
                  MOVE RN-TEXT TO WS-RNT-TEXT(WS-RN-COUNT)
                END-IF
            END-READ
          END-PERFORM

          CLOSE REVIEWNOTES-FILE.

       HANDLE-REVIEW-QUEUE.
      *> Counselor side. An item the counselor already has in review
      *> is resumed first; otherwise the oldest waiting resume is
      *> picked up. Comments go on a snapshot line or overall, and
      *> returning the review tells the student it is ready.
          PERFORM SCAN-REVIEW-QUEUE
          MOVE WS-RV-WAITING TO WS-JOB-NUMBER-TEXT
          MOVE SPACES TO OUTPUT-RECORD
          STRING "Resumes waiting for review: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-JOB-NUMBER-TEXT) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE

          IF WS-RV-CUR-ID = SPACES
            IF WS-RV-OLDEST-ID = SPACES
              MOVE "The review queue is empty." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
            MOVE "Pick up the oldest waiting resume? (Y/N)" TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PARAGRAPH
            END-IF
            IF INPUT-RECORD(1:1) NOT = "Y"
              AND INPUT-RECORD(1:1) NOT = "y"
              EXIT PARAGRAPH
            END-IF
            MOVE "PICK" TO WS-RV-ACTION
            MOVE WS-RV-OLDEST-ID TO WS-RV-KEY-ID
            PERFORM APPLY-REVIEW-CHANGE
            IF WS-RV-APPLIED NOT = "Y"
              MOVE "Another counselor just took that resume; try again."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PARAGRAPH
            END-IF
            MOVE WS-RV-OLDEST-ID TO WS-RV-CUR-ID
            MOVE WS-RV-OLDEST-STUDENT TO WS-RV-CUR-STUDENT
          ELSE
            MOVE "Continuing the resume you have in review." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
          END-IF

          MOVE SPACES TO OUTPUT-RECORD
          STRING "Reviewing " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RV-CUR-ID) DELIMITED BY SIZE
                 " for " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RV-CUR-STUDENT) DELIMITED BY SIZE
            INTO OUTPUT-RECORD
          END-STRING
          PERFORM PRINT-LINE
          PERFORM SHOW-REVIEW-SNAPSHOT

          PERFORM UNTIL WS-EOF = "Y"
            MOVE "Line number to comment on (0 = overall), R = return,"
              TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            MOVE "X = stop for now:" TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            PERFORM READ-AND-LOG
            IF WS-EOF = "Y"
              EXIT PERFORM
            END-IF

            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
            MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
              TO WS-IN-LEN
            IF WS-TRIMMED-IN(1:1) = "X" OR WS-TRIMMED-IN(1:1) = "x"
              MOVE "Review saved; it stays with you until returned."
                TO OUTPUT-RECORD
              PERFORM PRINT-LINE
              EXIT PERFORM
            END-IF
            IF WS-TRIMMED-IN(1:1) = "R" OR WS-TRIMMED-IN(1:1) = "r"
              PERFORM RETURN-RESUME-REVIEW
              EXIT PERFORM
            END-IF

            IF WS-IN-LEN = 0 OR WS-IN-LEN > 3
              OR WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
              MOVE "Invalid selection." TO OUTPUT-RECORD
              PERFORM PRINT-LINE
            ELSE
              COMPUTE WS-RV-LINE-REF =
                FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
              IF WS-RV-LINE-REF > WS-PK-SHOWN
                MOVE "No such line in the snapshot." TO OUTPUT-RECORD
                PERFORM PRINT-LINE
              ELSE
                PERFORM ADD-REVIEW-NOTE
              END-IF
            END-IF
          END-PERFORM.

       SCAN-REVIEW-QUEUE.
      *> Counts waiting items, finds the oldest one, and finds any
      *> item this counselor already has in review.
          MOVE 0 TO WS-RV-WAITING
          MOVE SPACES TO WS-RV-OLDEST-ID
          MOVE SPACES TO WS-RV-OLDEST-STUDENT
          MOVE SPACES TO WS-RV-OLDEST-TS
          MOVE SPACES TO WS-RV-CUR-ID
          MOVE SPACES TO WS-RV-CUR-STUDENT
          MOVE "N" TO WS-REVIEWS-EOF

          OPEN INPUT REVIEWS-FILE
          IF WS-REVIEWS-STATUS NOT = "00"
            IF WS-REVIEWS-STATUS = "05"
              CLOSE REVIEWS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-REVIEWS-EOF = "Y"
            READ REVIEWS-FILE
              AT END
                MOVE "Y" TO WS-REVIEWS-EOF
              NOT AT END
                IF RV-STATUS = "Q"
                  ADD 1 TO WS-RV-WAITING
                  IF WS-RV-OLDEST-ID = SPACES
                    OR RV-SUBMITTED-TS < WS-RV-OLDEST-TS
                    MOVE RV-ID TO WS-RV-OLDEST-ID
                    MOVE RV-STUDENT TO WS-RV-OLDEST-STUDENT
                    MOVE RV-SUBMITTED-TS TO WS-RV-OLDEST-TS
                  END-IF
                END-IF
                IF RV-STATUS = "P" AND WS-RV-CUR-ID = SPACES
                  AND FUNCTION TRIM(RV-COUNSELOR) =
                    FUNCTION TRIM(WS-USERNAME)
                  MOVE RV-ID TO WS-RV-CUR-ID
                  MOVE RV-STUDENT TO WS-RV-CUR-STUDENT
                END-IF
            END-READ
          END-PERFORM

          CLOSE REVIEWS-FILE.

       ADD-REVIEW-NOTE.
          MOVE "Comment:" TO OUTPUT-RECORD
          PERFORM PRINT-LINE
          PERFORM READ-AND-LOG
          IF WS-EOF = "Y"
            EXIT PARAGRAPH
          END-IF
          IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) = 0
            MOVE "Comment cannot be blank." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          OPEN EXTEND REVIEWNOTES-FILE
          IF WS-REVNOTES-STATUS = "35"
            OPEN OUTPUT REVIEWNOTES-FILE
            IF WS-REVNOTES-STATUS = "00"
              CLOSE REVIEWNOTES-FILE
            END-IF
            OPEN EXTEND REVIEWNOTES-FILE
          END-IF
          IF WS-REVNOTES-STATUS NOT = "00"
            AND WS-REVNOTES-STATUS NOT = "05"
            MOVE "Unable to save the comment." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE WS-RV-CUR-ID TO RN-ID
          MOVE WS-RV-LINE-REF TO RN-LINE-REF
          MOVE WS-USERNAME TO RN-COUNSELOR
          MOVE FUNCTION CURRENT-DATE(1:12) TO RN-TS
          MOVE FUNCTION TRIM(INPUT-RECORD) TO RN-TEXT
          WRITE REVIEWNOTE-RECORD
          CLOSE REVIEWNOTES-FILE

          MOVE "Comment saved." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       RETURN-RESUME-REVIEW.
          PERFORM LOAD-REVIEW-NOTES
          IF WS-RN-COUNT = 0
            MOVE "Add at least one comment before returning it." TO
              OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE "RETURN" TO WS-RV-ACTION
          MOVE WS-RV-CUR-ID TO WS-RV-KEY-ID
          PERFORM APPLY-REVIEW-CHANGE
          IF WS-RV-APPLIED NOT = "Y"
            MOVE "The review could not be returned." TO OUTPUT-RECORD
            PERFORM PRINT-LINE
            EXIT PARAGRAPH
          END-IF

          MOVE SPACES TO WS-NOTIF-TEXT
          STRING "Your resume review is ready (from " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
            INTO WS-NOTIF-TEXT
          END-STRING
          MOVE WS-RV-CUR-STUDENT TO WS-NOTIF-USER
          PERFORM ADD-NOTIFICATION

          MOVE "Review returned to the student." TO OUTPUT-RECORD
          PERFORM PRINT-LINE.

       APPLY-REVIEW-CHANGE.
      *> Streams REVIEWS.DAT through REVIEWS.NEW applying WS-RV-ACTION
      *> (PICK or RETURN) to WS-RV-KEY-ID. The status is checked on
      *> the live row, so two counselors cannot take the same item.
          MOVE "N" TO WS-RV-APPLIED
          MOVE 0 TO WS-RV-KEPT
          MOVE "N" TO WS-REVIEWS-EOF

          OPEN INPUT REVIEWS-FILE
          IF WS-REVIEWS-STATUS NOT = "00"
            IF WS-REVIEWS-STATUS = "05"
              CLOSE REVIEWS-FILE
            END-IF
            EXIT PARAGRAPH
          END-IF

          MOVE "REVIEWS.NEW" TO WS-GC-OUT-NAME
          OPEN OUTPUT GENERIC-OUT-FILE
          IF WS-GC-OUT-STATUS NOT = "00"
            AND WS-GC-OUT-STATUS NOT = "05"
            CLOSE REVIEWS-FILE
            EXIT PARAGRAPH
          END-IF

          PERFORM UNTIL WS-REVIEWS-EOF = "Y"
            READ REVIEWS-FILE
              AT END
                MOVE "Y" TO WS-REVIEWS-EOF
              NOT AT END
                IF FUNCTION TRIM(RV-ID) = FUNCTION TRIM(WS-RV-KEY-ID)
                  EVALUATE WS-RV-ACTION
                    WHEN "PICK"
                      IF RV-STATUS = "Q"
                        MOVE "P" TO RV-STATUS
                        MOVE WS-USERNAME TO RV-COUNSELOR
                        MOVE FUNCTION CURRENT-DATE(1:12) TO
                          RV-PICKED-TS
                        MOVE "Y" TO WS-RV-APPLIED
                      END-IF
                    WHEN "RETURN"
                      IF RV-STATUS = "P"
                        AND FUNCTION TRIM(RV-COUNSELOR) =
                          FUNCTION TRIM(WS-USERNAME)
                        MOVE "D" TO RV-STATUS
                        MOVE FUNCTION CURRENT-DATE(1:12) TO
                          RV-RETURNED-TS
                        MOVE "Y" TO WS-RV-APPLIED
                      END-IF
                  END-EVALUATE
                END-IF
                MOVE SPACES TO GENERIC-OUT-RECORD
                MOVE REVIEW-RECORD TO GENERIC-OUT-RECORD
                WRITE GENERIC-OUT-RECORD
                ADD 1 TO WS-RV-KEPT
            END-READ
          END-PERFORM

          CLOSE REVIEWS-FILE
          CLOSE GENERIC-OUT-FILE

          MOVE "REVIEWS" TO WS-SAFE-BASE-NAME
          MOVE WS-RV-KEPT TO WS-SAFE-EXPECTED
          PERFORM SAFE-COMMIT-WORK-FILE
          IF WS-SAFE-OK NOT = "Y"
            MOVE "N" TO WS-RV-APPLIED
          END-IF.
