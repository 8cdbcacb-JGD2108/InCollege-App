      *>   - accounts with repeated failures short of lockout
      *>   - failure bursts in a short window (password guessing)
      *>   - first-ever logins in the last 7 days
      *>   - two-step sign-in adoption by account type (TWOSTEP.DAT;
      *>     recruiters and administrators always count as on)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

           SELECT OPTIONAL TWOSTEP-FILE
               ASSIGN TO "TWOSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TWOSTEP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
             05 USER-ACTIVE PIC X(1).
             05 USER-ACCOUNT-TYPE PIC X(1).

       FD TWOSTEP-FILE.
           01 TWOSTEP-RECORD.
             05 TWS-USERNAME PIC X(12).
             05 TWS-ENABLED PIC X(1).
             05 TWS-SET-DATE PIC X(8).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

         77 WS-LOGINFAIL-STATUS PIC XX.
         77 WS-USERS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-TWOSTEP-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
           05 WS-LS-ENTRY OCCURS 1000 TIMES.
             10 WS-LS-USERNAME PIC X(12).
             10 WS-LS-ACTIVE PIC X(1).
             10 WS-LS-TYPE PIC X(1).
             10 WS-LS-TWO-STEP PIC X(1).
         77 WS-LS-COUNT PIC 9(4) VALUE 0.
         77 WS-LS-IDX PIC 9(4) VALUE 0.
         77 WS-USER-ACTIVE-FLAG PIC X VALUE "Y".

         01 WS-TWO-STEP-TYPE-TABLE.
           05 WS-TT-ENTRY OCCURS 5 TIMES.
             10 WS-TT-TYPE PIC X(1).
             10 WS-TT-LABEL PIC X(15).
             10 WS-TT-ACCOUNTS PIC 9(5).
             10 WS-TT-ON PIC 9(5).
         77 WS-TT-IDX PIC 9(2) VALUE 0.
         77 WS-TT-TOTAL-ACCOUNTS PIC 9(5) VALUE 0.
         77 WS-TT-TOTAL-ON PIC 9(5) VALUE 0.

         77 WS-LOCKOUT-THRESHOLD PIC 9(2) VALUE 5.
         77 WS-BURST-THRESHOLD PIC 9(2) VALUE 3.
         77 WS-LISTED PIC 9(4) VALUE 0.

           PERFORM SCAN-LOGINLOG
           PERFORM LOAD-USER-STATES
           PERFORM LOAD-TWO-STEP-SETTINGS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
           PERFORM WRITE-DAILY-VOLUME
           PERFORM WRITE-FAILURE-SECTIONS
           PERFORM WRITE-FIRST-LOGINS
           PERFORM WRITE-TWO-STEP-ADOPTION

           CLOSE REPORT-FILE

                     ADD 1 TO WS-LS-COUNT
                     MOVE USERNAME TO WS-LS-USERNAME(WS-LS-COUNT)
                     MOVE USER-ACTIVE TO WS-LS-ACTIVE(WS-LS-COUNT)
                     MOVE USER-ACCOUNT-TYPE TO WS-LS-TYPE(WS-LS-COUNT)
                     IF USER-ACCOUNT-TYPE = "R"
                       OR USER-ACCOUNT-TYPE = "A"
                       MOVE "Y" TO WS-LS-TWO-STEP(WS-LS-COUNT)
                     ELSE
                       MOVE "N" TO WS-LS-TWO-STEP(WS-LS-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             END-IF
           END-IF.

       LOAD-TWO-STEP-SETTINGS.
      *> Students, alumni and staff are on only with a TWOSTEP.DAT
      *> row switched on; recruiters and administrators were set on
      *> above whatever their row says.
           MOVE "N" TO WS-EOF
           OPEN INPUT TWOSTEP-FILE
           IF WS-TWOSTEP-STATUS NOT = "00"
             IF WS-TWOSTEP-STATUS = "05"
               CLOSE TWOSTEP-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ TWOSTEP-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT
                   IF FUNCTION TRIM(WS-LS-USERNAME(WS-LS-IDX)) =
                     FUNCTION TRIM(TWS-USERNAME)
                     AND WS-LS-TYPE(WS-LS-IDX) NOT = "R"
                     AND WS-LS-TYPE(WS-LS-IDX) NOT = "A"
                     IF TWS-ENABLED = "Y"
                       MOVE "Y" TO WS-LS-TWO-STEP(WS-LS-IDX)
                     ELSE
                       MOVE "N" TO WS-LS-TWO-STEP(WS-LS-IDX)
                     END-IF
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE TWOSTEP-FILE.

       GET-USER-ACTIVE-FLAG.
      *> Looks up LF-USERNAME's USER-ACTIVE flag ("Y" if unknown).
           MOVE "Y" TO WS-USER-ACTIVE-FLAG
             WRITE REPORT-LINE
           END-IF.

       WRITE-TWO-STEP-ADOPTION.
           MOVE "S" TO WS-TT-TYPE(1)
           MOVE "Students" TO WS-TT-LABEL(1)
           MOVE "L" TO WS-TT-TYPE(2)
           MOVE "Alumni" TO WS-TT-LABEL(2)
           MOVE "F" TO WS-TT-TYPE(3)
           MOVE "Staff" TO WS-TT-LABEL(3)
           MOVE "R" TO WS-TT-TYPE(4)
           MOVE "Recruiters" TO WS-TT-LABEL(4)
           MOVE "A" TO WS-TT-TYPE(5)
           MOVE "Administrators" TO WS-TT-LABEL(5)
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL WS-TT-IDX > 5
             MOVE 0 TO WS-TT-ACCOUNTS(WS-TT-IDX)
             MOVE 0 TO WS-TT-ON(WS-TT-IDX)
           END-PERFORM
           MOVE 0 TO WS-TT-TOTAL-ACCOUNTS
           MOVE 0 TO WS-TT-TOTAL-ON

           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
             UNTIL WS-LS-IDX > WS-LS-COUNT
             ADD 1 TO WS-TT-TOTAL-ACCOUNTS
             IF WS-LS-TWO-STEP(WS-LS-IDX) = "Y"
               ADD 1 TO WS-TT-TOTAL-ON
             END-IF
             PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL WS-TT-IDX > 5
               IF WS-TT-TYPE(WS-TT-IDX) = WS-LS-TYPE(WS-LS-IDX)
                 ADD 1 TO WS-TT-ACCOUNTS(WS-TT-IDX)
                 IF WS-LS-TWO-STEP(WS-LS-IDX) = "Y"
                   ADD 1 TO WS-TT-ON(WS-TT-IDX)
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Two-step sign-in turned on, by account type:" TO
             REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL WS-TT-IDX > 5
             MOVE SPACES TO REPORT-LINE
             STRING "  " DELIMITED BY SIZE
                    WS-TT-LABEL(WS-TT-IDX) DELIMITED BY SIZE
                    WS-TT-ON(WS-TT-IDX) DELIMITED BY SIZE
                    " of " DELIMITED BY SIZE
                    WS-TT-ACCOUNTS(WS-TT-IDX) DELIMITED BY SIZE
                    " account(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             IF WS-TT-TYPE(WS-TT-IDX) = "R"
               OR WS-TT-TYPE(WS-TT-IDX) = "A"
               MOVE "(required)" TO REPORT-LINE(50:10)
             END-IF
             WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  "All accounts   " DELIMITED BY SIZE
                  WS-TT-TOTAL-ON DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-TT-TOTAL-ACCOUNTS DELIMITED BY SIZE
                  " account(s)" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       END PROGRAM LOGINSECREPORT.
