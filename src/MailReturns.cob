       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRETURNS.

      *> Daily pass over the campus mail gateway's return file,
      *> MAILRETURN.TXT, which reports what became of the mail we
      *> handed it through MAILQUEUE.DAT. Rows are pipe-delimited:
      *>   recipient|type|queued-ts|outcome|reason
      *> where recipient, type and queued-ts are the MAILLOG.DAT row
      *> the message was logged under and the outcome is D
      *> (delivered), S (soft bounce) or H (hard bounce).
      *>
      *> Every row is matched to MAILLOG.DAT and recorded once in the
      *> delivery ledger, MAILDELIVERY.DAT, so a rerun over the same
      *> return file changes nothing. Then:
      *>   - a soft bounce is handed to the gateway again, up to
      *>     MAIL-SOFT-RETRIES retries (PARAMS.DAT, default 3) per
      *>     message; the retry is a fresh MAILQUEUE/MAILLOG pair and
      *>     the ledger links it to the bounce it repeats. Sign-in
      *>     codes (CODE) are never retried, they expire first.
      *>   - a user with MAIL-HARD-LIMIT (default 2) hard bounces
      *>     since email was last turned off for them is dropped to
      *>     in-app only on MAILPREFS.DAT and told in their feed to
      *>     fix their address; turning email back on in Privacy
      *>     settings starts the count again.
      *> MAIL-DELIVERABILITY-<date>.TXT shows the last 30 days of
      *> returns by message type with the bounce rate.
      *> Run daily.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURN-FILE
               ASSIGN TO "MAILRETURN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT OPTIONAL MAILLOG-FILE
               ASSIGN TO "MAILLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILLOG-STATUS.

           SELECT OPTIONAL MAILQUEUE-FILE
               ASSIGN TO "MAILQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILQUEUE-STATUS.

           SELECT OPTIONAL DELIVERY-FILE
               ASSIGN TO "MAILDELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.

           SELECT OPTIONAL MAILPREFS-FILE
               ASSIGN TO "MAILPREFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILPREFS-STATUS.

           SELECT OPTIONAL NOTIFICATIONS-FILE
               ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-STATUS.

           SELECT OPTIONAL PARAMS-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
           01 RETURN-RECORD PIC X(120).

       FD MAILLOG-FILE.
           01 MAILLOG-RECORD.
             05 ML2-RECIPIENT PIC X(12).
             05 ML2-TYPE PIC X(4).
             05 ML2-QUEUED-TS PIC X(14).

       FD MAILQUEUE-FILE.
           01 MAILQUEUE-RECORD.
             05 MQ-RECIPIENT PIC X(12).
             05 MQ-TYPE PIC X(4).
             05 MQ-SUBJECT PIC X(40).
             05 MQ-BODY PIC X(100).

      *> One row per gateway return processed, plus an X row each
      *> time a user is dropped to in-app only. MD-RETRY-TS is the
      *> MAILLOG queued time of the retry a soft bounce led to;
      *> MD-ATTEMPT is 1 for the original send.
       FD DELIVERY-FILE.
           01 DELIVERY-RECORD.
             05 MD-EVENT-DATE PIC X(8).
             05 MD-RECIPIENT PIC X(12).
             05 MD-TYPE PIC X(4).
             05 MD-QUEUED-TS PIC X(14).
      *> D delivered, S soft bounce, H hard bounce, X email off
             05 MD-OUTCOME PIC X(1).
      *> N when no MAILLOG row matched; no action is taken on it
             05 MD-MATCHED PIC X(1).
             05 MD-ATTEMPT PIC 9(2).
             05 MD-RETRY-TS PIC X(14).
             05 MD-REASON PIC X(30).

       FD MAILPREFS-FILE.
           01 MAILPREF-RECORD.
             05 MLP-USERNAME PIC X(12).
             05 MLP-MODE PIC X(1).

       FD NOTIFICATIONS-FILE.
           01 NOTIFICATION-RECORD.
             05 NOTIF-USERNAME PIC X(12).
             05 NOTIF-TIMESTAMP PIC X(14).
             05 NOTIF-TEXT PIC X(60).
             05 NOTIF-SEEN PIC X(1).

       FD PARAMS-FILE.
           01 PARAM-RECORD.
             05 PRM-NAME PIC X(20).
             05 PRM-VALUE PIC X(10).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-RETURN-STATUS PIC XX.
         77 WS-MAILLOG-STATUS PIC XX.
         77 WS-MAILQUEUE-STATUS PIC XX.
         77 WS-DELIVERY-STATUS PIC XX.
         77 WS-MAILPREFS-STATUS PIC XX.
         77 WS-NOTIF-STATUS PIC XX.
         77 WS-PARAMS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-QUEUE-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-TODAY-INT PIC S9(9) VALUE 0.
         77 WS-WINDOW-FROM PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).

      *> Run-time parameters (PARAMS.DAT overrides)
         77 WS-SOFT-RETRIES PIC 9(2) VALUE 3.
         77 WS-HARD-LIMIT PIC 9(2) VALUE 2.
         77 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
         77 WS-PARAMS-EOF PIC X VALUE "N".
         77 WS-PARAM-NUM PIC 9(6) VALUE 0.

      *> Today's gateway returns
         77 WS-MAX-RETURNS PIC 9(4) VALUE 2000.
         01 WS-RETURN-TABLE.
           05 WS-RT-ENTRY OCCURS 2000 TIMES.
             10 WS-RT-RECIPIENT PIC X(12).
             10 WS-RT-TYPE PIC X(4).
             10 WS-RT-QUEUED-TS PIC X(14).
             10 WS-RT-OUTCOME PIC X(1).
             10 WS-RT-REASON PIC X(30).
      *> Space = to process, P = already in the ledger
             10 WS-RT-STATE PIC X(1).
             10 WS-RT-MATCHED PIC X(1).
             10 WS-RT-ATTEMPT PIC 9(2).
             10 WS-RT-RETRY-TS PIC X(14).
             10 WS-RT-SUBJECT PIC X(40).
             10 WS-RT-BODY PIC X(100).
         77 WS-RT-COUNT PIC 9(4) VALUE 0.
         77 WS-RT-IDX PIC 9(4) VALUE 0.
         77 WS-RT-OUTCOME-IN PIC X(10).
         77 WS-RT-TS-IN PIC X(20).

      *> Users with a hard bounce today
         77 WS-MAX-HARD-USERS PIC 9(3) VALUE 500.
         01 WS-HARD-TABLE.
           05 WS-HU-ENTRY OCCURS 500 TIMES.
             10 WS-HU-USER PIC X(12).
             10 WS-HU-COUNT PIC 9(3).
             10 WS-HU-DROP PIC X(1).
         77 WS-HU-COUNT-ALL PIC 9(3) VALUE 0.
         77 WS-HU-IDX PIC 9(3) VALUE 0.

      *> MAILPREFS.DAT rows, for the in-app only rewrite
         77 WS-MAX-PREFS PIC 9(4) VALUE 2000.
         01 WS-PREF-TABLE.
           05 WS-MPF-ENTRY OCCURS 2000 TIMES.
             10 WS-MPF-USERNAME PIC X(12).
             10 WS-MPF-MODE PIC X(1).
         77 WS-MPF-COUNT PIC 9(4) VALUE 0.
         77 WS-MPF-IDX PIC 9(4) VALUE 0.
         77 WS-PREFS-CHANGED PIC X VALUE "N".

      *> Outbound retry and feed note
         77 WS-MAIL-RECIPIENT PIC X(12).
         77 WS-MAIL-TYPE PIC X(4).
         77 WS-MAIL-SUBJECT PIC X(40).
         77 WS-MAIL-BODY PIC X(100).
         77 WS-MAIL-QUEUED-TS PIC X(14).
         77 WS-MAIL-QUEUED PIC X VALUE "N".
         77 WS-NOTIF-USER PIC X(12).
         77 WS-NOTIF-TEXT PIC X(60).

      *> Run counts
         77 WS-READ-COUNT PIC 9(4) VALUE 0.
         77 WS-REJECT-COUNT PIC 9(4) VALUE 0.
         77 WS-REPEAT-COUNT PIC 9(4) VALUE 0.
         77 WS-UNMATCHED-COUNT PIC 9(4) VALUE 0.
         77 WS-DELIVERED-COUNT PIC 9(4) VALUE 0.
         77 WS-SOFT-COUNT PIC 9(4) VALUE 0.
         77 WS-HARD-COUNT PIC 9(4) VALUE 0.
         77 WS-RETRIED-COUNT PIC 9(4) VALUE 0.
         77 WS-GAVEUP-COUNT PIC 9(4) VALUE 0.
         77 WS-DROPPED-COUNT PIC 9(4) VALUE 0.

      *> Deliverability by message type over the report window
         01 WS-TYPE-TABLE.
           05 WS-TY-ENTRY OCCURS 20 TIMES.
             10 WS-TY-TYPE PIC X(4).
             10 WS-TY-DELIVERED PIC 9(6).
             10 WS-TY-SOFT PIC 9(6).
             10 WS-TY-HARD PIC 9(6).
             10 WS-TY-RETRIED PIC 9(6).
         77 WS-TY-COUNT PIC 9(2) VALUE 0.
         77 WS-TY-IDX PIC 9(2) VALUE 0.
         77 WS-TY-LABEL PIC X(20).
         77 WS-TY-RETURNS PIC 9(7) VALUE 0.
         77 WS-TY-BOUNCES PIC 9(7) VALUE 0.
         77 WS-TOTAL-DELIVERED PIC 9(7) VALUE 0.
         77 WS-TOTAL-SOFT PIC 9(7) VALUE 0.
         77 WS-TOTAL-HARD PIC 9(7) VALUE 0.
         77 WS-TOTAL-RETRIED PIC 9(7) VALUE 0.
         77 WS-RATE PIC 9(3)V9 VALUE 0.
         77 WS-RATE-TEXT PIC ZZ9.9.
         77 WS-NUM-TEXT PIC Z(6)9.
         77 WS-COUNT-TEXT PIC Z(4)9.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-TODAY-STAMP))
           PERFORM LOAD-RUNTIME-PARAMS
           MOVE FUNCTION DATE-OF-INTEGER
             (WS-TODAY-INT - WS-WINDOW-DAYS + 1) TO WS-WINDOW-FROM

           PERFORM LOAD-RETURN-FILE
           IF WS-RT-COUNT > 0
             PERFORM CHECK-LEDGER-HISTORY
             PERFORM MATCH-MAIL-LOG
             PERFORM APPLY-RETURNS
             IF WS-HU-COUNT-ALL > 0
               PERFORM COUNT-HARD-BOUNCES
               PERFORM DROP-TO-IN-APP
             END-IF
           END-IF

           PERFORM WRITE-DELIVERABILITY-REPORT

           DISPLAY "Mail returns: " WS-READ-COUNT " read, "
             WS-REPEAT-COUNT " already recorded, "
             WS-UNMATCHED-COUNT " unmatched, "
             WS-REJECT-COUNT " rejected."
           DISPLAY "  " WS-DELIVERED-COUNT " delivered, "
             WS-SOFT-COUNT " soft (" WS-RETRIED-COUNT " retried), "
             WS-HARD-COUNT " hard; " WS-DROPPED-COUNT
             " user(s) moved to in-app only."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "returns " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  " retried " DELIMITED BY SIZE
                  WS-RETRIED-COUNT DELIMITED BY SIZE
                  " hard " DELIMITED BY SIZE
                  WS-HARD-COUNT DELIMITED BY SIZE
                  " in-app " DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       LOAD-RUNTIME-PARAMS.
           MOVE "N" TO WS-PARAMS-EOF
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS NOT = "00"
             IF WS-PARAMS-STATUS = "05"
               CLOSE PARAMS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PARAMS-EOF = "Y"
             READ PARAMS-FILE
               AT END
                 MOVE "Y" TO WS-PARAMS-EOF
               NOT AT END
                 IF FUNCTION LENGTH(FUNCTION TRIM(PRM-VALUE)) > 0
                   AND FUNCTION TRIM(PRM-VALUE) IS NUMERIC
                   COMPUTE WS-PARAM-NUM =
                     FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                   EVALUATE FUNCTION TRIM(PRM-NAME)
      *> Zero retries is allowed: soft bounces are only recorded.
                     WHEN "MAIL-SOFT-RETRIES"
                       IF WS-PARAM-NUM < 100
                         MOVE WS-PARAM-NUM TO WS-SOFT-RETRIES
                       END-IF
                     WHEN "MAIL-HARD-LIMIT"
                       IF WS-PARAM-NUM > 0 AND WS-PARAM-NUM < 100
                         MOVE WS-PARAM-NUM TO WS-HARD-LIMIT
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PARAMS-FILE.

       LOAD-RETURN-FILE.
           MOVE 0 TO WS-RT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
             IF WS-RETURN-STATUS = "05"
               CLOSE RETURN-FILE
             END-IF
             DISPLAY "No MAILRETURN.TXT from the mail gateway today."
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ RETURN-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FUNCTION LENGTH(FUNCTION TRIM(RETURN-RECORD)) > 0
                   ADD 1 TO WS-READ-COUNT
                   PERFORM PARSE-RETURN-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE RETURN-FILE.

       PARSE-RETURN-ROW.
           IF WS-RT-COUNT >= WS-MAX-RETURNS
             MOVE 8 TO RETURN-CODE
             DISPLAY "More returns than MAILRETURNS can hold; the "
               "rest wait for the next run."
             MOVE "Y" TO WS-EOF
             SUBTRACT 1 FROM WS-READ-COUNT
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RT-COUNT
           MOVE SPACES TO WS-RT-ENTRY(WS-RT-COUNT)
           MOVE SPACES TO WS-RT-OUTCOME-IN
           MOVE SPACES TO WS-RT-TS-IN
           UNSTRING RETURN-RECORD DELIMITED BY "|"
             INTO WS-RT-RECIPIENT(WS-RT-COUNT)
                  WS-RT-TYPE(WS-RT-COUNT)
                  WS-RT-TS-IN
                  WS-RT-OUTCOME-IN
                  WS-RT-REASON(WS-RT-COUNT)
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RT-TS-IN) TO
             WS-RT-QUEUED-TS(WS-RT-COUNT)
           MOVE FUNCTION TRIM(WS-RT-OUTCOME-IN) TO
             WS-RT-OUTCOME(WS-RT-COUNT)
           INSPECT WS-RT-OUTCOME(WS-RT-COUNT) CONVERTING "dsh"
             TO "DSH"
           INSPECT WS-RT-TYPE(WS-RT-COUNT) CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO WS-RT-MATCHED(WS-RT-COUNT)
           MOVE 1 TO WS-RT-ATTEMPT(WS-RT-COUNT)

           IF FUNCTION LENGTH(FUNCTION TRIM(
               WS-RT-RECIPIENT(WS-RT-COUNT))) = 0
             OR WS-RT-QUEUED-TS(WS-RT-COUNT) IS NOT NUMERIC
             OR (WS-RT-OUTCOME(WS-RT-COUNT) NOT = "D"
               AND WS-RT-OUTCOME(WS-RT-COUNT) NOT = "S"
               AND WS-RT-OUTCOME(WS-RT-COUNT) NOT = "H")
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "Rejected return row: "
               FUNCTION TRIM(RETURN-RECORD)
             SUBTRACT 1 FROM WS-RT-COUNT
           END-IF.

      *> A return already in the ledger with the same outcome is a
      *> rerun and is left alone. A return for a message that was
      *> itself a retry carries on that message's attempt count.
       CHECK-LEDGER-HISTORY.
           MOVE "N" TO WS-EOF
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-STATUS NOT = "00"
             IF WS-DELIVERY-STATUS = "05"
               CLOSE DELIVERY-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ DELIVERY-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF MD-OUTCOME NOT = "X"
                   PERFORM CHECK-ONE-LEDGER-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE DELIVERY-FILE.

       CHECK-ONE-LEDGER-ROW.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-COUNT
             IF MD-RECIPIENT = WS-RT-RECIPIENT(WS-RT-IDX)
               AND MD-TYPE = WS-RT-TYPE(WS-RT-IDX)
               IF MD-QUEUED-TS = WS-RT-QUEUED-TS(WS-RT-IDX)
                 AND MD-OUTCOME = WS-RT-OUTCOME(WS-RT-IDX)
                 AND WS-RT-STATE(WS-RT-IDX) = SPACE
                 MOVE "P" TO WS-RT-STATE(WS-RT-IDX)
                 ADD 1 TO WS-REPEAT-COUNT
               END-IF
               IF MD-RETRY-TS = WS-RT-QUEUED-TS(WS-RT-IDX)
                 AND MD-ATTEMPT >= WS-RT-ATTEMPT(WS-RT-IDX)
                 COMPUTE WS-RT-ATTEMPT(WS-RT-IDX) = MD-ATTEMPT + 1
               END-IF
             END-IF
           END-PERFORM.

      *> MAILQUEUE.DAT and MAILLOG.DAT are appended as a pair by
      *> every sender, so reading them in step puts the message text
      *> beside its log row. Should a pair ever have been split, the
      *> latest queue row for the same recipient and type stands in.
       MATCH-MAIL-LOG.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-QUEUE-EOF
           OPEN INPUT MAILLOG-FILE
           IF WS-MAILLOG-STATUS NOT = "00"
             IF WS-MAILLOG-STATUS = "05"
               CLOSE MAILLOG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT MAILQUEUE-FILE
           IF WS-MAILQUEUE-STATUS NOT = "00"
             IF WS-MAILQUEUE-STATUS = "05"
               CLOSE MAILQUEUE-FILE
             END-IF
             MOVE "Y" TO WS-QUEUE-EOF
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ MAILLOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-QUEUE-EOF NOT = "Y"
                   READ MAILQUEUE-FILE
                     AT END
                       MOVE "Y" TO WS-QUEUE-EOF
                     NOT AT END
                       PERFORM NOTE-QUEUED-TEXT
                   END-READ
                 END-IF
                 PERFORM MATCH-ONE-LOG-ROW
             END-READ
           END-PERFORM

           CLOSE MAILLOG-FILE
           IF WS-MAILQUEUE-STATUS = "00"
             OR WS-MAILQUEUE-STATUS = "10"
             CLOSE MAILQUEUE-FILE
           END-IF.

       NOTE-QUEUED-TEXT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-COUNT
             IF WS-RT-MATCHED(WS-RT-IDX) = "N"
               AND MQ-RECIPIENT = WS-RT-RECIPIENT(WS-RT-IDX)
               AND MQ-TYPE = WS-RT-TYPE(WS-RT-IDX)
               MOVE MQ-SUBJECT TO WS-RT-SUBJECT(WS-RT-IDX)
               MOVE MQ-BODY TO WS-RT-BODY(WS-RT-IDX)
             END-IF
           END-PERFORM.

       MATCH-ONE-LOG-ROW.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-COUNT
             IF WS-RT-MATCHED(WS-RT-IDX) = "N"
               AND ML2-RECIPIENT = WS-RT-RECIPIENT(WS-RT-IDX)
               AND ML2-TYPE = WS-RT-TYPE(WS-RT-IDX)
               AND ML2-QUEUED-TS = WS-RT-QUEUED-TS(WS-RT-IDX)
               MOVE "Y" TO WS-RT-MATCHED(WS-RT-IDX)
             END-IF
           END-PERFORM.

       APPLY-RETURNS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-COUNT
             IF WS-RT-STATE(WS-RT-IDX) = SPACE
               PERFORM APPLY-ONE-RETURN
             END-IF
           END-PERFORM

           OPEN EXTEND DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "35"
             OPEN OUTPUT DELIVERY-FILE
             IF WS-DELIVERY-STATUS = "00"
               CLOSE DELIVERY-FILE
             END-IF
             OPEN EXTEND DELIVERY-FILE
           END-IF
           IF WS-DELIVERY-STATUS NOT = "00"
             AND WS-DELIVERY-STATUS NOT = "05"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to write MAILDELIVERY.DAT; today's "
               "returns are not recorded."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-COUNT
             IF WS-RT-STATE(WS-RT-IDX) = SPACE
               MOVE WS-TODAY-STAMP TO MD-EVENT-DATE
               MOVE WS-RT-RECIPIENT(WS-RT-IDX) TO MD-RECIPIENT
               MOVE WS-RT-TYPE(WS-RT-IDX) TO MD-TYPE
               MOVE WS-RT-QUEUED-TS(WS-RT-IDX) TO MD-QUEUED-TS
               MOVE WS-RT-OUTCOME(WS-RT-IDX) TO MD-OUTCOME
               MOVE WS-RT-MATCHED(WS-RT-IDX) TO MD-MATCHED
               MOVE WS-RT-ATTEMPT(WS-RT-IDX) TO MD-ATTEMPT
               MOVE WS-RT-RETRY-TS(WS-RT-IDX) TO MD-RETRY-TS
               MOVE WS-RT-REASON(WS-RT-IDX) TO MD-REASON
               WRITE DELIVERY-RECORD
             END-IF
           END-PERFORM

           CLOSE DELIVERY-FILE.

       APPLY-ONE-RETURN.
           IF WS-RT-MATCHED(WS-RT-IDX) NOT = "Y"
             ADD 1 TO WS-UNMATCHED-COUNT
             EXIT PARAGRAPH
           END-IF

           EVALUATE WS-RT-OUTCOME(WS-RT-IDX)
             WHEN "D"
               ADD 1 TO WS-DELIVERED-COUNT
             WHEN "S"
               ADD 1 TO WS-SOFT-COUNT
               PERFORM RETRY-SOFT-BOUNCE
             WHEN "H"
               ADD 1 TO WS-HARD-COUNT
               PERFORM NOTE-HARD-BOUNCE-USER
           END-EVALUATE.

       RETRY-SOFT-BOUNCE.
           IF WS-RT-TYPE(WS-RT-IDX) = "CODE"
             OR WS-RT-ATTEMPT(WS-RT-IDX) > WS-SOFT-RETRIES
             OR WS-RT-SUBJECT(WS-RT-IDX) = SPACES
             ADD 1 TO WS-GAVEUP-COUNT
             EXIT PARAGRAPH
           END-IF

           MOVE WS-RT-RECIPIENT(WS-RT-IDX) TO WS-MAIL-RECIPIENT
           MOVE WS-RT-TYPE(WS-RT-IDX) TO WS-MAIL-TYPE
           MOVE WS-RT-SUBJECT(WS-RT-IDX) TO WS-MAIL-SUBJECT
           MOVE WS-RT-BODY(WS-RT-IDX) TO WS-MAIL-BODY
           PERFORM QUEUE-OUTBOUND-MAIL
           IF WS-MAIL-QUEUED = "Y"
             MOVE WS-MAIL-QUEUED-TS TO WS-RT-RETRY-TS(WS-RT-IDX)
             ADD 1 TO WS-RETRIED-COUNT
           ELSE
             ADD 1 TO WS-GAVEUP-COUNT
           END-IF.

       NOTE-HARD-BOUNCE-USER.
           PERFORM VARYING WS-HU-IDX FROM 1 BY 1
             UNTIL WS-HU-IDX > WS-HU-COUNT-ALL
             IF WS-HU-USER(WS-HU-IDX) = WS-RT-RECIPIENT(WS-RT-IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-HU-COUNT-ALL < WS-MAX-HARD-USERS
             ADD 1 TO WS-HU-COUNT-ALL
             MOVE WS-RT-RECIPIENT(WS-RT-IDX) TO
               WS-HU-USER(WS-HU-COUNT-ALL)
             MOVE 0 TO WS-HU-COUNT(WS-HU-COUNT-ALL)
             MOVE "N" TO WS-HU-DROP(WS-HU-COUNT-ALL)
           END-IF.

      *> Hard bounces count from the user's last X row, so turning
      *> email back on after fixing the address starts afresh.
       COUNT-HARD-BOUNCES.
           MOVE "N" TO WS-EOF
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-STATUS NOT = "00"
             IF WS-DELIVERY-STATUS = "05"
               CLOSE DELIVERY-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ DELIVERY-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-HU-IDX FROM 1 BY 1
                   UNTIL WS-HU-IDX > WS-HU-COUNT-ALL
                   IF MD-RECIPIENT = WS-HU-USER(WS-HU-IDX)
                     EVALUATE TRUE
                       WHEN MD-OUTCOME = "X"
                         MOVE 0 TO WS-HU-COUNT(WS-HU-IDX)
                       WHEN MD-OUTCOME = "H" AND MD-MATCHED = "Y"
                         ADD 1 TO WS-HU-COUNT(WS-HU-IDX)
                     END-EVALUATE
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE DELIVERY-FILE.

      *> Same load-and-rewrite InCollege uses for the preference
      *> rows. Only users still set to email (E) or digest (D) are
      *> changed; in-app only users need nothing.
       DROP-TO-IN-APP.
           MOVE 0 TO WS-MPF-COUNT
           MOVE "N" TO WS-PREFS-CHANGED
           MOVE "N" TO WS-EOF
           OPEN INPUT MAILPREFS-FILE
           IF WS-MAILPREFS-STATUS NOT = "00"
             IF WS-MAILPREFS-STATUS = "05"
               CLOSE MAILPREFS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ MAILPREFS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-MPF-COUNT < WS-MAX-PREFS
                   ADD 1 TO WS-MPF-COUNT
                   MOVE MLP-USERNAME TO WS-MPF-USERNAME(WS-MPF-COUNT)
                   MOVE MLP-MODE TO WS-MPF-MODE(WS-MPF-COUNT)
                   PERFORM CHECK-PREF-FOR-DROP
                 ELSE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "More MAILPREFS rows than MAILRETURNS can "
                     "hold; no preference was changed."
                   MOVE "N" TO WS-PREFS-CHANGED
                   CLOSE MAILPREFS-FILE
                   EXIT PARAGRAPH
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MAILPREFS-FILE

           IF WS-PREFS-CHANGED NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MAILPREFS-FILE
           IF WS-MAILPREFS-STATUS NOT = "00"
             AND WS-MAILPREFS-STATUS NOT = "05"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to rewrite MAILPREFS.DAT; no user was "
               "moved to in-app only."
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MPF-IDX FROM 1 BY 1
             UNTIL WS-MPF-IDX > WS-MPF-COUNT
             MOVE WS-MPF-USERNAME(WS-MPF-IDX) TO MLP-USERNAME
             MOVE WS-MPF-MODE(WS-MPF-IDX) TO MLP-MODE
             WRITE MAILPREF-RECORD
           END-PERFORM
           CLOSE MAILPREFS-FILE

           PERFORM RECORD-IN-APP-DROPS.

       CHECK-PREF-FOR-DROP.
           IF WS-MPF-MODE(WS-MPF-COUNT) NOT = "E"
             AND WS-MPF-MODE(WS-MPF-COUNT) NOT = "D"
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HU-IDX FROM 1 BY 1
             UNTIL WS-HU-IDX > WS-HU-COUNT-ALL
             IF WS-HU-USER(WS-HU-IDX) = WS-MPF-USERNAME(WS-MPF-COUNT)
               AND WS-HU-COUNT(WS-HU-IDX) >= WS-HARD-LIMIT
               MOVE "I" TO WS-MPF-MODE(WS-MPF-COUNT)
               MOVE "Y" TO WS-HU-DROP(WS-HU-IDX)
               MOVE "Y" TO WS-PREFS-CHANGED
             END-IF
           END-PERFORM.

       RECORD-IN-APP-DROPS.
           OPEN EXTEND DELIVERY-FILE
           IF WS-DELIVERY-STATUS = "35"
             OPEN OUTPUT DELIVERY-FILE
             IF WS-DELIVERY-STATUS = "00"
               CLOSE DELIVERY-FILE
             END-IF
             OPEN EXTEND DELIVERY-FILE
           END-IF

           PERFORM VARYING WS-HU-IDX FROM 1 BY 1
             UNTIL WS-HU-IDX > WS-HU-COUNT-ALL
             IF WS-HU-DROP(WS-HU-IDX) = "Y"
               ADD 1 TO WS-DROPPED-COUNT
               IF WS-DELIVERY-STATUS = "00"
                 OR WS-DELIVERY-STATUS = "05"
                 MOVE WS-TODAY-STAMP TO MD-EVENT-DATE
                 MOVE WS-HU-USER(WS-HU-IDX) TO MD-RECIPIENT
                 MOVE SPACES TO MD-TYPE
                 MOVE SPACES TO MD-QUEUED-TS
                 MOVE "X" TO MD-OUTCOME
                 MOVE "Y" TO MD-MATCHED
                 MOVE 0 TO MD-ATTEMPT
                 MOVE SPACES TO MD-RETRY-TS
                 MOVE "moved to in-app only" TO MD-REASON
                 WRITE DELIVERY-RECORD
               END-IF
               MOVE WS-HU-USER(WS-HU-IDX) TO WS-NOTIF-USER
               MOVE "Email to you keeps bouncing, so you are now in-app"
                 TO WS-NOTIF-TEXT
               MOVE "only." TO WS-NOTIF-TEXT(52:5)
               PERFORM WRITE-FEED-NOTE
               MOVE "Fix your address, then turn email on in Privacy"
                 TO WS-NOTIF-TEXT
               MOVE "settings." TO WS-NOTIF-TEXT(49:9)
               PERFORM WRITE-FEED-NOTE
             END-IF
           END-PERFORM

           IF WS-DELIVERY-STATUS = "00"
             OR WS-DELIVERY-STATUS = "05"
             CLOSE DELIVERY-FILE
           END-IF.

       WRITE-FEED-NOTE.
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

       QUEUE-OUTBOUND-MAIL.
      *> Appends the handoff row and its send-log entry together so
      *> the log can prove what left the system and when.
           MOVE "N" TO WS-MAIL-QUEUED
           OPEN EXTEND MAILQUEUE-FILE
           IF WS-MAILQUEUE-STATUS = "35"
             OPEN OUTPUT MAILQUEUE-FILE
             IF WS-MAILQUEUE-STATUS = "00"
               CLOSE MAILQUEUE-FILE
             END-IF
             OPEN EXTEND MAILQUEUE-FILE
           END-IF

           IF WS-MAILQUEUE-STATUS NOT = "00"
             AND WS-MAILQUEUE-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-MAIL-RECIPIENT TO MQ-RECIPIENT
           MOVE WS-MAIL-TYPE TO MQ-TYPE
           MOVE WS-MAIL-SUBJECT TO MQ-SUBJECT
           MOVE WS-MAIL-BODY TO MQ-BODY
           WRITE MAILQUEUE-RECORD
           CLOSE MAILQUEUE-FILE

           OPEN EXTEND MAILLOG-FILE
           IF WS-MAILLOG-STATUS = "35"
             OPEN OUTPUT MAILLOG-FILE
             IF WS-MAILLOG-STATUS = "00"
               CLOSE MAILLOG-FILE
             END-IF
             OPEN EXTEND MAILLOG-FILE
           END-IF
           IF WS-MAILLOG-STATUS = "00" OR WS-MAILLOG-STATUS = "05"
             MOVE WS-MAIL-RECIPIENT TO ML2-RECIPIENT
             MOVE WS-MAIL-TYPE TO ML2-TYPE
             MOVE FUNCTION CURRENT-DATE(1:14) TO ML2-QUEUED-TS
             MOVE ML2-QUEUED-TS TO WS-MAIL-QUEUED-TS
             WRITE MAILLOG-RECORD
             CLOSE MAILLOG-FILE
             MOVE "Y" TO WS-MAIL-QUEUED
           END-IF.

      *> ===== Deliverability over the last WS-WINDOW-DAYS days =====
       WRITE-DELIVERABILITY-REPORT.
           PERFORM TALLY-LEDGER-WINDOW

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "MAIL-DELIVERABILITY-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the deliverability report file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Mail Deliverability - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Gateway returns recorded " DELIMITED BY SIZE
                  WS-WINDOW-FROM DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Type Message kind           Delivered    Soft    Hard"
             TO REPORT-LINE
           MOVE "Retried  Bounce%" TO REPORT-LINE(57:16)
           WRITE REPORT-LINE

           MOVE 0 TO WS-TOTAL-DELIVERED
           MOVE 0 TO WS-TOTAL-SOFT
           MOVE 0 TO WS-TOTAL-HARD
           MOVE 0 TO WS-TOTAL-RETRIED
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
             UNTIL WS-TY-IDX > WS-TY-COUNT
             PERFORM WRITE-TYPE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TY-COUNT = 0
             MOVE "No gateway returns in the period." TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             MOVE "ALL " TO WS-TY-TYPE(20)
             MOVE WS-TOTAL-DELIVERED TO WS-TY-DELIVERED(20)
             MOVE WS-TOTAL-SOFT TO WS-TY-SOFT(20)
             MOVE WS-TOTAL-HARD TO WS-TY-HARD(20)
             MOVE WS-TOTAL-RETRIED TO WS-TY-RETRIED(20)
             MOVE 20 TO WS-TY-IDX
             PERFORM WRITE-TYPE-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Today's run" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Return rows read:            " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-REPEAT-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Already recorded (rerun):    " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Not found in MAILLOG.DAT:    " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Rejected (malformed):        " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RETRIED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Soft bounces retried:        " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GAVEUP-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Soft bounces not retried:    " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DROPPED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  Users moved to in-app only:  " DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           DISPLAY "Deliverability report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME).

       TALLY-LEDGER-WINDOW.
           MOVE 0 TO WS-TY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-STATUS NOT = "00"
             IF WS-DELIVERY-STATUS = "05"
               CLOSE DELIVERY-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ DELIVERY-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF MD-EVENT-DATE >= WS-WINDOW-FROM
                   AND MD-OUTCOME NOT = "X"
                   AND MD-MATCHED = "Y"
                   PERFORM TALLY-ONE-RETURN
                 END-IF
             END-READ
           END-PERFORM

           CLOSE DELIVERY-FILE.

      *> Slot 20 is kept for the all-types total line.
       TALLY-ONE-RETURN.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
             UNTIL WS-TY-IDX > WS-TY-COUNT
             IF WS-TY-TYPE(WS-TY-IDX) = MD-TYPE
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-TY-IDX > WS-TY-COUNT
             IF WS-TY-COUNT >= 19
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-TY-COUNT
             MOVE WS-TY-COUNT TO WS-TY-IDX
             MOVE MD-TYPE TO WS-TY-TYPE(WS-TY-IDX)
             MOVE 0 TO WS-TY-DELIVERED(WS-TY-IDX)
             MOVE 0 TO WS-TY-SOFT(WS-TY-IDX)
             MOVE 0 TO WS-TY-HARD(WS-TY-IDX)
             MOVE 0 TO WS-TY-RETRIED(WS-TY-IDX)
           END-IF

           EVALUATE MD-OUTCOME
             WHEN "D"
               ADD 1 TO WS-TY-DELIVERED(WS-TY-IDX)
             WHEN "S"
               ADD 1 TO WS-TY-SOFT(WS-TY-IDX)
               IF MD-RETRY-TS NOT = SPACES
                 ADD 1 TO WS-TY-RETRIED(WS-TY-IDX)
               END-IF
             WHEN "H"
               ADD 1 TO WS-TY-HARD(WS-TY-IDX)
           END-EVALUATE.

       WRITE-TYPE-LINE.
           EVALUATE WS-TY-TYPE(WS-TY-IDX)
             WHEN "CODE"
               MOVE "Sign-in code" TO WS-TY-LABEL
             WHEN "NOTE"
               MOVE "Notification" TO WS-TY-LABEL
             WHEN "BKMR"
               MOVE "Bookmark reminder" TO WS-TY-LABEL
             WHEN "DIGW"
               MOVE "Weekly digest" TO WS-TY-LABEL
             WHEN "RPTD"
               MOVE "Report delivery" TO WS-TY-LABEL
             WHEN "ALL "
               MOVE "All types" TO WS-TY-LABEL
             WHEN OTHER
               MOVE "Other" TO WS-TY-LABEL
           END-EVALUATE

           IF WS-TY-IDX < 20
             ADD WS-TY-DELIVERED(WS-TY-IDX) TO WS-TOTAL-DELIVERED
             ADD WS-TY-SOFT(WS-TY-IDX) TO WS-TOTAL-SOFT
             ADD WS-TY-HARD(WS-TY-IDX) TO WS-TOTAL-HARD
             ADD WS-TY-RETRIED(WS-TY-IDX) TO WS-TOTAL-RETRIED
           END-IF

           COMPUTE WS-TY-BOUNCES = WS-TY-SOFT(WS-TY-IDX)
             + WS-TY-HARD(WS-TY-IDX)
           COMPUTE WS-TY-RETURNS = WS-TY-DELIVERED(WS-TY-IDX)
             + WS-TY-BOUNCES
           IF WS-TY-RETURNS > 0
             COMPUTE WS-RATE ROUNDED =
               WS-TY-BOUNCES * 100 / WS-TY-RETURNS
           ELSE
             MOVE 0 TO WS-RATE
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-TY-TYPE(WS-TY-IDX) TO REPORT-LINE(1:4)
           MOVE WS-TY-LABEL TO REPORT-LINE(6:20)
           MOVE WS-TY-DELIVERED(WS-TY-IDX) TO WS-NUM-TEXT
           MOVE WS-NUM-TEXT TO REPORT-LINE(30:7)
           MOVE WS-TY-SOFT(WS-TY-IDX) TO WS-NUM-TEXT
           MOVE WS-NUM-TEXT TO REPORT-LINE(38:7)
           MOVE WS-TY-HARD(WS-TY-IDX) TO WS-NUM-TEXT
           MOVE WS-NUM-TEXT TO REPORT-LINE(46:7)
           MOVE WS-TY-RETRIED(WS-TY-IDX) TO WS-NUM-TEXT
           MOVE WS-NUM-TEXT TO REPORT-LINE(56:7)
           MOVE WS-RATE TO WS-RATE-TEXT
           MOVE WS-RATE-TEXT TO REPORT-LINE(66:5)
           MOVE "%" TO REPORT-LINE(71:1)
           WRITE REPORT-LINE.

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

       END PROGRAM MAILRETURNS.
