      *> next run's comparison. The report lands beside the daily
      *> activity report. The step itself always ends clean so the
      *> rest of the chain still runs; the reds are the deliverable.
      *> The latest weekly AUDITVERIFY result is carried onto the
      *> report as well, in red for as long as the audit trail's
      *> chain does not verify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-IN-STATUS.

           SELECT OPTIONAL VERIFYLOG-FILE
               ASSIGN TO "AUDITVERIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFYLOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD DATA-IN-FILE.
           01 DATA-IN-RECORD PIC X(700).

      *> Written by AUDITVERIFY, one row per run
       FD VERIFYLOG-FILE.
           01 VERIFYLOG-RECORD.
             05 AV-RUN-TS PIC X(14).
             05 AV-RESULT PIC X(1).
             05 AV-ROWS PIC 9(8).
             05 AV-UNCHAINED PIC 9(8).
             05 AV-LINKS PIC 9(8).
             05 AV-LAST-SEQ PIC 9(8).
             05 AV-LAST-DIGEST PIC X(16).
             05 AV-BREAK-ROW PIC 9(8).
             05 AV-REASON PIC X(50).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

         77 WS-DATA-IN-NAME PIC X(40).
         77 WS-REPORT-STATUS PIC XX.
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-VERIFYLOG-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).

      *> The production file bases this sweep watches
         77 WS-BASE-TOTAL PIC 9(2) VALUE 76.
         01 WS-BASE-LIST.
           05 WS-BASE-NAME PIC X(20) OCCURS 76 TIMES.
         77 WS-BASE-IDX PIC 9(2) VALUE 0.

      *> Previous counts from FILECOUNTS.DAT (latest row per base)
         01 WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 76 TIMES.
             10 WS-PREV-DATE PIC X(8).
             10 WS-PREV-COUNT PIC 9(8).
             10 WS-PREV-SEEN PIC X(1).
         77 WS-STEP-SUMMARY PIC X(60).
         77 WS-COUNT-TEXT PIC Z(7)9.

      *> Latest audit trail verification
         77 WS-VERIFY-FOUND PIC X VALUE "N".
         77 WS-VERIFY-DATE PIC X(8).
         77 WS-VERIFY-RESULT PIC X(1).
         77 WS-VERIFY-LINKS PIC 9(8) VALUE 0.
         77 WS-VERIFY-BREAK-ROW PIC 9(8) VALUE 0.
         77 WS-VERIFY-REASON PIC X(50).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
             PERFORM CHECK-ONE-FILE
           END-PERFORM

           PERFORM CHECK-AUDIT-CHAIN

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RED-COUNT TO WS-COUNT-TEXT
           MOVE "SEARCHMISS" TO WS-BASE-NAME(67)
           MOVE "COOPHOURS" TO WS-BASE-NAME(68)
           MOVE "EDUREVIEW" TO WS-BASE-NAME(69)
           MOVE "PROJECTS" TO WS-BASE-NAME(70)
           MOVE "CERTS" TO WS-BASE-NAME(71)
           MOVE "PROFHIST" TO WS-BASE-NAME(72)
           MOVE "MAILDELIVERY" TO WS-BASE-NAME(73)
           MOVE "ATSSENT" TO WS-BASE-NAME(74)
           MOVE "ATSEXPORTLOG" TO WS-BASE-NAME(75)
           MOVE "QUEUEHIST" TO WS-BASE-NAME(76)

           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
             UNTIL WS-BASE-IDX > WS-BASE-TOTAL

           PERFORM RECORD-TODAYS-COUNT.

      *> AUDITVERIFY runs weekly, so its latest result stands until
      *> the next run: red while the chain is broken, green once it
      *> verifies again. No line before the first verification.
       CHECK-AUDIT-CHAIN.
           MOVE "N" TO WS-VERIFY-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT VERIFYLOG-FILE
           IF WS-VERIFYLOG-STATUS NOT = "00"
             IF WS-VERIFYLOG-STATUS = "05"
               CLOSE VERIFYLOG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ VERIFYLOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE "Y" TO WS-VERIFY-FOUND
                 MOVE AV-RUN-TS(1:8) TO WS-VERIFY-DATE
                 MOVE AV-RESULT TO WS-VERIFY-RESULT
                 MOVE AV-LINKS TO WS-VERIFY-LINKS
                 MOVE AV-BREAK-ROW TO WS-VERIFY-BREAK-ROW
                 MOVE AV-REASON TO WS-VERIFY-REASON
             END-READ
           END-PERFORM
           CLOSE VERIFYLOG-FILE
           MOVE "N" TO WS-EOF

           IF WS-VERIFY-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-VERIFY-RESULT = "F"
             ADD 1 TO WS-RED-COUNT
             MOVE WS-VERIFY-BREAK-ROW TO WS-COUNT-TEXT
             STRING "RED   AUDIT CHAIN broken at row " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                    " (checked " DELIMITED BY SIZE
                    WS-VERIFY-DATE DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             MOVE SPACES TO REPORT-LINE
             STRING "      " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-VERIFY-REASON) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           ELSE
             ADD 1 TO WS-GREEN-COUNT
             MOVE WS-VERIFY-LINKS TO WS-COUNT-TEXT
             STRING "GREEN AUDIT CHAIN verified " DELIMITED BY SIZE
                    WS-VERIFY-DATE DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                    " link(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF.

       COUNT-GENERIC-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-EOF
