       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITVERIFY.

      *> Weekly check that AUDIT.DAT has not been edited, cut short
      *> or added to outside AUDITCHAIN. The file is walked from the
      *> top: rows written before the chain began (no sequence) are
      *> counted and passed over, then every chained row must carry
      *> the next sequence number and the digest AUDITCHAIN computes
      *> for it from the row before. The walk stops at the first
      *> broken or missing link and reports the row and the reason.
      *>
      *> Each run is logged to AUDITVERIFY.DAT. The last link of the
      *> latest clean run is the anchor for the next one: that row
      *> must still be there with the same digest, so a trail that
      *> was cut back, or rebuilt with fresh digests from a row the
      *> last clean run already covered, is caught even though its
      *> remaining links agree.
      *> DATAHEALTHCHECK reads the latest result and puts a red line
      *> on its report while the chain does not verify.
      *>
      *> AUDIT-VERIFY-<date>.TXT carries the result. A broken chain
      *> is the finding, not a step failure: the step only fails
      *> when it cannot do the check at all. Run weekly, manually
      *> or from the schedule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL VERIFYLOG-FILE
               ASSIGN TO "AUDITVERIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFYLOG-STATUS.

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
       FD AUDIT-FILE.
           01 AUDIT-RECORD.
             05 AUD-ROW PIC X(92).
      *> Blank on rows written before the chain began
             05 AUD-SEQ PIC X(8).
             05 AUD-DIGEST PIC X(16).

      *> One row per verification run. AV-LAST-SEQ/AV-LAST-DIGEST is
      *> the last good link found; on a P row it is the anchor the
      *> next run checks against.
       FD VERIFYLOG-FILE.
           01 VERIFYLOG-RECORD.
             05 AV-RUN-TS PIC X(14).
      *> P chain verified, F chain broken
             05 AV-RESULT PIC X(1).
             05 AV-ROWS PIC 9(8).
             05 AV-UNCHAINED PIC 9(8).
             05 AV-LINKS PIC 9(8).
             05 AV-LAST-SEQ PIC 9(8).
             05 AV-LAST-DIGEST PIC X(16).
      *> Row number in AUDIT.DAT of the first break (F rows)
             05 AV-BREAK-ROW PIC 9(8).
             05 AV-REASON PIC X(50).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-VERIFYLOG-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-RUN-TS PIC X(14).

      *> Anchor from the latest clean run, if any
         77 WS-ANCHOR-FOUND PIC X VALUE "N".
         77 WS-ANCHOR-SEQ PIC 9(8) VALUE 0.
         77 WS-ANCHOR-DIGEST PIC X(16).
         77 WS-ANCHOR-DATE PIC X(8).
         77 WS-ANCHOR-SEEN PIC X VALUE "N".

      *> Walk state
         77 WS-ROW-NO PIC 9(8) VALUE 0.
         77 WS-UNCHAINED PIC 9(8) VALUE 0.
         77 WS-LINKS PIC 9(8) VALUE 0.
         77 WS-LAST-SEQ PIC 9(8) VALUE 0.
         77 WS-LAST-DIGEST PIC X(16).
         77 WS-EXPECT-SEQ PIC 9(8) VALUE 0.
         77 WS-ROW-SEQ PIC 9(8) VALUE 0.
         77 WS-BROKEN PIC X VALUE "N".
         77 WS-BREAK-ROW PIC 9(8) VALUE 0.
         77 WS-BREAK-REASON PIC X(50) VALUE SPACES.
         77 WS-CHECK-FAILED PIC X VALUE "N".

      *> Digest request for the shared AUDITCHAIN
         01 WS-AUDIT-CHAIN.
           05 WS-AC-FUNCTION PIC X(1).
           05 WS-AC-ROW PIC X(92).
           05 WS-AC-PREV-DIGEST PIC X(16).
           05 WS-AC-SEQ PIC 9(8).
           05 WS-AC-DIGEST PIC X(16).
           05 WS-AC-STATUS PIC XX.

         77 WS-NUM-TEXT PIC Z(7)9.
         77 WS-NUM-TEXT2 PIC Z(7)9.
         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-TODAY-STAMP

           PERFORM LOAD-ANCHOR
           PERFORM WALK-AUDIT-CHAIN
           IF WS-CHECK-FAILED = "Y"
             MOVE 8 TO RETURN-CODE
             MOVE "audit chain not checked" TO WS-STEP-SUMMARY
             PERFORM WRITE-STEP-SUMMARY
             GOBACK
           END-IF

      *> A clean walk that never reached the anchor means rows
      *> the last clean run saw are gone.
           IF WS-BROKEN = "N"
             AND WS-ANCHOR-FOUND = "Y"
             AND WS-ANCHOR-SEEN = "N"
             AND WS-ANCHOR-SEQ > 0
             MOVE "Y" TO WS-BROKEN
             MOVE WS-ROW-NO TO WS-BREAK-ROW
             MOVE WS-ANCHOR-SEQ TO WS-NUM-TEXT
             MOVE SPACES TO WS-BREAK-REASON
             STRING "trail ends before seq " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                    ", verified " DELIMITED BY SIZE
                    WS-ANCHOR-DATE DELIMITED BY SIZE
               INTO WS-BREAK-REASON
             END-STRING
           END-IF

           PERFORM RECORD-VERIFY-RUN
           PERFORM WRITE-VERIFY-REPORT

           IF WS-BROKEN = "Y"
             DISPLAY "Audit chain BROKEN at row " WS-BREAK-ROW ": "
               FUNCTION TRIM(WS-BREAK-REASON)
           ELSE
             DISPLAY "Audit chain verified: " WS-LINKS " link(s), "
               WS-UNCHAINED " row(s) from before the chain."
           END-IF

           MOVE SPACES TO WS-STEP-SUMMARY
           IF WS-BROKEN = "Y"
             STRING "links " DELIMITED BY SIZE
                    WS-LINKS DELIMITED BY SIZE
                    " BROKEN at row " DELIMITED BY SIZE
                    WS-BREAK-ROW DELIMITED BY SIZE
               INTO WS-STEP-SUMMARY
             END-STRING
           ELSE
             STRING "links " DELIMITED BY SIZE
                    WS-LINKS DELIMITED BY SIZE
                    " unchained " DELIMITED BY SIZE
                    WS-UNCHAINED DELIMITED BY SIZE
                    " verified" DELIMITED BY SIZE
               INTO WS-STEP-SUMMARY
             END-STRING
           END-IF
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

      *> The latest P row in AUDITVERIFY.DAT is the anchor.
       LOAD-ANCHOR.
           MOVE "N" TO WS-ANCHOR-FOUND
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
                 IF AV-RESULT = "P"
                   MOVE "Y" TO WS-ANCHOR-FOUND
                   MOVE AV-LAST-SEQ TO WS-ANCHOR-SEQ
                   MOVE AV-LAST-DIGEST TO WS-ANCHOR-DIGEST
                   MOVE AV-RUN-TS(1:8) TO WS-ANCHOR-DATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE VERIFYLOG-FILE
           MOVE "N" TO WS-EOF.

       WALK-AUDIT-CHAIN.
           MOVE 0 TO WS-LAST-SEQ
           MOVE ALL "0" TO WS-LAST-DIGEST
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
             IF WS-AUDIT-STATUS = "05"
               CLOSE AUDIT-FILE
             END-IF
             IF WS-AUDIT-STATUS NOT = "05"
               AND WS-AUDIT-STATUS NOT = "35"
               DISPLAY "Unable to open AUDIT.DAT (status "
                 WS-AUDIT-STATUS ")."
               MOVE "Y" TO WS-CHECK-FAILED
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y" OR WS-BROKEN = "Y"
             OR WS-CHECK-FAILED = "Y"
             READ AUDIT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-ROW-NO
                 PERFORM CHECK-ONE-ROW
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE "N" TO WS-EOF.

       CHECK-ONE-ROW.
           IF AUD-SEQ IS NOT NUMERIC
             IF WS-LINKS = 0
               ADD 1 TO WS-UNCHAINED
             ELSE
               MOVE WS-LAST-SEQ TO WS-NUM-TEXT
               MOVE SPACES TO WS-BREAK-REASON
               STRING "row with no link after seq " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                 INTO WS-BREAK-REASON
               END-STRING
               PERFORM NOTE-BREAK
             END-IF
             EXIT PARAGRAPH
           END-IF

           MOVE AUD-SEQ TO WS-ROW-SEQ
           COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
           IF WS-ROW-SEQ NOT = WS-EXPECT-SEQ
             MOVE WS-EXPECT-SEQ TO WS-NUM-TEXT
             MOVE WS-ROW-SEQ TO WS-NUM-TEXT2
             MOVE SPACES TO WS-BREAK-REASON
             IF WS-ROW-SEQ > WS-EXPECT-SEQ
               STRING "missing link: seq " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                      " absent, found " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-TEXT2) DELIMITED BY SIZE
                 INTO WS-BREAK-REASON
               END-STRING
             ELSE
               STRING "seq " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-TEXT2) DELIMITED BY SIZE
                      " out of order, expected " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                 INTO WS-BREAK-REASON
               END-STRING
             END-IF
             PERFORM NOTE-BREAK
             EXIT PARAGRAPH
           END-IF

           MOVE "D" TO WS-AC-FUNCTION
           MOVE AUD-ROW TO WS-AC-ROW
           MOVE WS-LAST-DIGEST TO WS-AC-PREV-DIGEST
           MOVE WS-ROW-SEQ TO WS-AC-SEQ
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               DISPLAY "AUDITCHAIN is not available; the audit "
                 "trail cannot be checked."
               MOVE "Y" TO WS-CHECK-FAILED
               EXIT PARAGRAPH
           END-CALL

           IF WS-AC-DIGEST NOT = AUD-DIGEST
             MOVE WS-ROW-SEQ TO WS-NUM-TEXT
             MOVE SPACES TO WS-BREAK-REASON
             STRING "seq " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                    " digest does not match its row" DELIMITED BY SIZE
               INTO WS-BREAK-REASON
             END-STRING
             PERFORM NOTE-BREAK
             EXIT PARAGRAPH
           END-IF

           IF WS-ANCHOR-FOUND = "Y"
             AND WS-ROW-SEQ = WS-ANCHOR-SEQ
             MOVE "Y" TO WS-ANCHOR-SEEN
             IF AUD-DIGEST NOT = WS-ANCHOR-DIGEST
               MOVE WS-ROW-SEQ TO WS-NUM-TEXT
               MOVE SPACES TO WS-BREAK-REASON
               STRING "seq " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                      " changed since verified " DELIMITED BY SIZE
                      WS-ANCHOR-DATE DELIMITED BY SIZE
                 INTO WS-BREAK-REASON
               END-STRING
               PERFORM NOTE-BREAK
               EXIT PARAGRAPH
             END-IF
           END-IF

           MOVE WS-ROW-SEQ TO WS-LAST-SEQ
           MOVE AUD-DIGEST TO WS-LAST-DIGEST
           ADD 1 TO WS-LINKS.

       NOTE-BREAK.
           MOVE "Y" TO WS-BROKEN
           MOVE WS-ROW-NO TO WS-BREAK-ROW.

       RECORD-VERIFY-RUN.
           OPEN EXTEND VERIFYLOG-FILE
           IF WS-VERIFYLOG-STATUS = "35"
             OPEN OUTPUT VERIFYLOG-FILE
             IF WS-VERIFYLOG-STATUS = "00"
               CLOSE VERIFYLOG-FILE
             END-IF
             OPEN EXTEND VERIFYLOG-FILE
           END-IF
           IF WS-VERIFYLOG-STATUS NOT = "00"
             AND WS-VERIFYLOG-STATUS NOT = "05"
             DISPLAY "Warning: unable to write AUDITVERIFY.DAT (status "
               WS-VERIFYLOG-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-TS TO AV-RUN-TS
           IF WS-BROKEN = "Y"
             MOVE "F" TO AV-RESULT
             MOVE WS-BREAK-ROW TO AV-BREAK-ROW
           ELSE
             MOVE "P" TO AV-RESULT
             MOVE 0 TO AV-BREAK-ROW
           END-IF
           MOVE WS-ROW-NO TO AV-ROWS
           MOVE WS-UNCHAINED TO AV-UNCHAINED
           MOVE WS-LINKS TO AV-LINKS
           MOVE WS-LAST-SEQ TO AV-LAST-SEQ
           MOVE WS-LAST-DIGEST TO AV-LAST-DIGEST
           MOVE WS-BREAK-REASON TO AV-REASON
           WRITE VERIFYLOG-RECORD
           CLOSE VERIFYLOG-FILE.

       WRITE-VERIFY-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "AUDIT-VERIFY-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Unable to open the audit verification report "
               "file."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Audit Trail Verification - "
                    DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ROW-NO TO WS-NUM-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Rows checked in AUDIT.DAT:         "
                    DELIMITED BY SIZE
                  WS-NUM-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNCHAINED TO WS-NUM-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Rows from before the chain began:  "
                    DELIMITED BY SIZE
                  WS-NUM-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LINKS TO WS-NUM-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Chained rows verified:             "
                    DELIMITED BY SIZE
                  WS-NUM-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LAST-SEQ TO WS-NUM-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Last good link:                    "
                    DELIMITED BY SIZE
                  WS-NUM-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LAST-DIGEST DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-ANCHOR-FOUND = "Y"
             MOVE WS-ANCHOR-SEQ TO WS-NUM-TEXT
             STRING "Anchor from the clean run of " DELIMITED BY SIZE
                    WS-ANCHOR-DATE DELIMITED BY SIZE
                    ": seq " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
           ELSE
             MOVE "No earlier clean run to anchor to." TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BROKEN = "Y"
             MOVE "RESULT: CHAIN BROKEN" TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE WS-BREAK-ROW TO WS-NUM-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "First break at row " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BREAK-REASON) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
             MOVE "Rows after the break were not checked. Compare "
               TO REPORT-LINE
             MOVE "with the latest backup." TO REPORT-LINE(48:23)
             WRITE REPORT-LINE
           ELSE
             MOVE "RESULT: CHAIN VERIFIED" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE.

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

       END PROGRAM AUDITVERIFY.
