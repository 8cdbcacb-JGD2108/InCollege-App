      *> Bulk job-posting import from an employer feed file. Each
      *> feed row is pipe-delimited:
      *>   title|description|employer|location|salary|deadline
      *> with an optional category id and work mode (O on-site,
      *> H hybrid, R remote) after the deadline.
      *> Rows pass the same validations the interactive posting path
      *> applies (required fields and lengths, salary format,
      *> deadline plausibility); good rows are appended to JOBS.DAT
      *> under the submitting recruiter with ids assigned by the
      *> NEXT-JOB-ID running-count convention, and every rejected row
      *> is listed with its reason in a dated exception report.
      *> The feed's employer is respelled to its COMPANIES.DAT master
      *> name and its location to the location master (LOCMATCH;
      *> a location that matches nothing is rejected so it can be
      *> added with LOCATIONS). A row without a work mode takes the
      *> one its location text names, otherwise on-site. A row for
      *> the same employer and location with a
      *> near-identical title to a posting still open in JOBS.DAT
      *> (including one added earlier in the same feed) is rejected
      *> as a probable duplicate. Rows for an employer on collection
      *> hold (COLLECTHOLDS.DAT, status H) are rejected until an
      *> administrator clears the hold, and so are rows that would
      *> take the employer past the live-posting quota of its
      *> partnership tier (PARTNERQUOTA; rows accepted earlier in the
      *> same feed count toward it). Every accepted row is scored
      *> by the JOBRISK fraud check, and the high-risk ones are
      *> listed in the report so the moderators can take them first.
      *>
      *> Usage: IMPORTJOBS <recruiter-username> [feed-file]
      *>        (feed file defaults to JOBS-IMPORT.TXT)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL COLLECTHOLDS-FILE
               ASSIGN TO "COLLECTHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

       FD COLLECTHOLDS-FILE.
           01 COLLECTHOLD-RECORD.
             05 CH-CO-ID PIC 9(4).
             05 CH-PERIOD PIC X(6).
             05 CH-AMOUNT PIC 9(7).
             05 CH-PLACED-DATE PIC X(8).
             05 CH-STATUS PIC X(1).
             05 CH-CLEARED-BY PIC X(12).
             05 CH-CLEARED-DATE PIC X(8).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(120).
         77 WS-ROW-NUMBER PIC 9(6) VALUE 0.
         77 WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
         77 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
         77 WS-HIGH-RISK-COUNT PIC 9(6) VALUE 0.

      *> Fraud risk scoring (JOBRISK)
         77 WS-RISK-SOURCE PIC X(1) VALUE "I".
         77 WS-RISK-SCORE PIC 9(3) VALUE 0.
         77 WS-RISK-REASONS PIC X(100).
         77 WS-RISK-HOLD PIC X(1) VALUE "N".

      *> Partnership tier quota (PARTNERQUOTA)
         01 WS-PARTNER-QUOTA.
           05 WS-PQ-FUNCTION PIC X(1).
           05 WS-PQ-EMPLOYER PIC X(30).
           05 WS-PQ-CO-ID PIC 9(4).
           05 WS-PQ-TIER PIC X(1).
           05 WS-PQ-QUOTA PIC 9(4).
           05 WS-PQ-LIVE PIC 9(4).
           05 WS-PQ-FEATURED PIC X(1).
           05 WS-PQ-OVER PIC X(1).
           05 WS-PQ-FEAT-COUNT PIC 9(4).
           05 WS-PQ-FEAT-NAME PIC X(30) OCCURS 200 TIMES.
         77 WS-PQ-TIER-TEXT PIC X(6).
         77 WS-PQ-QUOTA-TEXT PIC Z(3)9.

         01 WS-FEED-FIELDS.
           05 WS-FEED-TITLE PIC X(60).
      *> Optional 7th column: category id from the JOBCATS.DAT
      *> taxonomy; blank imports land uncategorized.
           05 WS-FEED-CATEGORY PIC X(10).
      *> Optional 8th column: work mode O/H/R (or the word on-site,
      *> hybrid or remote).
           05 WS-FEED-WORK-MODE PIC X(10).
         77 WS-FEED-MODE PIC X(1).
         77 WS-ROW-OK PIC X VALUE "Y".
         77 WS-REJECT-REASON PIC X(60).
         77 WS-FIELD-LEN PIC 999 VALUE 0.
         77 WS-SALARY-CHARS-OK PIC X VALUE "Y".
         77 WS-SALARY-RATE PIC X(10).

      *> Location master lookup (LOCMATCH)
         01 WS-LOCATION-MATCH.
           05 WS-LM-FUNCTION PIC X(1).
           05 WS-LM-TEXT PIC X(30).
           05 WS-LM-FOUND PIC X(1).
           05 WS-LM-LOC-ID PIC 9(3).
           05 WS-LM-NAME PIC X(30).
           05 WS-LM-REGION PIC X(2).
           05 WS-LM-MODE PIC X(1).

         77 WS-DEADLINE-MONTH PIC 99 VALUE 0.
         77 WS-DEADLINE-DAY PIC 99 VALUE 0.

      *> Company master names, for respelling the feed's employer,
      *> and whether each is on collection hold
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-HOLDS-STATUS PIC XX.
         77 WS-MAX-COMPANIES PIC 9(4) VALUE 200.
         01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 200 TIMES.
             10 WS-CO-ID PIC 9(4).
             10 WS-CO-NAME PIC X(30).
             10 WS-CO-HELD PIC X(1).
         77 WS-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-CO-IDX PIC 9(4) VALUE 0.

      *> Duplicate check (same match rules as the interactive
      *> FIND-DUPLICATE-POSTING): upper-case letter/digit keys, title
      *> keys differing in at most WS-DUP-TITLE-TOLERANCE positions.
         77 WS-DUP-KEY-IN PIC X(30).
         77 WS-DUP-KEY-OUT PIC X(30).
         77 WS-DUP-KEY-LEN PIC 9(2) VALUE 0.
         77 WS-DUP-KEY-POS PIC 9(2) VALUE 0.
         77 WS-DUP-KEY-CHAR PIC X.
         77 WS-DUP-NEW-EMPLOYER PIC X(30).
         77 WS-DUP-NEW-TITLE PIC X(30).
         77 WS-DUP-NEW-LOCATION PIC X(30).
         77 WS-DUP-TITLE-DIFFS PIC 9(2) VALUE 0.
         77 WS-DUP-TITLE-TOLERANCE PIC 9(2) VALUE 3.
         77 WS-DUP-FOUND-ID PIC X(12).
         77 WS-DUP-EOF PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           END-IF

           PERFORM NEXT-JOB-ID
           PERFORM LOAD-COMPANY-MASTER
           PERFORM PROCESS-FEED
           PERFORM RELEASE-JOBS-LOCK

                  WS-ACCEPTED-COUNT DELIMITED BY SIZE
                  "  rejected: " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  "  high risk: " DELIMITED BY SIZE
                  WS-HIGH-RISK-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           DISPLAY "Import complete: " WS-ACCEPTED-COUNT
             " posting(s) added, " WS-REJECTED-COUNT
             " row(s) rejected, " WS-HIGH-RISK-COUNT
             " held as high risk."
           DISPLAY "Exceptions written to "
             FUNCTION TRIM(WS-REPORT-FILENAME)

           UNSTRING FEED-RECORD DELIMITED BY "|"
             INTO WS-FEED-TITLE WS-FEED-DESC WS-FEED-EMPLOYER
                  WS-FEED-LOCATION WS-FEED-SALARY WS-FEED-DEADLINE
                  WS-FEED-CATEGORY WS-FEED-WORK-MODE
           END-UNSTRING

           MOVE "Y" TO WS-ROW-OK

           PERFORM VALIDATE-ROW-FIELDS

           IF WS-ROW-OK = "Y"
             PERFORM MATCH-FEED-LOCATION
           END-IF

           IF WS-ROW-OK = "Y"
             PERFORM CANONICALIZE-FEED-EMPLOYER
           END-IF

           IF WS-ROW-OK = "Y"
             PERFORM CHECK-FEED-DUPLICATE
           END-IF

           IF WS-ROW-OK = "Y"
             PERFORM CHECK-FEED-QUOTA
           END-IF

           IF WS-ROW-OK = "Y"
             PERFORM APPEND-IMPORTED-JOB
             ADD 1 TO WS-ACCEPTED-COUNT
             MOVE SPACES TO JOB-CATEGORY
           END-IF

           MOVE WS-FEED-MODE TO JOB-WORK-MODE

           MOVE "N" TO WS-RISK-HOLD
           CALL "JOBRISK" USING JOB-RECORD WS-RISK-SOURCE
             WS-RISK-SCORE WS-RISK-REASONS WS-RISK-HOLD
             ON EXCEPTION
               MOVE "N" TO WS-RISK-HOLD
           END-CALL

           WRITE JOB-RECORD
           CLOSE JOBS-FILE

           IF WS-RISK-HOLD = "Y"
             ADD 1 TO WS-HIGH-RISK-COUNT
             PERFORM WRITE-HIGH-RISK-LINE
           END-IF.

       LOAD-COMPANY-MASTER.
           MOVE 0 TO WS-CO-COUNT
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
                 IF WS-CO-COUNT < WS-MAX-COMPANIES
                   ADD 1 TO WS-CO-COUNT
                   MOVE CO-ID TO WS-CO-ID(WS-CO-COUNT)
                   MOVE CO-NAME TO WS-CO-NAME(WS-CO-COUNT)
                   MOVE "N" TO WS-CO-HELD(WS-CO-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE COMPANIES-FILE
           PERFORM LOAD-COLLECTION-HOLDS.

       LOAD-COLLECTION-HOLDS.
           MOVE "N" TO WS-EOF
           OPEN INPUT COLLECTHOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
             IF WS-HOLDS-STATUS = "05"
               CLOSE COLLECTHOLDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ COLLECTHOLDS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF CH-STATUS = "H"
                   PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                     UNTIL WS-CO-IDX > WS-CO-COUNT
                     IF WS-CO-ID(WS-CO-IDX) = CH-CO-ID
                       MOVE "Y" TO WS-CO-HELD(WS-CO-IDX)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM

           CLOSE COLLECTHOLDS-FILE.

      *> Case-insensitive match against the master, as
      *> COMPANYCLEANUP does; the master's spelling wins.
      *> Respells the feed location to its location master name
      *> and settles the work mode: the feed's own column when
      *> given, else the mode named in the location text, else
      *> on-site.
       MATCH-FEED-LOCATION.
           MOVE "M" TO WS-LM-FUNCTION
           MOVE WS-FEED-LOCATION(1:30) TO WS-LM-TEXT
           CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-LM-FOUND
           END-CALL
           IF WS-LM-FOUND NOT = "Y"
             MOVE "N" TO WS-ROW-OK
             MOVE "Location is not on the location master" TO
               WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE WS-LM-NAME TO WS-FEED-LOCATION

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FEED-WORK-MODE))
             TO WS-FEED-WORK-MODE
           EVALUATE WS-FEED-WORK-MODE
             WHEN SPACES
               IF WS-LM-MODE = "R" OR WS-LM-MODE = "H"
                 MOVE WS-LM-MODE TO WS-FEED-MODE
               ELSE
                 MOVE "O" TO WS-FEED-MODE
               END-IF
             WHEN "O"
             WHEN "ON-SITE"
             WHEN "ONSITE"
               MOVE "O" TO WS-FEED-MODE
             WHEN "H"
             WHEN "HYBRID"
               MOVE "H" TO WS-FEED-MODE
             WHEN "R"
             WHEN "REMOTE"
               MOVE "R" TO WS-FEED-MODE
             WHEN OTHER
               MOVE "N" TO WS-ROW-OK
               MOVE "Work mode must be O (on-site), H (hybrid) or R"
                 TO WS-REJECT-REASON
           END-EVALUATE.

       CANONICALIZE-FEED-EMPLOYER.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL WS-CO-IDX > WS-CO-COUNT
             IF FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-CO-NAME(WS-CO-IDX))) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FEED-EMPLOYER))
               MOVE WS-CO-NAME(WS-CO-IDX) TO WS-FEED-EMPLOYER
               IF WS-CO-HELD(WS-CO-IDX) = "Y"
                 MOVE "N" TO WS-ROW-OK
                 MOVE "Employer is on collection hold" TO
                   WS-REJECT-REASON
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.

      *> Rejects the row when an open (not rejected) posting in
      *> JOBS.DAT has the same employer and location keys and a
      *> title key within the tolerance.
       CHECK-FEED-DUPLICATE.
           MOVE SPACES TO WS-DUP-FOUND-ID
           MOVE WS-FEED-EMPLOYER(1:30) TO WS-DUP-KEY-IN
           PERFORM BUILD-DUP-MATCH-KEY
           MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-EMPLOYER
           MOVE WS-FEED-LOCATION(1:30) TO WS-DUP-KEY-IN
           PERFORM BUILD-DUP-MATCH-KEY
           MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-LOCATION
           MOVE WS-FEED-TITLE(1:30) TO WS-DUP-KEY-IN
           PERFORM BUILD-DUP-MATCH-KEY
           MOVE WS-DUP-KEY-OUT TO WS-DUP-NEW-TITLE

           MOVE "N" TO WS-DUP-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DUP-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-DUP-EOF
               NOT AT END
                 IF JOB-REVIEW-STATUS NOT = "R"
                   MOVE JOB-EMPLOYER TO WS-DUP-KEY-IN
                   PERFORM BUILD-DUP-MATCH-KEY
                   IF WS-DUP-KEY-OUT = WS-DUP-NEW-EMPLOYER
                     MOVE JOB-LOCATION TO WS-DUP-KEY-IN
                     PERFORM BUILD-DUP-MATCH-KEY
                     IF WS-DUP-KEY-OUT = WS-DUP-NEW-LOCATION
                       PERFORM COMPARE-DUP-TITLE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOBS-FILE

           IF WS-DUP-FOUND-ID NOT = SPACES
             MOVE "N" TO WS-ROW-OK
             MOVE SPACES TO WS-REJECT-REASON
             STRING "probable duplicate of " DELIMITED BY SIZE
                    WS-DUP-FOUND-ID DELIMITED BY SIZE
               INTO WS-REJECT-REASON
             END-STRING
           END-IF.

      *> Each accepted row is appended before the next is read, so
      *> the live count already includes this feed's earlier rows.
       CHECK-FEED-QUOTA.
           MOVE "Q" TO WS-PQ-FUNCTION
           MOVE WS-FEED-EMPLOYER(1:30) TO WS-PQ-EMPLOYER
           MOVE "N" TO WS-PQ-OVER
           CALL "PARTNERQUOTA" USING WS-PARTNER-QUOTA
             ON EXCEPTION
               MOVE "N" TO WS-PQ-OVER
           END-CALL
           IF WS-PQ-OVER NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           EVALUATE WS-PQ-TIER
             WHEN "G"
               MOVE "Gold" TO WS-PQ-TIER-TEXT
             WHEN "S"
               MOVE "Silver" TO WS-PQ-TIER-TEXT
             WHEN OTHER
               MOVE "Basic" TO WS-PQ-TIER-TEXT
           END-EVALUATE
           MOVE WS-PQ-QUOTA TO WS-PQ-QUOTA-TEXT
           MOVE "N" TO WS-ROW-OK
           MOVE SPACES TO WS-REJECT-REASON
           STRING "Employer at its " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PQ-TIER-TEXT) DELIMITED BY SIZE
                  " tier quota of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PQ-QUOTA-TEXT) DELIMITED BY SIZE
                  " live postings" DELIMITED BY SIZE
             INTO WS-REJECT-REASON
           END-STRING.

       COMPARE-DUP-TITLE.
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
             MOVE "Y" TO WS-DUP-EOF
           END-IF.

      *> WS-DUP-KEY-IN upper-cased with everything but letters and
      *> digits squeezed out.
       BUILD-DUP-MATCH-KEY.
           MOVE SPACES TO WS-DUP-KEY-OUT
           MOVE 0 TO WS-DUP-KEY-LEN
           PERFORM VARYING WS-DUP-KEY-POS FROM 1 BY 1
             UNTIL WS-DUP-KEY-POS > 30
             MOVE FUNCTION UPPER-CASE(WS-DUP-KEY-IN(WS-DUP-KEY-POS:1))
               TO WS-DUP-KEY-CHAR
             IF (WS-DUP-KEY-CHAR >= "A" AND WS-DUP-KEY-CHAR <= "Z")
               OR (WS-DUP-KEY-CHAR >= "0" AND WS-DUP-KEY-CHAR <= "9")
               ADD 1 TO WS-DUP-KEY-LEN
               MOVE WS-DUP-KEY-CHAR TO
                 WS-DUP-KEY-OUT(WS-DUP-KEY-LEN:1)
             END-IF
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> Imported rows are always pending, so a high-risk one needs
      *> no status change; the line points the moderators at it.
       WRITE-HIGH-RISK-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "Row " DELIMITED BY SIZE
                  WS-ROW-NUMBER DELIMITED BY SIZE
                  " held as high risk: " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID) DELIMITED BY SIZE
                  " score " DELIMITED BY SIZE
                  WS-RISK-SCORE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEED-TITLE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RISK-REASONS) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> ===== JOBS.LCK lock protocol (shared with the other
      *> programs that rewrite JOBS.DAT) =====
       ACQUIRE-JOBS-LOCK.
