       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNDICATEJOBS.

      *> Nightly outbound feed of our live postings for the partner
      *> job boards (state workforce board, regional consortia).
      *> Unlike WAREHOUSEEXTRACT's full dump this is a publication
      *> delta: only postings that are approved, published (no
      *> future go-live date) and not past their deadline are
      *> syndicated, never those of a company on SYNDOPTOUT.DAT or
      *> of a sandbox account. Each run compares that set with the
      *> previous run's snapshot (SYNDSNAP.DAT) and writes
      *> SYNDICATION-<date>.TXT, pipe-delimited:
      *>   H|INCOLLEGE-JOBS|<run date>|<previous run date>
      *>   A|job id|title|employer|location|salary|deadline|
      *>     category|openings|posted date|description    (new)
      *>   C|...same fields...                         (changed)
      *>   D|job id|title|employer|location   (withdrawn/expired)
      *>   T|adds|changes|deletes|detail rows|live postings
      *> The previous generation is kept as SYNDSNAP.PRV, so a rerun
      *> on the same day rebuilds the same delta instead of an empty
      *> one. Runs as a NIGHTLYBATCH step after EXPIREJOBS and
      *> PUBLISHJOBS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL SYNDOPTOUT-FILE
               ASSIGN TO "SYNDOPTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYNDOPT-STATUS.

           SELECT OPTIONAL SANDBOX-FILE
               ASSIGN TO "SANDBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANDBOX-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN TO DYNAMIC WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT OPTIONAL SNAPCOPY-FILE
               ASSIGN TO "SYNDSNAP.PRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCOPY-STATUS.

           SELECT FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-ID PIC X(12).
             05 JOB-TITLE PIC X(30).
             05 JOB-DESCRIPTION PIC X(100).
             05 JOB-EMPLOYER PIC X(30).
             05 JOB-LOCATION PIC X(30).
             05 JOB-SALARY PIC X(30).
             05 JOB-POSTER PIC X(12).
             05 JOB-POSTED-DATE PIC X(8).
             05 JOB-DEADLINE PIC X(8).
             05 JOB-REVIEW-STATUS PIC X(1).
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

       FD SYNDOPTOUT-FILE.
           01 SYNDOPTOUT-RECORD.
             05 SO-CO-ID PIC 9(4).
             05 SO-SET-BY PIC X(12).
             05 SO-SET-DATE PIC X(8).

       FD SANDBOX-FILE.
           01 SANDBOX-RECORD.
             05 SBX-USERNAME PIC X(12).

      *> One row per syndicated posting as it was last sent, led by a
      *> control row carrying the run date.
       FD SNAPSHOT-FILE.
           01 SNAP-RECORD.
             05 SS-JOB-ID PIC X(12).
             05 SS-TITLE PIC X(30).
             05 SS-DESCRIPTION PIC X(100).
             05 SS-EMPLOYER PIC X(30).
             05 SS-LOCATION PIC X(30).
             05 SS-SALARY PIC X(30).
             05 SS-DEADLINE PIC X(8).
             05 SS-CATEGORY PIC X(3).
             05 SS-OPENINGS PIC X(4).
             05 SS-POSTED-DATE PIC X(8).
           01 SNAP-CONTROL-RECORD REDEFINES SNAP-RECORD.
             05 SC-TAG PIC X(12).
             05 SC-RUN-DATE PIC X(8).
             05 FILLER PIC X(235).

       FD SNAPCOPY-FILE.
           01 SNAPCOPY-RECORD PIC X(255).

       FD FEED-FILE.
           01 FEED-RECORD PIC X(300).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-SYNDOPT-STATUS PIC XX.
         77 WS-SANDBOX-STATUS PIC XX.
         77 WS-SNAP-STATUS PIC XX.
         77 WS-SNAPCOPY-STATUS PIC XX.
         77 WS-FEED-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-STEP-SUMMARY PIC X(60).
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-FEED-FILENAME PIC X(40).
         77 WS-SNAP-NAME PIC X(20).
         77 WS-SNAP-CONTROL-TAG PIC X(12) VALUE "*CONTROL".
         77 WS-PREV-RUN-DATE PIC X(8) VALUE SPACES.
         77 WS-CUR-RUN-DATE PIC X(8) VALUE SPACES.

      *> Companies that opted out, resolved to their master names so
      *> postings can be matched on JOB-EMPLOYER.
         77 WS-MAX-OPTOUTS PIC 9(4) VALUE 200.
         01 WS-OPTOUT-ID-TABLE.
           05 WS-OPTOUT-ID PIC 9(4) OCCURS 200 TIMES.
         77 WS-OPTOUT-ID-COUNT PIC 9(4) VALUE 0.
         01 WS-OPTOUT-NAME-TABLE.
           05 WS-OPTOUT-NAME PIC X(30) OCCURS 200 TIMES.
         77 WS-OPTOUT-NAME-COUNT PIC 9(4) VALUE 0.
         77 WS-OPTOUT-IDX PIC 9(4) VALUE 0.

         01 WS-SANDBOX-TABLE.
           05 WS-SBX-USER PIC X(12) OCCURS 500 TIMES.
         77 WS-SBX-COUNT PIC 9(4) VALUE 0.
         77 WS-SBX-IDX PIC 9(4) VALUE 0.

      *> Previous run's snapshot, with a flag for rows still live
         77 WS-MAX-PREV PIC 9(4) VALUE 2000.
         01 WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 2000 TIMES.
             10 WS-PREV-ROW PIC X(255).
             10 WS-PREV-SEEN PIC X.
         77 WS-PREV-COUNT PIC 9(4) VALUE 0.
         77 WS-PREV-IDX PIC 9(4) VALUE 0.
         77 WS-PREV-HIT PIC 9(4) VALUE 0.
         77 WS-PREV-OVERFLOW PIC X VALUE "N".

         01 WS-CUR-ROW.
           05 WS-CUR-JOB-ID PIC X(12).
           05 WS-CUR-TITLE PIC X(30).
           05 WS-CUR-DESCRIPTION PIC X(100).
           05 WS-CUR-EMPLOYER PIC X(30).
           05 WS-CUR-LOCATION PIC X(30).
           05 WS-CUR-SALARY PIC X(30).
           05 WS-CUR-DEADLINE PIC X(8).
           05 WS-CUR-CATEGORY PIC X(3).
           05 WS-CUR-OPENINGS PIC X(4).
           05 WS-CUR-POSTED-DATE PIC X(8).
         01 WS-GONE-ROW.
           05 WS-GONE-JOB-ID PIC X(12).
           05 WS-GONE-TITLE PIC X(30).
           05 WS-GONE-DESCRIPTION PIC X(100).
           05 WS-GONE-EMPLOYER PIC X(30).
           05 WS-GONE-LOCATION PIC X(30).
           05 FILLER PIC X(53).

         77 WS-ROW-ELIGIBLE PIC X VALUE "N".
         77 WS-ACTION PIC X.
         77 WS-ADD-COUNT PIC 9(6) VALUE 0.
         77 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
         77 WS-DELETE-COUNT PIC 9(6) VALUE 0.
         77 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
         77 WS-LIVE-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE SPACES TO WS-FEED-FILENAME
           STRING "SYNDICATION-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-FEED-FILENAME
           END-STRING

           PERFORM LOAD-OPTOUT-COMPANIES
           PERFORM LOAD-SANDBOX-LIST
           PERFORM LOAD-PREVIOUS-SNAPSHOT
           IF WS-PREV-OVERFLOW = "Y"
             DISPLAY "Syndication snapshot holds more than "
               WS-MAX-PREV " postings; feed not produced."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
             DISPLAY "Unable to open " FUNCTION TRIM(WS-FEED-FILENAME)
               " for output."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO FEED-RECORD
           STRING "H|INCOLLEGE-JOBS|" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PREV-RUN-DATE DELIMITED BY SIZE
             INTO FEED-RECORD
           END-STRING
           WRITE FEED-RECORD

           MOVE "SYNDSNAP.DAT" TO WS-SNAP-NAME
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00" AND WS-SNAP-STATUS NOT = "05"
             DISPLAY "Unable to write SYNDSNAP.DAT (status "
               WS-SNAP-STATUS ")."
             CLOSE FEED-FILE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-SNAP-CONTROL-TAG TO SC-TAG
           MOVE WS-TODAY-STAMP TO SC-RUN-DATE
           WRITE SNAP-RECORD

           PERFORM SYNDICATE-LIVE-POSTINGS
           PERFORM WRITE-WITHDRAWN-POSTINGS
           CLOSE SNAPSHOT-FILE

           MOVE SPACES TO FEED-RECORD
           STRING "T|" DELIMITED BY SIZE
                  WS-ADD-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CHANGE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DELETE-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LIVE-COUNT DELIMITED BY SIZE
             INTO FEED-RECORD
           END-STRING
           WRITE FEED-RECORD
           CLOSE FEED-FILE

           DISPLAY "Syndication feed written to "
             FUNCTION TRIM(WS-FEED-FILENAME) ": " WS-ADD-COUNT
             " added, " WS-CHANGE-COUNT " changed, "
             WS-DELETE-COUNT " withdrawn."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "adds " DELIMITED BY SIZE
                  WS-ADD-COUNT DELIMITED BY SIZE
                  " changes " DELIMITED BY SIZE
                  WS-CHANGE-COUNT DELIMITED BY SIZE
                  " deletes " DELIMITED BY SIZE
                  WS-DELETE-COUNT DELIMITED BY SIZE
                  " live " DELIMITED BY SIZE
                  WS-LIVE-COUNT DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY

           GOBACK.

       LOAD-OPTOUT-COMPANIES.
           MOVE 0 TO WS-OPTOUT-ID-COUNT
           MOVE 0 TO WS-OPTOUT-NAME-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SYNDOPTOUT-FILE
           IF WS-SYNDOPT-STATUS NOT = "00"
             IF WS-SYNDOPT-STATUS = "05"
               CLOSE SYNDOPTOUT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ SYNDOPTOUT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-OPTOUT-ID-COUNT < WS-MAX-OPTOUTS
                   ADD 1 TO WS-OPTOUT-ID-COUNT
                   MOVE SO-CO-ID TO WS-OPTOUT-ID(WS-OPTOUT-ID-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SYNDOPTOUT-FILE

           IF WS-OPTOUT-ID-COUNT = 0
             EXIT PARAGRAPH
           END-IF

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
                 PERFORM VARYING WS-OPTOUT-IDX FROM 1 BY 1
                   UNTIL WS-OPTOUT-IDX > WS-OPTOUT-ID-COUNT
                   IF WS-OPTOUT-ID(WS-OPTOUT-IDX) = CO-ID
                     AND WS-OPTOUT-NAME-COUNT < WS-MAX-OPTOUTS
                     ADD 1 TO WS-OPTOUT-NAME-COUNT
                     MOVE FUNCTION UPPER-CASE(CO-NAME) TO
                       WS-OPTOUT-NAME(WS-OPTOUT-NAME-COUNT)
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE.

       LOAD-SANDBOX-LIST.
           MOVE 0 TO WS-SBX-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SANDBOX-FILE
           IF WS-SANDBOX-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ SANDBOX-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF WS-SBX-COUNT < 500
                     ADD 1 TO WS-SBX-COUNT
                     MOVE SBX-USERNAME TO WS-SBX-USER(WS-SBX-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SANDBOX-FILE
           ELSE
             IF WS-SANDBOX-STATUS = "05"
               CLOSE SANDBOX-FILE
             END-IF
           END-IF.

      *> SYNDSNAP.DAT already stamped today means this is a rerun:
      *> the delta is rebuilt against the generation kept in
      *> SYNDSNAP.PRV. Otherwise SYNDSNAP.DAT becomes the new
      *> SYNDSNAP.PRV before it is overwritten.
       LOAD-PREVIOUS-SNAPSHOT.
           MOVE "SYNDSNAP.DAT" TO WS-SNAP-NAME
           MOVE SPACES TO WS-CUR-RUN-DATE
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS = "00"
             READ SNAPSHOT-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF SC-TAG = WS-SNAP-CONTROL-TAG
                   MOVE SC-RUN-DATE TO WS-CUR-RUN-DATE
                 END-IF
             END-READ
             CLOSE SNAPSHOT-FILE
           ELSE
             IF WS-SNAP-STATUS = "05"
               CLOSE SNAPSHOT-FILE
             END-IF
           END-IF

           IF WS-CUR-RUN-DATE = WS-TODAY-STAMP
             MOVE "SYNDSNAP.PRV" TO WS-SNAP-NAME
           ELSE
             PERFORM KEEP-PRIOR-GENERATION
           END-IF

           MOVE 0 TO WS-PREV-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
             IF WS-SNAP-STATUS = "05"
               CLOSE SNAPSHOT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ SNAPSHOT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF SC-TAG = WS-SNAP-CONTROL-TAG
                   MOVE SC-RUN-DATE TO WS-PREV-RUN-DATE
                 ELSE
                   IF WS-PREV-COUNT < WS-MAX-PREV
                     ADD 1 TO WS-PREV-COUNT
                     MOVE SNAP-RECORD TO WS-PREV-ROW(WS-PREV-COUNT)
                     MOVE "N" TO WS-PREV-SEEN(WS-PREV-COUNT)
                   ELSE
                     MOVE "Y" TO WS-PREV-OVERFLOW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       KEEP-PRIOR-GENERATION.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT SNAPCOPY-FILE
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
             IF WS-SNAP-STATUS = "05"
               CLOSE SNAPSHOT-FILE
             END-IF
             MOVE "Y" TO WS-EOF
           ELSE
             PERFORM UNTIL WS-EOF = "Y"
               READ SNAPSHOT-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   MOVE SNAP-RECORD TO SNAPCOPY-RECORD
                   WRITE SNAPCOPY-RECORD
               END-READ
             END-PERFORM
             CLOSE SNAPSHOT-FILE
           END-IF
           CLOSE SNAPCOPY-FILE
           MOVE "SYNDSNAP.PRV" TO WS-SNAP-NAME.

       SYNDICATE-LIVE-POSTINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM CHECK-POSTING-ELIGIBLE
                 IF WS-ROW-ELIGIBLE = "Y"
                   PERFORM SYNDICATE-ONE-POSTING
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOBS-FILE.

      *> Approved, released and open, from a company that shares its
      *> postings and not from a sandbox account.
       CHECK-POSTING-ELIGIBLE.
           MOVE "N" TO WS-ROW-ELIGIBLE
      *> A posting always carries a title and employer; a row without
      *> them is damaged and never goes out on the feed.
           IF JOB-TITLE = SPACES OR JOB-EMPLOYER = SPACES
             EXIT PARAGRAPH
           END-IF
           IF JOB-REVIEW-STATUS = "P" OR JOB-REVIEW-STATUS = "R"
             EXIT PARAGRAPH
           END-IF
           IF JOB-PUBLISH-DATE IS NUMERIC
             AND JOB-PUBLISH-DATE > WS-TODAY-STAMP
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(JOB-DEADLINE)) > 0
             AND FUNCTION TRIM(JOB-DEADLINE) < WS-TODAY-STAMP
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OPTOUT-IDX FROM 1 BY 1
             UNTIL WS-OPTOUT-IDX > WS-OPTOUT-NAME-COUNT
             IF FUNCTION TRIM(WS-OPTOUT-NAME(WS-OPTOUT-IDX)) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-EMPLOYER))
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           PERFORM VARYING WS-SBX-IDX FROM 1 BY 1
             UNTIL WS-SBX-IDX > WS-SBX-COUNT
             IF FUNCTION TRIM(WS-SBX-USER(WS-SBX-IDX)) =
               FUNCTION TRIM(JOB-POSTER)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE "Y" TO WS-ROW-ELIGIBLE.

       SYNDICATE-ONE-POSTING.
           MOVE JOB-ID TO WS-CUR-JOB-ID
           MOVE JOB-TITLE TO WS-CUR-TITLE
           MOVE JOB-DESCRIPTION TO WS-CUR-DESCRIPTION
           MOVE JOB-EMPLOYER TO WS-CUR-EMPLOYER
           MOVE JOB-LOCATION TO WS-CUR-LOCATION
           MOVE JOB-SALARY TO WS-CUR-SALARY
           MOVE JOB-DEADLINE TO WS-CUR-DEADLINE
           MOVE JOB-CATEGORY TO WS-CUR-CATEGORY
           MOVE JOB-OPENINGS TO WS-CUR-OPENINGS
           MOVE JOB-POSTED-DATE TO WS-CUR-POSTED-DATE

           MOVE WS-CUR-ROW TO SNAP-RECORD
           WRITE SNAP-RECORD
           ADD 1 TO WS-LIVE-COUNT

           MOVE 0 TO WS-PREV-HIT
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
             UNTIL WS-PREV-IDX > WS-PREV-COUNT OR WS-PREV-HIT > 0
             IF WS-PREV-ROW(WS-PREV-IDX)(1:12) = WS-CUR-JOB-ID
               MOVE WS-PREV-IDX TO WS-PREV-HIT
             END-IF
           END-PERFORM

           IF WS-PREV-HIT = 0
             MOVE "A" TO WS-ACTION
             ADD 1 TO WS-ADD-COUNT
             PERFORM WRITE-POSTING-DETAIL
           ELSE
             MOVE "Y" TO WS-PREV-SEEN(WS-PREV-HIT)
             IF WS-PREV-ROW(WS-PREV-HIT) NOT = WS-CUR-ROW
               MOVE "C" TO WS-ACTION
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM WRITE-POSTING-DETAIL
             END-IF
           END-IF.

       WRITE-POSTING-DETAIL.
           MOVE SPACES TO FEED-RECORD
           STRING WS-ACTION DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-JOB-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-TITLE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-EMPLOYER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-LOCATION) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-SALARY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-DEADLINE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-CATEGORY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-OPENINGS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-POSTED-DATE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-DESCRIPTION) DELIMITED BY SIZE
             INTO FEED-RECORD
           END-STRING
           WRITE FEED-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

      *> Anything sent last time that is no longer live -- expired,
      *> archived, closed, rejected, held back or opted out -- is
      *> withdrawn from the partner boards.
       WRITE-WITHDRAWN-POSTINGS.
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
             UNTIL WS-PREV-IDX > WS-PREV-COUNT
             IF WS-PREV-SEEN(WS-PREV-IDX) NOT = "Y"
               MOVE WS-PREV-ROW(WS-PREV-IDX) TO WS-GONE-ROW
               MOVE SPACES TO FEED-RECORD
               STRING "D|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GONE-JOB-ID) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GONE-TITLE) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GONE-EMPLOYER) DELIMITED BY
                        SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GONE-LOCATION) DELIMITED BY
                        SIZE
                 INTO FEED-RECORD
               END-STRING
               WRITE FEED-RECORD
               ADD 1 TO WS-DELETE-COUNT
               ADD 1 TO WS-DETAIL-COUNT
             END-IF
           END-PERFORM.

       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             CLOSE STEPSUMMARY-FILE
           END-IF.

       END PROGRAM SYNDICATEJOBS.
