       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATIONCLEANUP.

      *> One-time assisted cleanup for posting locations. Maps the
      *> free-text JOB-LOCATION of every posting in JOBS.DAT and
      *> JOBS-ARCHIVE.DAT onto the location master (LOCMATCH), so
      *> "NYC", "new york" and "New York, NY - Remote" all read as
      *> "New York, NY", and fills in the work mode (on-site, hybrid,
      *> remote) on postings that have none: the mode named in the
      *> old text, otherwise on-site. A blank location becomes
      *> Anywhere, remote. Text that matches nothing is left as it
      *> is and listed in LOCATION-CLEANUP-<yyyymmdd>.TXT; add the
      *> spelling with LOCATIONS ALIAS and rerun. Rerunning is safe:
      *> clean names map to themselves and a stated mode is kept.
      *> JOBS.DAT is rewritten through JOBS.NEW under JOBS.LCK with
      *> the JOBS.CMT marker, as COMPANYCLEANUP does; the archive is
      *> rewritten under the same lock through JOBS-ARCHIVE.NEW with
      *> its own JOBS-ARCHIVE.CMT marker, and an interrupted archive
      *> swap is finished by the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL JOBS-WORK-FILE
               ASSIGN TO "JOBS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-WORK-STATUS.

           SELECT OPTIONAL JOBS-COMMIT-FILE
               ASSIGN TO "JOBS.CMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-CMT-STATUS.

           SELECT OPTIONAL JOBS-LOCK-FILE
               ASSIGN TO "JOBS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO "JOBS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL ARCHIVE-WORK-FILE
               ASSIGN TO "JOBS-ARCHIVE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-WORK-STATUS.

           SELECT OPTIONAL ARCHIVE-COMMIT-FILE
               ASSIGN TO "JOBS-ARCHIVE.CMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-CMT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD JOBS-WORK-FILE.
           01 JOB-WORK-RECORD PIC X(277).

       FD JOBS-COMMIT-FILE.
           01 JOBS-COMMIT-RECORD PIC 9(8).

       FD JOBS-LOCK-FILE.
           01 JOBS-LOCK-RECORD PIC X(14).

       FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD.
             05 ARC-JOB-ID PIC X(12).
             05 ARC-TITLE PIC X(30).
             05 ARC-DESCRIPTION PIC X(100).
             05 ARC-EMPLOYER PIC X(30).
             05 ARC-LOCATION PIC X(30).
             05 ARC-SALARY PIC X(30).
             05 ARC-POSTER PIC X(12).
             05 ARC-POSTED-DATE PIC X(8).
             05 ARC-DEADLINE PIC X(8).
             05 ARC-ARCHIVED-DATE PIC X(8).
             05 ARC-REASON PIC X(12).
             05 ARC-WORK-MODE PIC X(1).

       FD ARCHIVE-WORK-FILE.
           01 ARCHIVE-WORK-RECORD PIC X(281).

       FD ARCHIVE-COMMIT-FILE.
           01 ARCHIVE-COMMIT-RECORD PIC 9(8).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-JOBS-WORK-STATUS PIC XX.
         77 WS-JOBS-CMT-STATUS PIC XX.
         77 WS-LOCK-STATUS PIC XX.
         77 WS-ARCHIVE-STATUS PIC XX.
         77 WS-ARCHIVE-WORK-STATUS PIC XX.
         77 WS-ARCHIVE-CMT-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-WORK-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).

         77 WS-READ-COUNT PIC 9(8) VALUE 0.
         77 WS-WRITE-COUNT PIC 9(8) VALUE 0.
         77 WS-WORK-COUNT PIC 9(8) VALUE 0.

         77 WS-JOB-SEEN PIC 9(6) VALUE 0.
         77 WS-JOB-RENAMED PIC 9(6) VALUE 0.
         77 WS-JOB-MODE-SET PIC 9(6) VALUE 0.
         77 WS-JOB-UNMATCHED PIC 9(6) VALUE 0.
         77 WS-ARC-SEEN PIC 9(6) VALUE 0.
         77 WS-ARC-RENAMED PIC 9(6) VALUE 0.
         77 WS-ARC-MODE-SET PIC 9(6) VALUE 0.
         77 WS-ARC-UNMATCHED PIC 9(6) VALUE 0.
         77 WS-JOBS-APPLIED PIC X VALUE "N".
         77 WS-ARCHIVE-APPLIED PIC X VALUE "N".

      *> One row is mapped at a time through these fields; the
      *> outcome flags drive the counts for whichever file it came
      *> from.
         77 WS-MAP-LOCATION PIC X(30).
         77 WS-MAP-MODE PIC X(1).
         77 WS-MAP-RENAMED PIC X VALUE "N".
         77 WS-MAP-MODE-SET PIC X VALUE "N".
         77 WS-MAP-MATCHED PIC X VALUE "N".
         77 WS-MAP-SOURCE PIC X(1).

      *> Distinct unmatched texts for the report (J = live posting,
      *> A = archived posting)
         77 WS-MAX-UNMATCHED PIC 9(3) VALUE 200.
         01 WS-UNMATCHED-TABLE.
           05 WS-UM-ENTRY OCCURS 200 TIMES.
             10 WS-UM-TEXT PIC X(30).
             10 WS-UM-LIVE PIC 9(5).
             10 WS-UM-ARCHIVED PIC 9(5).
         77 WS-UM-COUNT PIC 9(3) VALUE 0.
         77 WS-UM-IDX PIC 9(3) VALUE 0.
         77 WS-UM-MATCH PIC 9(3) VALUE 0.
         77 WS-UM-OVERFLOW PIC X VALUE "N".

         77 WS-COUNT-TEXT PIC Z(5)9.
         77 WS-NUM-TEXT PIC ZZZZ9.

      *> Location match (LOCMATCH)
         01 WS-LOCATION-MATCH.
           05 WS-LM-FUNCTION PIC X(1).
           05 WS-LM-TEXT PIC X(30).
           05 WS-LM-FOUND PIC X(1).
           05 WS-LM-LOC-ID PIC 9(3).
           05 WS-LM-NAME PIC X(30).
           05 WS-LM-REGION PIC X(2).
           05 WS-LM-MODE PIC X(1).

         77 WS-LOCK-OK PIC X VALUE "N".
         77 WS-LOCK-HELD-TS PIC X(14).
         77 WS-LOCK-STALE PIC X VALUE "N".
         77 WS-LOCK-STALE-SECS PIC 9(6) VALUE 600.
         77 WS-LOCK-NOW-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-HELD-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-AGE-SECS PIC S9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP

           PERFORM ACQUIRE-JOBS-LOCK
           IF WS-LOCK-OK NOT = "Y"
             DISPLAY "JOBS.DAT is locked by another process; "
               "try again later."
             GOBACK
           END-IF

           MOVE "S" TO WS-LM-FUNCTION
           MOVE SPACES TO WS-LM-TEXT
           CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
               DISPLAY "LOCMATCH is not available; postings unchanged."
               PERFORM RELEASE-JOBS-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-CALL

           PERFORM RECOVER-ARCHIVE-SWAP
           PERFORM CLEAN-JOB-LOCATIONS
           PERFORM CLEAN-ARCHIVE-LOCATIONS
           PERFORM RELEASE-JOBS-LOCK

           PERFORM WRITE-CLEANUP-REPORT

           DISPLAY "Location cleanup complete: " WS-JOB-RENAMED
             " posting(s) and " WS-ARC-RENAMED
             " archived posting(s) mapped to the master;"
           DISPLAY "  " WS-JOB-MODE-SET " and " WS-ARC-MODE-SET
             " given a work mode; " WS-UM-COUNT
             " location text(s) left unmatched."
           DISPLAY "See " FUNCTION TRIM(WS-REPORT-FILENAME)

           GOBACK.

      *> Map WS-MAP-LOCATION / WS-MAP-MODE onto the master. The
      *> location is only replaced by a master name and the mode is
      *> only filled in when blank, so the mapping can be rerun.
       MAP-ONE-LOCATION.
           MOVE "N" TO WS-MAP-RENAMED
           MOVE "N" TO WS-MAP-MODE-SET
           MOVE "N" TO WS-MAP-MATCHED

           MOVE "M" TO WS-LM-FUNCTION
           IF WS-MAP-LOCATION = SPACES
             MOVE "Remote" TO WS-LM-TEXT
           ELSE
             MOVE WS-MAP-LOCATION TO WS-LM-TEXT
           END-IF
           CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-LM-FOUND
           END-CALL

           IF WS-LM-FOUND = "Y"
             MOVE "Y" TO WS-MAP-MATCHED
             IF WS-MAP-LOCATION NOT = WS-LM-NAME
               MOVE WS-LM-NAME TO WS-MAP-LOCATION
               MOVE "Y" TO WS-MAP-RENAMED
             END-IF
           ELSE
             PERFORM NOTE-UNMATCHED-LOCATION
           END-IF

           IF WS-MAP-MODE = SPACES
             IF WS-LM-MODE = "R" OR WS-LM-MODE = "H"
               MOVE WS-LM-MODE TO WS-MAP-MODE
             ELSE
               MOVE "O" TO WS-MAP-MODE
             END-IF
             MOVE "Y" TO WS-MAP-MODE-SET
           END-IF.

       NOTE-UNMATCHED-LOCATION.
           MOVE 0 TO WS-UM-MATCH
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
             UNTIL WS-UM-IDX > WS-UM-COUNT OR WS-UM-MATCH > 0
             IF FUNCTION UPPER-CASE(WS-UM-TEXT(WS-UM-IDX)) =
               FUNCTION UPPER-CASE(WS-MAP-LOCATION)
               MOVE WS-UM-IDX TO WS-UM-MATCH
             END-IF
           END-PERFORM

           IF WS-UM-MATCH = 0
             IF WS-UM-COUNT >= WS-MAX-UNMATCHED
               MOVE "Y" TO WS-UM-OVERFLOW
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-UM-COUNT
             MOVE WS-UM-COUNT TO WS-UM-MATCH
             MOVE WS-MAP-LOCATION TO WS-UM-TEXT(WS-UM-MATCH)
             MOVE 0 TO WS-UM-LIVE(WS-UM-MATCH)
             MOVE 0 TO WS-UM-ARCHIVED(WS-UM-MATCH)
           END-IF

           IF WS-MAP-SOURCE = "A"
             ADD 1 TO WS-UM-ARCHIVED(WS-UM-MATCH)
           ELSE
             ADD 1 TO WS-UM-LIVE(WS-UM-MATCH)
           END-IF.

      *> Stream every posting through JOBS.NEW with its location
      *> mapped, then swap the work file in behind the commit marker.
       CLEAN-JOB-LOCATIONS.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE "N" TO WS-EOF
           MOVE "J" TO WS-MAP-SOURCE

           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT JOBS-WORK-FILE
           IF WS-JOBS-WORK-STATUS NOT = "00"
             AND WS-JOBS-WORK-STATUS NOT = "05"
             DISPLAY "Unable to write JOBS.NEW; postings unchanged."
             CLOSE JOBS-FILE
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 ADD 1 TO WS-JOB-SEEN
                 MOVE JOB-LOCATION TO WS-MAP-LOCATION
                 MOVE JOB-WORK-MODE TO WS-MAP-MODE
                 PERFORM MAP-ONE-LOCATION
                 MOVE WS-MAP-LOCATION TO JOB-LOCATION
                 MOVE WS-MAP-MODE TO JOB-WORK-MODE
                 IF WS-MAP-RENAMED = "Y"
                   ADD 1 TO WS-JOB-RENAMED
                 END-IF
                 IF WS-MAP-MODE-SET = "Y"
                   ADD 1 TO WS-JOB-MODE-SET
                 END-IF
                 IF WS-MAP-MATCHED NOT = "Y"
                   ADD 1 TO WS-JOB-UNMATCHED
                 END-IF
                 MOVE JOB-RECORD TO JOB-WORK-RECORD
                 WRITE JOB-WORK-RECORD
                 ADD 1 TO WS-WRITE-COUNT
             END-READ
           END-PERFORM

           CLOSE JOBS-FILE
           CLOSE JOBS-WORK-FILE

           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
             DISPLAY "Record-count check failed; JOBS.DAT left "
               "unchanged."
             PERFORM CLEAR-WORK-FILE
             EXIT PARAGRAPH
           END-IF

      *> Re-read JOBS.NEW so a torn write is caught before the live
      *> file is touched.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT JOBS-WORK-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ JOBS-WORK-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 ADD 1 TO WS-WORK-COUNT
             END-READ
           END-PERFORM
           CLOSE JOBS-WORK-FILE

           IF WS-WORK-COUNT NOT = WS-WRITE-COUNT
             DISPLAY "JOBS.NEW verify failed; JOBS.DAT left "
               "unchanged."
             PERFORM CLEAR-WORK-FILE
             EXIT PARAGRAPH
           END-IF

      *> The JOBS.CMT marker makes the copy-back recoverable: the
      *> interactive startup check finishes an interrupted swap when
      *> it finds the marker alongside the work file.
           OPEN OUTPUT JOBS-COMMIT-FILE
           IF WS-JOBS-CMT-STATUS = "00" OR WS-JOBS-CMT-STATUS = "05"
             MOVE WS-WORK-COUNT TO JOBS-COMMIT-RECORD
             WRITE JOBS-COMMIT-RECORD
             CLOSE JOBS-COMMIT-FILE
           END-IF

           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT JOBS-WORK-FILE
           OPEN OUTPUT JOBS-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ JOBS-WORK-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 MOVE JOB-WORK-RECORD TO JOB-RECORD
                 WRITE JOB-RECORD
             END-READ
           END-PERFORM
           CLOSE JOBS-WORK-FILE
           CLOSE JOBS-FILE
           MOVE "Y" TO WS-JOBS-APPLIED

      *> Marker first, so a leftover work file is treated as
      *> unverified and discarded, never re-applied.
           OPEN OUTPUT JOBS-COMMIT-FILE
           IF WS-JOBS-CMT-STATUS = "00" OR WS-JOBS-CMT-STATUS = "05"
             CLOSE JOBS-COMMIT-FILE
           END-IF
           PERFORM CLEAR-WORK-FILE.

       CLEAR-WORK-FILE.
           OPEN OUTPUT JOBS-WORK-FILE
           IF WS-JOBS-WORK-STATUS = "00"
             OR WS-JOBS-WORK-STATUS = "05"
             CLOSE JOBS-WORK-FILE
           END-IF.

      *> Same pass over JOBS-ARCHIVE.DAT through JOBS-ARCHIVE.NEW.
       CLEAN-ARCHIVE-LOCATIONS.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE "N" TO WS-EOF
           MOVE "A" TO WS-MAP-SOURCE

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
             IF WS-ARCHIVE-STATUS = "05"
               CLOSE ARCHIVE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-WORK-STATUS NOT = "00"
             AND WS-ARCHIVE-WORK-STATUS NOT = "05"
             DISPLAY "Unable to write JOBS-ARCHIVE.NEW; archive "
               "unchanged."
             CLOSE ARCHIVE-FILE
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ ARCHIVE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 ADD 1 TO WS-ARC-SEEN
                 MOVE ARC-LOCATION TO WS-MAP-LOCATION
                 MOVE ARC-WORK-MODE TO WS-MAP-MODE
                 PERFORM MAP-ONE-LOCATION
                 MOVE WS-MAP-LOCATION TO ARC-LOCATION
                 MOVE WS-MAP-MODE TO ARC-WORK-MODE
                 IF WS-MAP-RENAMED = "Y"
                   ADD 1 TO WS-ARC-RENAMED
                 END-IF
                 IF WS-MAP-MODE-SET = "Y"
                   ADD 1 TO WS-ARC-MODE-SET
                 END-IF
                 IF WS-MAP-MATCHED NOT = "Y"
                   ADD 1 TO WS-ARC-UNMATCHED
                 END-IF
                 MOVE ARCHIVE-RECORD TO ARCHIVE-WORK-RECORD
                 WRITE ARCHIVE-WORK-RECORD
                 ADD 1 TO WS-WRITE-COUNT
             END-READ
           END-PERFORM

           CLOSE ARCHIVE-FILE
           CLOSE ARCHIVE-WORK-FILE

           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
             DISPLAY "Record-count check failed; JOBS-ARCHIVE.DAT "
               "left unchanged."
             PERFORM CLEAR-ARCHIVE-WORK-FILE
             EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ARCHIVE-WORK-FILE
           IF WS-WORK-COUNT NOT = WS-WRITE-COUNT
             DISPLAY "JOBS-ARCHIVE.NEW verify failed; "
               "JOBS-ARCHIVE.DAT left unchanged."
             PERFORM CLEAR-ARCHIVE-WORK-FILE
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVE-COMMIT-FILE
           IF WS-ARCHIVE-CMT-STATUS = "00"
             OR WS-ARCHIVE-CMT-STATUS = "05"
             MOVE WS-WORK-COUNT TO ARCHIVE-COMMIT-RECORD
             WRITE ARCHIVE-COMMIT-RECORD
             CLOSE ARCHIVE-COMMIT-FILE
           END-IF

           PERFORM COPY-BACK-ARCHIVE
           MOVE "Y" TO WS-ARCHIVE-APPLIED.

       COUNT-ARCHIVE-WORK-FILE.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-WORK-STATUS NOT = "00"
             IF WS-ARCHIVE-WORK-STATUS = "05"
               CLOSE ARCHIVE-WORK-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ ARCHIVE-WORK-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 ADD 1 TO WS-WORK-COUNT
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-WORK-FILE.

      *> Copy the verified work file over the archive, then clear
      *> the marker before the work file.
       COPY-BACK-ARCHIVE.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT ARCHIVE-WORK-FILE
           OPEN OUTPUT ARCHIVE-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ ARCHIVE-WORK-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 MOVE ARCHIVE-WORK-RECORD TO ARCHIVE-RECORD
                 WRITE ARCHIVE-RECORD
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-WORK-FILE
           CLOSE ARCHIVE-FILE

           OPEN OUTPUT ARCHIVE-COMMIT-FILE
           IF WS-ARCHIVE-CMT-STATUS = "00"
             OR WS-ARCHIVE-CMT-STATUS = "05"
             CLOSE ARCHIVE-COMMIT-FILE
           END-IF
           PERFORM CLEAR-ARCHIVE-WORK-FILE.

       CLEAR-ARCHIVE-WORK-FILE.
           OPEN OUTPUT ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-WORK-STATUS = "00"
             OR WS-ARCHIVE-WORK-STATUS = "05"
             CLOSE ARCHIVE-WORK-FILE
           END-IF.

      *> A non-empty JOBS-ARCHIVE.CMT means an earlier run died while
      *> copying a verified work file over the archive: finish that
      *> copy first. A work file without a marker was never verified
      *> and is discarded by the pass below.
       RECOVER-ARCHIVE-SWAP.
           OPEN INPUT ARCHIVE-COMMIT-FILE
           IF WS-ARCHIVE-CMT-STATUS NOT = "00"
             IF WS-ARCHIVE-CMT-STATUS = "05"
               CLOSE ARCHIVE-COMMIT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           READ ARCHIVE-COMMIT-FILE
             AT END
               CLOSE ARCHIVE-COMMIT-FILE
               EXIT PARAGRAPH
             NOT AT END
               CONTINUE
           END-READ
           CLOSE ARCHIVE-COMMIT-FILE

           PERFORM COUNT-ARCHIVE-WORK-FILE
           IF WS-WORK-COUNT = ARCHIVE-COMMIT-RECORD
             AND WS-WORK-COUNT > 0
             DISPLAY "Finishing an interrupted swap of "
               "JOBS-ARCHIVE.DAT."
             PERFORM COPY-BACK-ARCHIVE
           END-IF.

       WRITE-CLEANUP-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "LOCATION-CLEANUP-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "Unable to open the location cleanup report."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Location Cleanup - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "File               Read  Mapped  Mode set  Unmatched"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "JOBS.DAT" TO REPORT-LINE(1:17)
           MOVE WS-JOB-SEEN TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(17:6)
           MOVE WS-JOB-RENAMED TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(25:6)
           MOVE WS-JOB-MODE-SET TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(35:6)
           MOVE WS-JOB-UNMATCHED TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(46:6)
           IF WS-JOB-SEEN > 0 AND WS-JOBS-APPLIED NOT = "Y"
             MOVE "NOT APPLIED" TO REPORT-LINE(54:11)
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "JOBS-ARCHIVE.DAT" TO REPORT-LINE(1:16)
           MOVE WS-ARC-SEEN TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(17:6)
           MOVE WS-ARC-RENAMED TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(25:6)
           MOVE WS-ARC-MODE-SET TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(35:6)
           MOVE WS-ARC-UNMATCHED TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO REPORT-LINE(46:6)
           IF WS-ARC-SEEN > 0 AND WS-ARCHIVE-APPLIED NOT = "Y"
             MOVE "NOT APPLIED" TO REPORT-LINE(54:11)
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UM-COUNT = 0
             MOVE "Every posting location matches the location master."
               TO REPORT-LINE
             WRITE REPORT-LINE
             CLOSE REPORT-FILE
             EXIT PARAGRAPH
           END-IF

           MOVE "Locations not on the master (left as entered):"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Add each with LOCATIONS ADD or LOCATIONS ALIAS and "
             TO REPORT-LINE
           MOVE "rerun." TO REPORT-LINE(52:6)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Location text                    Live  Archived"
             TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
             UNTIL WS-UM-IDX > WS-UM-COUNT
             MOVE SPACES TO REPORT-LINE
             MOVE WS-UM-TEXT(WS-UM-IDX) TO REPORT-LINE(1:30)
             MOVE WS-UM-LIVE(WS-UM-IDX) TO WS-NUM-TEXT
             MOVE WS-NUM-TEXT TO REPORT-LINE(33:5)
             MOVE WS-UM-ARCHIVED(WS-UM-IDX) TO WS-NUM-TEXT
             MOVE WS-NUM-TEXT TO REPORT-LINE(42:5)
             WRITE REPORT-LINE
           END-PERFORM

           IF WS-UM-OVERFLOW = "Y"
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "More unmatched texts than the report lists; rerun "
               TO REPORT-LINE
             MOVE "after adding these." TO REPORT-LINE(51:19)
             WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE.

      *> ===== JOBS.LCK lock protocol (shared with the other
      *> programs that rewrite JOBS.DAT) =====
       ACQUIRE-JOBS-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE SPACES TO WS-LOCK-HELD-TS
           OPEN INPUT JOBS-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
             READ JOBS-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE JOBS-LOCK-RECORD TO WS-LOCK-HELD-TS
             END-READ
             CLOSE JOBS-LOCK-FILE
           ELSE
             IF WS-LOCK-STATUS = "05"
               CLOSE JOBS-LOCK-FILE
             END-IF
           END-IF

           IF WS-LOCK-HELD-TS NOT = SPACES
             PERFORM CHECK-LOCK-STALE
             IF WS-LOCK-STALE NOT = "Y"
               EXIT PARAGRAPH
             END-IF
           END-IF

           OPEN OUTPUT JOBS-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             MOVE FUNCTION CURRENT-DATE(1:14) TO JOBS-LOCK-RECORD
             WRITE JOBS-LOCK-RECORD
             CLOSE JOBS-LOCK-FILE
             MOVE "Y" TO WS-LOCK-OK
           END-IF.

       RELEASE-JOBS-LOCK.
           OPEN OUTPUT JOBS-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             CLOSE JOBS-LOCK-FILE
           END-IF.

      *> A lock from a different day, or older than the stale
      *> threshold, belongs to a crashed run and may be taken over.
       CHECK-LOCK-STALE.
           MOVE "N" TO WS-LOCK-STALE
           IF WS-LOCK-HELD-TS(1:8) NOT = FUNCTION CURRENT-DATE(1:8)
             MOVE "Y" TO WS-LOCK-STALE
             EXIT PARAGRAPH
           END-IF
           IF WS-LOCK-HELD-TS(9:6) IS NOT NUMERIC
             MOVE "Y" TO WS-LOCK-STALE
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOCK-NOW-SECS =
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
             + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2))
           COMPUTE WS-LOCK-HELD-SECS =
             FUNCTION NUMVAL(WS-LOCK-HELD-TS(9:2)) * 3600
             + FUNCTION NUMVAL(WS-LOCK-HELD-TS(11:2)) * 60
             + FUNCTION NUMVAL(WS-LOCK-HELD-TS(13:2))
           COMPUTE WS-LOCK-AGE-SECS =
             WS-LOCK-NOW-SECS - WS-LOCK-HELD-SECS
           IF WS-LOCK-AGE-SECS > WS-LOCK-STALE-SECS
             MOVE "Y" TO WS-LOCK-STALE
           END-IF.

       END PROGRAM LOCATIONCLEANUP.
