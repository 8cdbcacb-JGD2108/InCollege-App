       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUALCLOSE.

      *> Year-end close of the posting- and event-keyed activity
      *> files:
      *>
      *>   ANNUALCLOSE <year> [CONFIRM] [admin]
      *>
      *> <year> names an academic year by the calendar year it starts
      *> in (2025 = fall 2025 through summer 2026). The year runs
      *> from the start of its FA term in ACADCAL.DAT to the day
      *> before the next year's FA term (1 September to 31 August
      *> where the calendar has no such term), and must be over
      *> before it can be closed. Rows leave the live file for
      *> <base>-AY<year>.DAT when:
      *>   APPLICATIONS  applied in the year to a posting that has
      *>                 been archived (JOBS-ARCHIVE.DAT), with a
      *>                 final status (R, A, X, L) and no interview
      *>                 still proposed or awaiting a new time
      *>   INTERVIEWS, PACKETS, SCREENANS
      *>                 belong to an application that is closing
      *>   PLACEMENTS    dated in the year on an archived posting,
      *>                 unless the student's application to it stays
      *>   RSVPS, ATTENDANCE
      *>                 the event was held in the year
      *> Without CONFIRM the run is a dry-run preview: the counts per
      *> file are shown and nothing is written. With CONFIRM all
      *> seven files are locked (<base>.LCK) for the whole run, a
      *> BACKUPDATA generation is taken and verified against the
      *> locked files, and only then is each file split through the
      *> usual <base>.NEW / <base>.CMT staged swap. Each file closed
      *> leaves one ANNUALCLOSE.DAT row for the year; the placements,
      *> cohort, employer and outcomes reports read the archives
      *> listed there when asked to. A close that is interrupted
      *> part-way should be put back with BACKUPDATA RESTORE 1 before
      *> it is run again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATA-IN-FILE
               ASSIGN TO DYNAMIC WS-DATA-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-IN-STATUS.

           SELECT OPTIONAL DATA-OUT-FILE
               ASSIGN TO DYNAMIC WS-DATA-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-OUT-STATUS.

           SELECT OPTIONAL DATA-COMMIT-FILE
               ASSIGN TO DYNAMIC WS-CMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.

           SELECT OPTIONAL DATA-LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL YEAR-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-YEAR-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-ARCHIVE-STATUS.

           SELECT OPTIONAL COUNT-FILE
               ASSIGN TO DYNAMIC WS-COUNT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT OPTIONAL JOBS-ARCHIVE-FILE
               ASSIGN TO "JOBS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-ARCHIVE-STATUS.

           SELECT OPTIONAL EVENTS-FILE
               ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT OPTIONAL ACADCAL-FILE
               ASSIGN TO "ACADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCAL-STATUS.

           SELECT OPTIONAL ANNUALCLOSE-FILE
               ASSIGN TO "ANNUALCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUALCLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DATA-IN-FILE.
           01 DATA-IN-RECORD PIC X(650).

       FD DATA-OUT-FILE.
           01 DATA-OUT-RECORD PIC X(650).

       FD DATA-COMMIT-FILE.
           01 DATA-COMMIT-RECORD PIC 9(8).

       FD DATA-LOCK-FILE.
           01 DATA-LOCK-RECORD PIC X(14).

       FD YEAR-ARCHIVE-FILE.
           01 YEAR-ARCHIVE-RECORD PIC X(650).

       FD COUNT-FILE.
           01 COUNT-RECORD PIC X(650).

       FD JOBS-ARCHIVE-FILE.
           01 JOB-ARCHIVE-RECORD.
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

       FD EVENTS-FILE.
           01 EVENT-RECORD.
             05 EV-ID PIC X(12).
             05 EV-TITLE PIC X(30).
             05 EV-DESC PIC X(100).
             05 EV-LOCATION PIC X(30).
             05 EV-DATE PIC X(8).
             05 EV-CAPACITY PIC 9(4).
             05 EV-OWNER PIC X(12).
             05 EV-SERIES-ID PIC X(12).
             05 EV-STATUS PIC X(1).
             05 EV-ROOM-ID PIC X(3).
             05 EV-START-TIME PIC X(4).
             05 EV-END-TIME PIC X(4).
             05 EV-CO-ID PIC X(4).
             05 EV-TYPE PIC X(1).

       FD ACADCAL-FILE.
           01 ACADCAL-RECORD.
             05 AC-TYPE PIC X(1).
             05 AC-CODE PIC X(6).
             05 AC-START PIC X(8).
             05 AC-END PIC X(8).
             05 AC-NAME PIC X(30).

      *> One row per file per close: what moved out to which
      *> per-year archive and what stayed live.
       FD ANNUALCLOSE-FILE.
           01 ANNUALCLOSE-RECORD.
             05 YC-YEAR PIC X(4).
             05 YC-FILE PIC X(20).
             05 YC-ARCHIVE PIC X(24).
             05 YC-MOVED PIC 9(8).
             05 YC-KEPT PIC 9(8).
             05 YC-CLOSED-TS PIC X(14).
             05 YC-ADMIN PIC X(12).

       WORKING-STORAGE SECTION.
         77 WS-DATA-IN-STATUS PIC XX.
         77 WS-DATA-OUT-STATUS PIC XX.
         77 WS-YEAR-ARCHIVE-STATUS PIC XX.
         77 WS-COUNT-STATUS PIC XX.
         77 WS-JOBS-ARCHIVE-STATUS PIC XX.
         77 WS-EVENTS-STATUS PIC XX.
         77 WS-ACADCAL-STATUS PIC XX.
         77 WS-ANNUALCLOSE-STATUS PIC XX.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-SCAN-EOF PIC X VALUE "N".

      *> Row handed to AUDITCHAIN, which numbers it and chains it
      *> to the row before it in AUDIT.DAT
         01 WS-AUDIT-CHAIN.
           05 WS-AC-FUNCTION PIC X(1).
           05 WS-AC-ROW.
             10 WS-AC-TIMESTAMP PIC X(14).
             10 WS-AC-ACTOR PIC X(12).
             10 WS-AC-ACTION PIC X(12).
             10 WS-AC-TARGET PIC X(12).
             10 WS-AC-BEFORE-VALUE PIC X(30).
             10 WS-AC-SECOND-ACTOR PIC X(12).
           05 WS-AC-PREV-DIGEST PIC X(16).
           05 WS-AC-SEQ PIC 9(8).
           05 WS-AC-DIGEST PIC X(16).
           05 WS-AC-STATUS PIC XX.

         77 WS-COMMAND-LINE PIC X(80).
         77 WS-YEAR-ARG PIC X(8).
         77 WS-CONFIRM-ARG PIC X(8).
         77 WS-ADMIN-NAME PIC X(12).
         77 WS-CONFIRMED PIC X VALUE "N".
         77 WS-CLOSE-YEAR PIC 9(4) VALUE 0.
         77 WS-NEXT-YEAR PIC 9(4) VALUE 0.
         77 WS-FA-CODE PIC X(6).
         77 WS-NEXT-FA-CODE PIC X(6).
         77 WS-YEAR-START PIC X(8).
         77 WS-YEAR-END PIC X(8).
         77 WS-NEXT-START PIC X(8).
         77 WS-END-INTEGER PIC S9(9).
         77 WS-END-NUM PIC 9(8).
         77 WS-TODAY-STAMP PIC X(8).

         77 WS-DATA-IN-NAME PIC X(40).
         77 WS-DATA-OUT-NAME PIC X(40).
         77 WS-CMT-NAME PIC X(40).
         77 WS-LOCK-NAME PIC X(40).
         77 WS-YEAR-ARCHIVE-NAME PIC X(40).
         77 WS-COUNT-NAME PIC X(40).
         77 WS-BASE-NAME PIC X(20).

      *> Same <base>.LCK protocol and <base>.NEW / <base>.CMT
      *> staged swap the other rewriters use.
         77 WS-CMT-STATUS PIC XX.
         77 WS-LOCK-STATUS PIC XX.
         77 WS-LOCK-OK PIC X VALUE "N".
         77 WS-LOCK-HELD-TS PIC X(14).
         77 WS-LOCK-STALE PIC X VALUE "N".
         77 WS-LOCK-STALE-SECS PIC 9(6) VALUE 600.
         77 WS-LOCK-NOW-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-HELD-SECS PIC 9(6) VALUE 0.
         77 WS-LOCK-AGE-SECS PIC S9(7) VALUE 0.
         77 WS-LOCKS-TAKEN PIC 9(2) VALUE 0.
         77 WS-ALL-LOCKED PIC X VALUE "N".
         77 WS-ROWS-KEPT PIC 9(8) VALUE 0.
         77 WS-ROWS-MOVED PIC 9(8) VALUE 0.
         77 WS-WORK-COUNT PIC 9(8) VALUE 0.
         77 WS-WORK-EOF PIC X VALUE "N".
         77 WS-MOVED-TOTAL PIC 9(8) VALUE 0.
         77 WS-PRIOR-MOVED PIC 9(8) VALUE 0.
         77 WS-ARCHIVE-COUNT PIC 9(8) VALUE 0.
         77 WS-FILES-FAILED PIC 9(2) VALUE 0.

      *> Files the close splits and the rule each row is judged by:
      *> A application, I interview, K user-then-posting pair,
      *> S posting-then-user pair, P placement, E event-keyed.
         01 WS-CLOSE-TABLE.
           05 WS-CLOSE-ENTRY OCCURS 7 TIMES.
             10 WS-CLOSE-FILE PIC X(20).
             10 WS-CLOSE-RULE PIC X(1).
         77 WS-CLOSE-COUNT PIC 9(2) VALUE 7.
         77 WS-CLOSE-IDX PIC 9(2) VALUE 0.

      *> Verified-backup check under the locks
         77 WS-BACKUP-OK PIC X VALUE "N".
         77 WS-LIVE-COUNT PIC 9(8) VALUE 0.
         77 WS-BACKUP-COUNT PIC 9(8) VALUE 0.
         77 WS-COUNT-RESULT PIC 9(8) VALUE 0.
         77 WS-SYS-CMD PIC X(80).

      *> Lookup tables; any overflow refuses the close rather than
      *> judge a row against a partial list.
         77 WS-TABLE-OVERFLOW PIC X VALUE "N".
         01 WS-ARCJOB-TABLE.
           05 WS-ARCJOB-ID PIC X(12) OCCURS 5000 TIMES.
         77 WS-ARCJOB-COUNT PIC 9(5) VALUE 0.
         01 WS-EVENT-TABLE.
           05 WS-YEAR-EVENT-ID PIC X(12) OCCURS 2000 TIMES.
         77 WS-EVENT-COUNT PIC 9(5) VALUE 0.
         01 WS-OPEN-IV-TABLE.
           05 WS-OPEN-IV-PAIR PIC X(24) OCCURS 2000 TIMES.
         77 WS-OPEN-IV-COUNT PIC 9(5) VALUE 0.
         01 WS-CLOSING-TABLE.
           05 WS-CLOSING-PAIR PIC X(24) OCCURS 5000 TIMES.
         77 WS-CLOSING-COUNT PIC 9(5) VALUE 0.
         01 WS-STAYING-TABLE.
           05 WS-STAYING-PAIR PIC X(24) OCCURS 5000 TIMES.
         77 WS-STAYING-COUNT PIC 9(5) VALUE 0.
         77 WS-TBL-IDX PIC 9(5) VALUE 0.
         77 WS-FOUND PIC X VALUE "N".

      *> Row being judged
         77 WS-ROW-MOVES PIC X VALUE "N".
         77 WS-PAIR-KEY PIC X(24).
         77 WS-LOOKUP-JOB PIC X(12).
         77 WS-LOOKUP-EVENT PIC X(12).
         77 WS-ROW-DATE PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE SPACES TO WS-YEAR-ARG
           MOVE SPACES TO WS-CONFIRM-ARG
           MOVE SPACES TO WS-ADMIN-NAME
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING FUNCTION TRIM(WS-COMMAND-LINE) DELIMITED BY " "
             INTO WS-YEAR-ARG WS-CONFIRM-ARG WS-ADMIN-NAME
           END-UNSTRING
           INSPECT WS-CONFIRM-ARG CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-YEAR-ARG)) NOT = 4
             OR WS-YEAR-ARG(1:4) IS NOT NUMERIC
             DISPLAY "Usage: ANNUALCLOSE <year> [CONFIRM] [admin]"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-YEAR-ARG(1:4) TO WS-CLOSE-YEAR
           IF WS-CONFIRM-ARG = "CONFIRM"
             MOVE "Y" TO WS-CONFIRMED
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ADMIN-NAME)) = 0
             MOVE "CLOSE" TO WS-ADMIN-NAME
           END-IF

           PERFORM DETERMINE-YEAR-BOUNDS
           IF WS-YEAR-END >= WS-TODAY-STAMP
             DISPLAY "Academic year " WS-CLOSE-YEAR " runs to "
               WS-YEAR-END " and is not over yet; nothing closed."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM BUILD-CLOSE-TABLE

           IF WS-CONFIRMED = "Y"
             PERFORM LOCK-ALL-FILES
             IF WS-ALL-LOCKED NOT = "Y"
               DISPLAY "Close refused: " FUNCTION TRIM(WS-DATA-IN-NAME)
                 " is locked by another process. Nothing was "
                 "changed."
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
               UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               MOVE WS-CLOSE-FILE(WS-CLOSE-IDX) TO WS-DATA-IN-NAME
               PERFORM BUILD-SAFE-NAMES
               PERFORM RECOVER-INTERRUPTED-SWAP
             END-PERFORM
             PERFORM TAKE-VERIFIED-BACKUP
             IF WS-BACKUP-OK NOT = "Y"
               DISPLAY "Close refused: the backup taken before the "
                 "close did not verify. Nothing was changed."
               PERFORM RELEASE-ALL-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           PERFORM LOAD-ARCHIVED-POSTINGS
           PERFORM LOAD-YEAR-EVENTS
           PERFORM LOAD-OPEN-INTERVIEWS
           PERFORM CLASSIFY-APPLICATIONS
           IF WS-TABLE-OVERFLOW = "Y"
             DISPLAY "Close refused: too many postings, events or "
               "applications for the lookup tables. Nothing was "
               "changed."
             IF WS-CONFIRMED = "Y"
               PERFORM RELEASE-ALL-LOCKS
             END-IF
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           IF WS-CONFIRMED = "Y"
             DISPLAY "Closing academic year " WS-CLOSE-YEAR " ("
               WS-YEAR-START " - " WS-YEAR-END "):"
           ELSE
             DISPLAY "Dry run for academic year " WS-CLOSE-YEAR " ("
               WS-YEAR-START " - " WS-YEAR-END "):"
           END-IF

           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
             UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
             PERFORM CLOSE-ONE-FILE
           END-PERFORM

           IF WS-CONFIRMED = "Y"
             PERFORM WRITE-CLOSE-AUDIT
             PERFORM RELEASE-ALL-LOCKS
             DISPLAY "Academic year " WS-CLOSE-YEAR " closed: "
               WS-MOVED-TOTAL " row(s) archived."
             IF WS-FILES-FAILED > 0
               DISPLAY WS-FILES-FAILED " file(s) could not be "
                 "closed; see above."
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             DISPLAY WS-MOVED-TOTAL " row(s) would be archived. "
               "Rerun with CONFIRM to close, e.g. ANNUALCLOSE "
               WS-CLOSE-YEAR " CONFIRM"
           END-IF
           GOBACK.

       DETERMINE-YEAR-BOUNDS.
      *> From the start of this year's FA term to the day before
      *> next year's; 1 September / 31 August stand in for a term
      *> the calendar does not list.
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
           MOVE SPACES TO WS-FA-CODE
           STRING WS-CLOSE-YEAR DELIMITED BY SIZE
                  "FA" DELIMITED BY SIZE
             INTO WS-FA-CODE
           END-STRING
           MOVE SPACES TO WS-NEXT-FA-CODE
           STRING WS-NEXT-YEAR DELIMITED BY SIZE
                  "FA" DELIMITED BY SIZE
             INTO WS-NEXT-FA-CODE
           END-STRING
           MOVE SPACES TO WS-YEAR-START
           MOVE SPACES TO WS-NEXT-START

           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ACADCAL-FILE
           IF WS-ACADCAL-STATUS = "00"
             PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ACADCAL-FILE
                 AT END
                   MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END
                   IF AC-TYPE = "T" AND AC-START IS NUMERIC
                     IF AC-CODE = WS-FA-CODE
                       MOVE AC-START TO WS-YEAR-START
                     END-IF
                     IF AC-CODE = WS-NEXT-FA-CODE
                       MOVE AC-START TO WS-NEXT-START
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACADCAL-FILE
           ELSE
             IF WS-ACADCAL-STATUS = "05"
               CLOSE ACADCAL-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-SCAN-EOF

           IF WS-YEAR-START = SPACES
             STRING WS-CLOSE-YEAR DELIMITED BY SIZE
                    "0901" DELIMITED BY SIZE
               INTO WS-YEAR-START
             END-STRING
           END-IF
           IF WS-NEXT-START = SPACES
             MOVE SPACES TO WS-YEAR-END
             STRING WS-NEXT-YEAR DELIMITED BY SIZE
                    "0831" DELIMITED BY SIZE
               INTO WS-YEAR-END
             END-STRING
           ELSE
             COMPUTE WS-END-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-NEXT-START)) - 1
             COMPUTE WS-END-NUM = FUNCTION DATE-OF-INTEGER(
               WS-END-INTEGER)
             MOVE WS-END-NUM TO WS-YEAR-END
           END-IF.

       BUILD-CLOSE-TABLE.
           MOVE "APPLICATIONS.DAT" TO WS-CLOSE-FILE(1)
           MOVE "A" TO WS-CLOSE-RULE(1)
           MOVE "INTERVIEWS.DAT" TO WS-CLOSE-FILE(2)
           MOVE "I" TO WS-CLOSE-RULE(2)
           MOVE "PACKETS.DAT" TO WS-CLOSE-FILE(3)
           MOVE "K" TO WS-CLOSE-RULE(3)
           MOVE "SCREENANS.DAT" TO WS-CLOSE-FILE(4)
           MOVE "S" TO WS-CLOSE-RULE(4)
           MOVE "PLACEMENTS.DAT" TO WS-CLOSE-FILE(5)
           MOVE "P" TO WS-CLOSE-RULE(5)
           MOVE "RSVPS.DAT" TO WS-CLOSE-FILE(6)
           MOVE "E" TO WS-CLOSE-RULE(6)
           MOVE "ATTENDANCE.DAT" TO WS-CLOSE-FILE(7)
           MOVE "E" TO WS-CLOSE-RULE(7).

      *> All seven locks are held for the whole close, so no row can
      *> change between being judged and being moved; if any one is
      *> taken the locks already won are handed back.
       LOCK-ALL-FILES.
           MOVE "N" TO WS-ALL-LOCKED
           MOVE 0 TO WS-LOCKS-TAKEN
           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
             UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
             MOVE WS-CLOSE-FILE(WS-CLOSE-IDX) TO WS-DATA-IN-NAME
             PERFORM BUILD-SAFE-NAMES
             PERFORM ACQUIRE-DATA-LOCK
             IF WS-LOCK-OK NOT = "Y"
               PERFORM RELEASE-ALL-LOCKS
               MOVE WS-CLOSE-FILE(WS-CLOSE-IDX) TO WS-DATA-IN-NAME
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-LOCKS-TAKEN
           END-PERFORM
           MOVE "Y" TO WS-ALL-LOCKED.

       RELEASE-ALL-LOCKS.
           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
             UNTIL WS-CLOSE-IDX > WS-LOCKS-TAKEN
             MOVE WS-CLOSE-FILE(WS-CLOSE-IDX) TO WS-DATA-IN-NAME
             PERFORM BUILD-SAFE-NAMES
             PERFORM RELEASE-DATA-LOCK
           END-PERFORM
           MOVE 0 TO WS-LOCKS-TAKEN.

       TAKE-VERIFIED-BACKUP.
      *> A fresh BACKUPDATA generation, then each file being closed
      *> is recounted against its copy while the locks hold it
      *> still.
           MOVE "N" TO WS-BACKUP-OK
           MOVE "./backupdata" TO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD
             ON EXCEPTION
               DISPLAY "Unable to run BACKUPDATA."
               EXIT PARAGRAPH
           END-CALL

           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
             UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
             MOVE WS-CLOSE-FILE(WS-CLOSE-IDX) TO WS-COUNT-NAME
             PERFORM COUNT-NAMED-FILE
             MOVE WS-COUNT-RESULT TO WS-LIVE-COUNT
             MOVE SPACES TO WS-COUNT-NAME
             STRING "BACKUP1-" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CLOSE-FILE(WS-CLOSE-IDX))
                      DELIMITED BY SIZE
               INTO WS-COUNT-NAME
             END-STRING
             PERFORM COUNT-NAMED-FILE
             MOVE WS-COUNT-RESULT TO WS-BACKUP-COUNT
             IF WS-LIVE-COUNT NOT = WS-BACKUP-COUNT
               DISPLAY "  backup of "
                 FUNCTION TRIM(WS-CLOSE-FILE(WS-CLOSE-IDX))
                 " holds " WS-BACKUP-COUNT " row(s), live file "
                 WS-LIVE-COUNT
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE "Y" TO WS-BACKUP-OK.

       COUNT-NAMED-FILE.
           MOVE 0 TO WS-COUNT-RESULT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS = "00"
             PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ COUNT-FILE
                 AT END
                   MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END
                   ADD 1 TO WS-COUNT-RESULT
               END-READ
             END-PERFORM
             CLOSE COUNT-FILE
           ELSE
             IF WS-COUNT-STATUS = "05"
               CLOSE COUNT-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-SCAN-EOF.

       LOAD-ARCHIVED-POSTINGS.
           MOVE 0 TO WS-ARCJOB-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT JOBS-ARCHIVE-FILE
           IF WS-JOBS-ARCHIVE-STATUS NOT = "00"
             IF WS-JOBS-ARCHIVE-STATUS = "05"
               CLOSE JOBS-ARCHIVE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ JOBS-ARCHIVE-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF WS-ARCJOB-COUNT < 5000
                   ADD 1 TO WS-ARCJOB-COUNT
                   MOVE ARC-JOB-ID TO WS-ARCJOB-ID(WS-ARCJOB-COUNT)
                 ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBS-ARCHIVE-FILE
           MOVE "N" TO WS-SCAN-EOF.

       LOAD-YEAR-EVENTS.
           MOVE 0 TO WS-EVENT-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
             IF WS-EVENTS-STATUS = "05"
               CLOSE EVENTS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ EVENTS-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF EV-DATE >= WS-YEAR-START
                   AND EV-DATE <= WS-YEAR-END
                   IF WS-EVENT-COUNT < 2000
                     ADD 1 TO WS-EVENT-COUNT
                     MOVE EV-ID TO WS-YEAR-EVENT-ID(WS-EVENT-COUNT)
                   ELSE
                     MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           MOVE "N" TO WS-SCAN-EOF.

      *> An interview still proposed (P) or awaiting a new time (R)
      *> keeps its application open, in any year.
       LOAD-OPEN-INTERVIEWS.
           MOVE 0 TO WS-OPEN-IV-COUNT
           MOVE "INTERVIEWS.DAT" TO WS-COUNT-NAME
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = "00"
             IF WS-COUNT-STATUS = "05"
               CLOSE COUNT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ COUNT-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 IF COUNT-RECORD(49:1) = "P"
                   OR COUNT-RECORD(49:1) = "R"
                   IF WS-OPEN-IV-COUNT < 2000
                     ADD 1 TO WS-OPEN-IV-COUNT
                     MOVE COUNT-RECORD(25:12) TO
                       WS-OPEN-IV-PAIR(WS-OPEN-IV-COUNT)(1:12)
                     MOVE COUNT-RECORD(1:12) TO
                       WS-OPEN-IV-PAIR(WS-OPEN-IV-COUNT)(13:12)
                   ELSE
                     MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COUNT-FILE
           MOVE "N" TO WS-SCAN-EOF.

      *> Every application either closes with the year or stays;
      *> the pairs (user + posting) drive the dependent files.
       CLASSIFY-APPLICATIONS.
           MOVE 0 TO WS-CLOSING-COUNT
           MOVE 0 TO WS-STAYING-COUNT
           MOVE "APPLICATIONS.DAT" TO WS-COUNT-NAME
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = "00"
             IF WS-COUNT-STATUS = "05"
               CLOSE COUNT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ COUNT-FILE
               AT END
                 MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                 MOVE COUNT-RECORD TO DATA-IN-RECORD
                 PERFORM JUDGE-APPLICATION
                 IF WS-ROW-MOVES = "Y"
                   IF WS-CLOSING-COUNT < 5000
                     ADD 1 TO WS-CLOSING-COUNT
                     MOVE WS-PAIR-KEY TO
                       WS-CLOSING-PAIR(WS-CLOSING-COUNT)
                   ELSE
                     MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
                 ELSE
                   IF WS-STAYING-COUNT < 5000
                     ADD 1 TO WS-STAYING-COUNT
                     MOVE WS-PAIR-KEY TO
                       WS-STAYING-PAIR(WS-STAYING-COUNT)
                   ELSE
                     MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COUNT-FILE
           MOVE "N" TO WS-SCAN-EOF.

       CLOSE-ONE-FILE.
           MOVE WS-CLOSE-FILE(WS-CLOSE-IDX) TO WS-DATA-IN-NAME
           PERFORM BUILD-SAFE-NAMES
           MOVE 0 TO WS-ROWS-KEPT
           MOVE 0 TO WS-ROWS-MOVED
           MOVE "N" TO WS-EOF

           OPEN INPUT DATA-IN-FILE
           IF WS-DATA-IN-STATUS NOT = "00"
             IF WS-DATA-IN-STATUS = "05"
               CLOSE DATA-IN-FILE
             END-IF
             DISPLAY "  " FUNCTION TRIM(WS-DATA-IN-NAME)
               ": no rows on file"
             IF WS-CONFIRMED = "Y"
               PERFORM WRITE-CLOSE-SUMMARY
             END-IF
             EXIT PARAGRAPH
           END-IF

           IF WS-CONFIRMED = "Y"
             PERFORM TRIM-YEAR-ARCHIVE
             OPEN OUTPUT DATA-OUT-FILE
             IF WS-DATA-OUT-STATUS NOT = "00"
               AND WS-DATA-OUT-STATUS NOT = "05"
               CLOSE DATA-IN-FILE
               DISPLAY "  unable to write "
                 FUNCTION TRIM(WS-DATA-OUT-NAME) "; "
                 FUNCTION TRIM(WS-DATA-IN-NAME) " left unchanged."
               ADD 1 TO WS-FILES-FAILED
               EXIT PARAGRAPH
             END-IF
             OPEN EXTEND YEAR-ARCHIVE-FILE
             IF WS-YEAR-ARCHIVE-STATUS = "35"
               OPEN OUTPUT YEAR-ARCHIVE-FILE
               IF WS-YEAR-ARCHIVE-STATUS = "00"
                 CLOSE YEAR-ARCHIVE-FILE
               END-IF
               OPEN EXTEND YEAR-ARCHIVE-FILE
             END-IF
             IF WS-YEAR-ARCHIVE-STATUS NOT = "00"
               AND WS-YEAR-ARCHIVE-STATUS NOT = "05"
               CLOSE DATA-IN-FILE
               CLOSE DATA-OUT-FILE
               PERFORM CLEAR-WORK-FILE
               DISPLAY "  unable to write "
                 FUNCTION TRIM(WS-YEAR-ARCHIVE-NAME) "; "
                 FUNCTION TRIM(WS-DATA-IN-NAME) " left unchanged."
               ADD 1 TO WS-FILES-FAILED
               EXIT PARAGRAPH
             END-IF
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ DATA-IN-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM CLOSE-ONE-ROW
             END-READ
           END-PERFORM
           CLOSE DATA-IN-FILE

           IF WS-CONFIRMED = "Y"
             CLOSE DATA-OUT-FILE
             CLOSE YEAR-ARCHIVE-FILE
             PERFORM COMMIT-CLOSED-FILE
             PERFORM WRITE-CLOSE-SUMMARY
           END-IF

           ADD WS-ROWS-MOVED TO WS-MOVED-TOTAL
           DISPLAY "  " FUNCTION TRIM(WS-DATA-IN-NAME) ": "
             WS-ROWS-MOVED " to " FUNCTION TRIM(WS-YEAR-ARCHIVE-NAME)
             ", " WS-ROWS-KEPT " kept".

      *> The archive should hold exactly what earlier closes of this
      *> year recorded as moved. Rows past that total were appended
      *> by a close that never finished (and whose live files were
      *> since restored), so they are cut off before this run
      *> appends its own.
       TRIM-YEAR-ARCHIVE.
           MOVE 0 TO WS-PRIOR-MOVED
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ANNUALCLOSE-FILE
           IF WS-ANNUALCLOSE-STATUS = "00"
             PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ANNUALCLOSE-FILE
                 AT END
                   MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END
                   IF YC-ARCHIVE = WS-YEAR-ARCHIVE-NAME
                     AND YC-MOVED IS NUMERIC
                     ADD YC-MOVED TO WS-PRIOR-MOVED
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ANNUALCLOSE-FILE
           ELSE
             IF WS-ANNUALCLOSE-STATUS = "05"
               CLOSE ANNUALCLOSE-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-SCAN-EOF

           MOVE WS-YEAR-ARCHIVE-NAME TO WS-COUNT-NAME
           PERFORM COUNT-NAMED-FILE
           MOVE WS-COUNT-RESULT TO WS-ARCHIVE-COUNT
           IF WS-ARCHIVE-COUNT <= WS-PRIOR-MOVED
             EXIT PARAGRAPH
           END-IF

           COMPUTE WS-WORK-COUNT = WS-ARCHIVE-COUNT - WS-PRIOR-MOVED
           DISPLAY "  dropping " WS-WORK-COUNT
             " row(s) an unfinished close left in "
             FUNCTION TRIM(WS-YEAR-ARCHIVE-NAME)
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT YEAR-ARCHIVE-FILE
           OPEN OUTPUT DATA-OUT-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ YEAR-ARCHIVE-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 IF WS-WORK-COUNT < WS-PRIOR-MOVED
                   ADD 1 TO WS-WORK-COUNT
                   MOVE SPACES TO DATA-OUT-RECORD
                   MOVE YEAR-ARCHIVE-RECORD TO DATA-OUT-RECORD
                   WRITE DATA-OUT-RECORD
                 ELSE
                   MOVE "Y" TO WS-WORK-EOF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE YEAR-ARCHIVE-FILE
           CLOSE DATA-OUT-FILE

           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT DATA-OUT-FILE
           OPEN OUTPUT YEAR-ARCHIVE-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ DATA-OUT-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 MOVE SPACES TO YEAR-ARCHIVE-RECORD
                 MOVE DATA-OUT-RECORD TO YEAR-ARCHIVE-RECORD
                 WRITE YEAR-ARCHIVE-RECORD
             END-READ
           END-PERFORM
           CLOSE DATA-OUT-FILE
           CLOSE YEAR-ARCHIVE-FILE
           MOVE "N" TO WS-WORK-EOF
           PERFORM CLEAR-WORK-FILE.

       BUILD-SAFE-NAMES.
      *> <base>.NEW / <base>.CMT / <base>.LCK alongside the live
      *> file, the naming every rewriter in the system shares, and
      *> <base>-AY<year>.DAT for the rows the close moves out.
           MOVE SPACES TO WS-BASE-NAME
           UNSTRING WS-DATA-IN-NAME DELIMITED BY "."
             INTO WS-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-DATA-OUT-NAME
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  ".NEW" DELIMITED BY SIZE
             INTO WS-DATA-OUT-NAME
           END-STRING
           MOVE SPACES TO WS-CMT-NAME
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  ".CMT" DELIMITED BY SIZE
             INTO WS-CMT-NAME
           END-STRING
           MOVE SPACES TO WS-LOCK-NAME
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  ".LCK" DELIMITED BY SIZE
             INTO WS-LOCK-NAME
           END-STRING
           MOVE SPACES TO WS-YEAR-ARCHIVE-NAME
           STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  "-AY" DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-YEAR-ARCHIVE-NAME
           END-STRING.

       CLOSE-ONE-ROW.
           MOVE "N" TO WS-ROW-MOVES
           EVALUATE WS-CLOSE-RULE(WS-CLOSE-IDX)
             WHEN "A"
               PERFORM JUDGE-APPLICATION
             WHEN "I"
               MOVE DATA-IN-RECORD(25:12) TO WS-PAIR-KEY(1:12)
               MOVE DATA-IN-RECORD(1:12) TO WS-PAIR-KEY(13:12)
               PERFORM CHECK-CLOSING-PAIR
             WHEN "K"
               MOVE DATA-IN-RECORD(1:24) TO WS-PAIR-KEY
               PERFORM CHECK-CLOSING-PAIR
             WHEN "S"
               MOVE DATA-IN-RECORD(13:12) TO WS-PAIR-KEY(1:12)
               MOVE DATA-IN-RECORD(1:12) TO WS-PAIR-KEY(13:12)
               PERFORM CHECK-CLOSING-PAIR
             WHEN "P"
               PERFORM JUDGE-PLACEMENT
             WHEN "E"
               MOVE DATA-IN-RECORD(1:12) TO WS-LOOKUP-EVENT
               PERFORM CHECK-YEAR-EVENT
               MOVE WS-FOUND TO WS-ROW-MOVES
           END-EVALUATE

           IF WS-ROW-MOVES = "Y"
             ADD 1 TO WS-ROWS-MOVED
             IF WS-CONFIRMED = "Y"
               MOVE SPACES TO YEAR-ARCHIVE-RECORD
               MOVE DATA-IN-RECORD TO YEAR-ARCHIVE-RECORD
               WRITE YEAR-ARCHIVE-RECORD
             END-IF
           ELSE
             ADD 1 TO WS-ROWS-KEPT
             IF WS-CONFIRMED = "Y"
               MOVE SPACES TO DATA-OUT-RECORD
               MOVE DATA-IN-RECORD TO DATA-OUT-RECORD
               WRITE DATA-OUT-RECORD
             END-IF
           END-IF.

      *> Applied in the year (status date on rows from before the
      *> applied date was kept), final status, archived posting, no
      *> interview still open. Sets WS-PAIR-KEY as user + posting.
       JUDGE-APPLICATION.
           MOVE "N" TO WS-ROW-MOVES
           MOVE DATA-IN-RECORD(1:24) TO WS-PAIR-KEY
           MOVE DATA-IN-RECORD(26:8) TO WS-ROW-DATE
           IF WS-ROW-DATE = SPACES
             MOVE DATA-IN-RECORD(34:8) TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE < WS-YEAR-START
             OR WS-ROW-DATE > WS-YEAR-END
             EXIT PARAGRAPH
           END-IF
           IF DATA-IN-RECORD(25:1) NOT = "R"
             AND DATA-IN-RECORD(25:1) NOT = "A"
             AND DATA-IN-RECORD(25:1) NOT = "X"
             AND DATA-IN-RECORD(25:1) NOT = "L"
             EXIT PARAGRAPH
           END-IF
           MOVE DATA-IN-RECORD(13:12) TO WS-LOOKUP-JOB
           PERFORM CHECK-ARCHIVED-POSTING
           IF WS-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
             UNTIL WS-TBL-IDX > WS-OPEN-IV-COUNT
               OR WS-FOUND = "Y"
             IF WS-OPEN-IV-PAIR(WS-TBL-IDX) = WS-PAIR-KEY
               MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ROW-MOVES.

      *> Dated in the year on an archived posting, and not tied to
      *> an application that stays live.
       JUDGE-PLACEMENT.
           MOVE "N" TO WS-ROW-MOVES
           MOVE DATA-IN-RECORD(27:8) TO WS-ROW-DATE
           IF WS-ROW-DATE < WS-YEAR-START
             OR WS-ROW-DATE > WS-YEAR-END
             EXIT PARAGRAPH
           END-IF
           MOVE DATA-IN-RECORD(1:12) TO WS-LOOKUP-JOB
           PERFORM CHECK-ARCHIVED-POSTING
           IF WS-FOUND NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE DATA-IN-RECORD(13:12) TO WS-PAIR-KEY(1:12)
           MOVE DATA-IN-RECORD(1:12) TO WS-PAIR-KEY(13:12)
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
             UNTIL WS-TBL-IDX > WS-STAYING-COUNT
               OR WS-FOUND = "Y"
             IF WS-STAYING-PAIR(WS-TBL-IDX) = WS-PAIR-KEY
               MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ROW-MOVES.

       CHECK-CLOSING-PAIR.
           MOVE "N" TO WS-ROW-MOVES
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
             UNTIL WS-TBL-IDX > WS-CLOSING-COUNT
               OR WS-ROW-MOVES = "Y"
             IF WS-CLOSING-PAIR(WS-TBL-IDX) = WS-PAIR-KEY
               MOVE "Y" TO WS-ROW-MOVES
             END-IF
           END-PERFORM.

       CHECK-ARCHIVED-POSTING.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
             UNTIL WS-TBL-IDX > WS-ARCJOB-COUNT
               OR WS-FOUND = "Y"
             IF WS-ARCJOB-ID(WS-TBL-IDX) = WS-LOOKUP-JOB
               MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM.

       CHECK-YEAR-EVENT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
             UNTIL WS-TBL-IDX > WS-EVENT-COUNT
               OR WS-FOUND = "Y"
             IF WS-YEAR-EVENT-ID(WS-TBL-IDX) = WS-LOOKUP-EVENT
               MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM.

       COMMIT-CLOSED-FILE.
      *> Crash-safe swap: re-read the staged work file and verify
      *> its count, drop the commit marker, copy over the live
      *> file, then clear marker and work file -- the contract the
      *> startup recovery and the other rewriters share.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT DATA-OUT-FILE
           IF WS-DATA-OUT-STATUS NOT = "00"
             IF WS-DATA-OUT-STATUS = "05"
               CLOSE DATA-OUT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ DATA-OUT-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 ADD 1 TO WS-WORK-COUNT
             END-READ
           END-PERFORM
           CLOSE DATA-OUT-FILE
           MOVE "N" TO WS-WORK-EOF

           IF WS-WORK-COUNT NOT = WS-ROWS-KEPT
             DISPLAY "  " FUNCTION TRIM(WS-DATA-OUT-NAME)
               " verify failed; " FUNCTION TRIM(WS-DATA-IN-NAME)
               " left unchanged."
             PERFORM CLEAR-WORK-FILE
             ADD 1 TO WS-FILES-FAILED
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DATA-COMMIT-FILE
           IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
             MOVE WS-WORK-COUNT TO DATA-COMMIT-RECORD
             WRITE DATA-COMMIT-RECORD
             CLOSE DATA-COMMIT-FILE
           END-IF

           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT DATA-OUT-FILE
           OPEN OUTPUT DATA-IN-FILE
           PERFORM UNTIL WS-WORK-EOF = "Y"
             READ DATA-OUT-FILE
               AT END
                 MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                 MOVE SPACES TO DATA-IN-RECORD
                 MOVE DATA-OUT-RECORD TO DATA-IN-RECORD
                 WRITE DATA-IN-RECORD
             END-READ
           END-PERFORM
           CLOSE DATA-OUT-FILE
           CLOSE DATA-IN-FILE
           MOVE "N" TO WS-WORK-EOF

           OPEN OUTPUT DATA-COMMIT-FILE
           IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
             CLOSE DATA-COMMIT-FILE
           END-IF
           PERFORM CLEAR-WORK-FILE.

      *> A non-empty <base>.CMT means an earlier run died while
      *> copying a verified work file over the live one: finish
      *> that copy before closing. A work file without a marker
      *> was never verified and is discarded.
       RECOVER-INTERRUPTED-SWAP.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT DATA-COMMIT-FILE
           IF WS-CMT-STATUS NOT = "00"
             IF WS-CMT-STATUS = "05"
               CLOSE DATA-COMMIT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           READ DATA-COMMIT-FILE
             AT END
               CLOSE DATA-COMMIT-FILE
               PERFORM CLEAR-WORK-FILE
               EXIT PARAGRAPH
             NOT AT END
               CONTINUE
           END-READ
           CLOSE DATA-COMMIT-FILE

           OPEN INPUT DATA-OUT-FILE
           IF WS-DATA-OUT-STATUS = "00"
             PERFORM UNTIL WS-WORK-EOF = "Y"
               READ DATA-OUT-FILE
                 AT END
                   MOVE "Y" TO WS-WORK-EOF
                 NOT AT END
                   ADD 1 TO WS-WORK-COUNT
               END-READ
             END-PERFORM
             CLOSE DATA-OUT-FILE
           ELSE
             IF WS-DATA-OUT-STATUS = "05"
               CLOSE DATA-OUT-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-WORK-EOF

           IF WS-WORK-COUNT = DATA-COMMIT-RECORD
             AND WS-WORK-COUNT > 0
             DISPLAY "  finishing interrupted swap of "
               FUNCTION TRIM(WS-DATA-IN-NAME)
             MOVE WS-WORK-COUNT TO WS-ROWS-KEPT
             PERFORM COMMIT-CLOSED-FILE
           ELSE
             OPEN OUTPUT DATA-COMMIT-FILE
             IF WS-CMT-STATUS = "00" OR WS-CMT-STATUS = "05"
               CLOSE DATA-COMMIT-FILE
             END-IF
             PERFORM CLEAR-WORK-FILE
           END-IF.

       CLEAR-WORK-FILE.
           OPEN OUTPUT DATA-OUT-FILE
           IF WS-DATA-OUT-STATUS = "00"
             OR WS-DATA-OUT-STATUS = "05"
             CLOSE DATA-OUT-FILE
           END-IF.

       ACQUIRE-DATA-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE SPACES TO WS-LOCK-HELD-TS
           OPEN INPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
             READ DATA-LOCK-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE DATA-LOCK-RECORD TO WS-LOCK-HELD-TS
             END-READ
             CLOSE DATA-LOCK-FILE
           ELSE
             IF WS-LOCK-STATUS = "05"
               CLOSE DATA-LOCK-FILE
             END-IF
           END-IF

           IF WS-LOCK-HELD-TS NOT = SPACES
             PERFORM CHECK-LOCK-STALE
             IF WS-LOCK-STALE NOT = "Y"
               EXIT PARAGRAPH
             END-IF
           END-IF

           OPEN OUTPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-LOCK-RECORD
             WRITE DATA-LOCK-RECORD
             CLOSE DATA-LOCK-FILE
             MOVE "Y" TO WS-LOCK-OK
           END-IF.

       RELEASE-DATA-LOCK.
           OPEN OUTPUT DATA-LOCK-FILE
           IF WS-LOCK-STATUS = "00" OR WS-LOCK-STATUS = "05"
             CLOSE DATA-LOCK-FILE
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

       WRITE-CLOSE-SUMMARY.
           OPEN EXTEND ANNUALCLOSE-FILE
           IF WS-ANNUALCLOSE-STATUS = "35"
             OPEN OUTPUT ANNUALCLOSE-FILE
             IF WS-ANNUALCLOSE-STATUS = "00"
               CLOSE ANNUALCLOSE-FILE
             END-IF
             OPEN EXTEND ANNUALCLOSE-FILE
           END-IF
           IF WS-ANNUALCLOSE-STATUS NOT = "00"
             AND WS-ANNUALCLOSE-STATUS NOT = "05"
             DISPLAY "  unable to record the close of "
               FUNCTION TRIM(WS-DATA-IN-NAME) " in ANNUALCLOSE.DAT."
             ADD 1 TO WS-FILES-FAILED
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-YEAR TO YC-YEAR
           MOVE WS-DATA-IN-NAME TO YC-FILE
           MOVE WS-YEAR-ARCHIVE-NAME TO YC-ARCHIVE
           MOVE WS-ROWS-MOVED TO YC-MOVED
           MOVE WS-ROWS-KEPT TO YC-KEPT
           MOVE FUNCTION CURRENT-DATE(1:14) TO YC-CLOSED-TS
           MOVE WS-ADMIN-NAME TO YC-ADMIN
           WRITE ANNUALCLOSE-RECORD
           CLOSE ANNUALCLOSE-FILE.

       WRITE-CLOSE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE WS-ADMIN-NAME TO WS-AC-ACTOR
           MOVE "ANNUALCLOSE" TO WS-AC-ACTION
           MOVE SPACES TO WS-AC-TARGET
           STRING "AY" DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
             INTO WS-AC-TARGET
           END-STRING
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-MOVED-TOTAL DELIMITED BY SIZE
                  " row(s) archived" DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       END PROGRAM ANNUALCLOSE.
