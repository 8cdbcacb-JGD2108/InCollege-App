          05 JOB-OPENINGS     PIC X(4).
          05 JOB-CATEGORY     PIC X(3).
          05 JOB-PUBLISH-DATE PIC X(8).
          05 JOB-WORK-MODE    PIC X(1).

       FD PARAMS-FILE.
           01 PARAM-RECORD.

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).
      *> Control totals for the nightly driver's balancing check:
      *> one CT row per master file rewritten, after the counts line.
           01 STEPSUMMARY-CONTROL.
             05 SC-TAG PIC X(2).
             05 SC-FILE PIC X(18).
             05 SC-READ PIC 9(8).
             05 SC-WRITTEN PIC 9(8).
             05 SC-DROPPED PIC 9(8).
             05 SC-ARCHIVED PIC 9(8).
             05 SC-HELD PIC 9(8).

       FD JOBS-ARCHIVE-FILE.
       01 JOB-ARCHIVE-RECORD.
      *> DEADLINE = posted deadline passed, AGE-LIMIT = posting
      *> exceeded the days-since-posted cutoff
          05 ARC-REASON        PIC X(12).
          05 ARC-WORK-MODE     PIC X(1).

       FD APPLICATIONS-FILE.
       01 APPLICATION-RECORD.
          05 MSG-DELETED-FLAG PIC X.

       FD JOBS-WORK-FILE.
       01 JOB-WORK-RECORD     PIC X(277).

      *> A non-empty MAINTPREVIEW.FLG switches this run to dry-run
      *> preview: the full change report is produced, nothing is
          05 WS-JOB-OPENINGS     PIC X(4).
          05 WS-JOB-CATEGORY     PIC X(3).
          05 WS-JOB-PUBLISH-DATE PIC X(8).
          05 WS-JOB-WORK-MODE    PIC X(1).
       77 WS-READ-COUNT             PIC 9(8) VALUE 0.
       77 WS-KEPT-COUNT             PIC 9(8) VALUE 0.
       77 WS-EXPIRED-COUNT          PIC 9(8) VALUE 0.
       77 WS-ARCHIVED-COUNT         PIC 9(8) VALUE 0.

       77 WS-EXPIRE-DAYS-ARG        PIC X(8).
       77 WS-EXPIRE-DAYS            PIC 9(4) VALUE 30.
           MOVE WS-JOB-DEADLINE TO ARC-DEADLINE
           MOVE WS-TODAY-STAMP TO ARC-ARCHIVED-DATE
           MOVE WS-EXPIRE-REASON TO ARC-REASON
           MOVE WS-JOB-WORK-MODE TO ARC-WORK-MODE
           WRITE JOB-ARCHIVE-RECORD
           IF WS-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-ARCHIVED-COUNT
           END-IF
           CLOSE JOBS-ARCHIVE-FILE.

       NOTIFY-APPLICANTS-OF-CLOSURE.
           END-IF.

      *> One-line counts handoff for the nightly driver's run
      *> control; overwritten by every run. A real run adds the
      *> JOBS.DAT control totals: every posting read was either
      *> written back (kept) or dropped (expired and archived).
       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             IF WS-PREVIEW-MODE NOT = "Y"
               MOVE SPACES TO STEPSUMMARY-CONTROL
               MOVE "CT" TO SC-TAG
               MOVE "JOBS.DAT" TO SC-FILE
               MOVE WS-READ-COUNT TO SC-READ
               MOVE WS-KEPT-COUNT TO SC-WRITTEN
               MOVE WS-EXPIRED-COUNT TO SC-DROPPED
               MOVE WS-ARCHIVED-COUNT TO SC-ARCHIVED
               MOVE 0 TO SC-HELD
               WRITE STEPSUMMARY-CONTROL
             END-IF
             CLOSE STEPSUMMARY-FILE
           END-IF.

