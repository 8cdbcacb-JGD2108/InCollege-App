             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
           MOVE WS-RECRUITER-NAME TO JOB-POSTER
           MOVE WS-TODAY-STAMP TO JOB-POSTED-DATE
           MOVE "A" TO JOB-REVIEW-STATUS
           MOVE "O" TO JOB-WORK-MODE
           WRITE JOB-RECORD

           MOVE SPACES TO JOB-RECORD
           MOVE WS-RECRUITER-NAME TO JOB-POSTER
           MOVE WS-TODAY-STAMP TO JOB-POSTED-DATE
           MOVE "A" TO JOB-REVIEW-STATUS
           MOVE "O" TO JOB-WORK-MODE
           WRITE JOB-RECORD

           CLOSE JOBS-FILE.
