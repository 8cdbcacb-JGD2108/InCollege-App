             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD JOBS-IDX-FILE.
           01 JOBS-IDX-RECORD.
             05 JX-OPENINGS PIC X(4).
             05 JX-CATEGORY PIC X(3).
             05 JX-PUBLISH-DATE PIC X(8).
             05 JX-WORK-MODE PIC X(1).

       FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
                 MOVE JOB-OPENINGS TO JX-OPENINGS
                 MOVE JOB-CATEGORY TO JX-CATEGORY
                 MOVE JOB-PUBLISH-DATE TO JX-PUBLISH-DATE
                 MOVE JOB-WORK-MODE TO JX-WORK-MODE
                 WRITE JOBS-IDX-RECORD
                   INVALID KEY
                     ADD 1 TO WS-DUP-COUNT
                 MOVE JX-OPENINGS TO JOB-OPENINGS
                 MOVE JX-CATEGORY TO JOB-CATEGORY
                 MOVE JX-PUBLISH-DATE TO JOB-PUBLISH-DATE
                 MOVE JX-WORK-MODE TO JOB-WORK-MODE
                 WRITE JOB-RECORD
             END-READ
           END-PERFORM
