      *> Y/N = slot inside the applicant's stated weekly
      *> availability; rows from before this field read as spaces
             05 IV-IN-WINDOW PIC X(1).
             05 IV-OUTCOME PIC X(1).
             05 IV-CANCEL-CODE PIC X(1).
             05 IV-ACTION-BY PIC X(12).
             05 IV-NEW-SLOT PIC X(12).

       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-ID PIC X(12).
             05 JOB-TITLE PIC X(30).
             05 JOB-FILLER PIC X(235).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
      *> A pending new time does not move the interview until the
      *> other side accepts it, so the original slot still runs.
                 IF (IV-STATUS = "A" OR IV-STATUS = "R")
                   AND IV-SLOT(1:8) = WS-TODAY-STAMP
                   AND WS-SCH-COUNT < WS-MAX-ROWS
                   ADD 1 TO WS-SCH-COUNT
