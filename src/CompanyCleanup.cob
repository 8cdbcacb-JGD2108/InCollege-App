             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

       FD JOBS-WORK-FILE.
           01 JOB-WORK-RECORD PIC X(277).

       FD JOBS-COMMIT-FILE.
           01 JOBS-COMMIT-RECORD PIC 9(8).
             10 WS-CO-INDUSTRY PIC X(30).
             10 WS-CO-DESC PIC X(60).
             10 WS-CO-RECRUITER PIC X(12).
             10 WS-CO-TIER PIC X(1).
         77 WS-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-CO-IDX PIC 9(4) VALUE 0.
         77 WS-CO-MATCH PIC 9(4) VALUE 0.
           05 WS-JR-OPENINGS PIC X(4).
           05 WS-JR-CATEGORY PIC X(3).
           05 WS-JR-PUBLISH PIC X(8).
           05 WS-JR-WORK-MODE PIC X(1).

         77 WS-NEW-MASTER-COUNT PIC 9(4) VALUE 0.
         77 WS-RESPELLED-COUNT PIC 9(4) VALUE 0.
