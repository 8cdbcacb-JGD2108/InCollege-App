             05 RECIPIENT-USERNAME    PIC X(12).
             05 REQUEST-STATUS        PIC X.
             05 REQUEST-DECISION-DATE PIC X(8).
             05 REQUEST-SENT-DATE     PIC X(8).
             05 REQUEST-REMINDED      PIC X.
             05 REQUEST-ORIGIN        PIC X.

       FD ESTABLISHED-FILE.
           01 ESTABLISHED-RECORD.
             05 RECIPIENT-USERNAME2 PIC X(12).
             05 REQUEST-STATUS2 PIC X.
             05 REQUEST-DECISION-DATE2 PIC X(8).
             05 REQUEST-SENT-DATE2 PIC X(8).
             05 REQUEST-REMINDED2 PIC X.
             05 REQUEST-ORIGIN2 PIC X.

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).
