               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO "EXTRACT-MANIFEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD EXTRACT-FILE.
           01 EXTRACT-RECORD PIC X(250).

       FD MANIFEST-FILE.
           01 MANIFEST-RECORD PIC X(80).

         77 WS-EXTRACT-NAME PIC X(40).
         77 WS-EOF PIC X VALUE "N".

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
         77 WS-PSEUDO-MODE PIC X VALUE "N".
         77 WS-TODAY-STAMP PIC X(8).
           PERFORM WRITE-SUPPRESSION-AUDIT.

       WRITE-SUPPRESSION-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "WAREHOUSE" TO WS-AC-ACTOR
           MOVE "SUPPRESS" TO WS-AC-ACTION
           MOVE "EXTRACTS" TO WS-AC-TARGET
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-SUPPRESSED-ROWS DELIMITED BY SIZE
                  " row(s) suppressed" DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       END PROGRAM WAREHOUSEEXTRACT.
