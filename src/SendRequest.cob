          05 RECIPIENT-USERNAME    PIC X(12).
          05 REQUEST-STATUS        PIC X.
          05 REQUEST-DECISION-DATE PIC X(8).
          05 REQUEST-SENT-DATE     PIC X(8).
          05 REQUEST-REMINDED      PIC X.
          05 REQUEST-ORIGIN        PIC X.

       FD BLOCKS-FILE.
       01 BLOCK-RECORD.
       77 WS-VALID-REQUEST         PIC X VALUE "Y".
       77 WS-NORMALIZED-REQUESTER  PIC X(12).
       77 WS-NORMALIZED-RECIPIENT  PIC X(12).
      *> I = the caller is raising the request for an accepted
      *> introduction; passed in through LK-STATUS
       77 WS-REQUEST-ORIGIN        PIC X.

      *> Lock protocol working storage
       77 WS-LOCK-STATUS           PIC XX.
           LK-MESSAGE.

           MOVE "Y" TO WS-VALID-REQUEST
           MOVE SPACE TO WS-REQUEST-ORIGIN
           IF LK-STATUS = "I"
               MOVE "I" TO WS-REQUEST-ORIGIN
           END-IF
           MOVE "Y" TO LK-STATUS
           MOVE SPACES TO LK-MESSAGE
           MOVE FUNCTION TRIM(LK-REQUESTER) TO WS-NORMALIZED-REQUESTER
           MOVE WS-NORMALIZED-RECIPIENT TO RECIPIENT-USERNAME
           MOVE "P" TO REQUEST-STATUS
           MOVE SPACES TO REQUEST-DECISION-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO REQUEST-SENT-DATE
           MOVE SPACE TO REQUEST-REMINDED
           MOVE WS-REQUEST-ORIGIN TO REQUEST-ORIGIN
           WRITE CONNECTION-RECORD

           CLOSE CONNECTIONS-FILE.
