                    TO WS-CONN-STATUS(WS-CONN-COUNT)
                  MOVE REQUEST-DECISION-DATE
                    TO WS-CONN-DECISION-DATE(WS-CONN-COUNT)
                  MOVE REQUEST-SENT-DATE
                    TO WS-CONN-SENT-DATE(WS-CONN-COUNT)
                  MOVE REQUEST-REMINDED
                    TO WS-CONN-REMINDED(WS-CONN-COUNT)
                  MOVE REQUEST-ORIGIN
                    TO WS-CONN-ORIGIN(WS-CONN-COUNT)
                END-IF
            END-READ
          END-PERFORM
              MOVE WS-CONN-IDX TO WS-PENDING-ENTRY(WS-PENDING-COUNT)

              MOVE SPACES TO OUTPUT-RECORD
              IF WS-CONN-ORIGIN(WS-CONN-IDX) = "I"
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CONN-REQUESTER(WS-CONN-IDX))
                         DELIMITED BY SIZE
                       " (via introduction)" DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
              ELSE
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CONN-REQUESTER(WS-CONN-IDX))
                         DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
                END-STRING
              END-IF
              PERFORM PRINT-LINE
            END-IF
          END-PERFORM.
            MOVE WS-CONN-STATUS(WS-CONN-IDX) TO CNW-STATUS
            MOVE WS-CONN-DECISION-DATE(WS-CONN-IDX) TO
              CNW-DECISION-DATE
            MOVE WS-CONN-SENT-DATE(WS-CONN-IDX) TO CNW-SENT-DATE
            MOVE WS-CONN-REMINDED(WS-CONN-IDX) TO CNW-REMINDED
            MOVE WS-CONN-ORIGIN(WS-CONN-IDX) TO CNW-ORIGIN
            WRITE CONNECTION-NEW-RECORD
          END-PERFORM

          MOVE WS-CONN-RECIPIENT(WS-SELECTED-CONN-IDX) TO EST-USER2
          WRITE ESTABLISHED-RECORD

          CLOSE ESTABLISHED-FILE

          MOVE WS-CONN-REQUESTER(WS-SELECTED-CONN-IDX) TO
            WS-NG-CHANGE-USER1
          MOVE WS-CONN-RECIPIENT(WS-SELECTED-CONN-IDX) TO
            WS-NG-CHANGE-USER2
          MOVE "A" TO WS-NG-CHANGE-ACTION
          PERFORM LOG-NETWORK-CHANGE.

       HANDLE-VIEW-SENT-REQUESTS.
          MOVE "--- My Sent Requests ---" TO OUTPUT-RECORD
