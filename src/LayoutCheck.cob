           MOVE "EDUCATION.DAT" TO WS-FL-NAME(4)
           MOVE 083 TO WS-FL-CURRENT-LEN(4)
           MOVE "JOBS.DAT" TO WS-FL-NAME(5)
           MOVE 277 TO WS-FL-CURRENT-LEN(5)
           MOVE "APPLICATIONS.DAT" TO WS-FL-NAME(6)
           MOVE 122 TO WS-FL-CURRENT-LEN(6)
           MOVE "BOOKMARKS.DAT" TO WS-FL-NAME(7)
           MOVE 024 TO WS-FL-CURRENT-LEN(7)
           MOVE "CONNECTIONS.DAT" TO WS-FL-NAME(8)
           MOVE 043 TO WS-FL-CURRENT-LEN(8)
           MOVE "ESTABLISHED.DAT" TO WS-FL-NAME(9)
           MOVE 024 TO WS-FL-CURRENT-LEN(9)
           MOVE "MESSAGES.DAT" TO WS-FL-NAME(10)
           MOVE "SKILLS.DAT" TO WS-FL-NAME(16)
           MOVE 052 TO WS-FL-CURRENT-LEN(16)
           MOVE "INTERVIEWS.DAT" TO WS-FL-NAME(17)
           MOVE 076 TO WS-FL-CURRENT-LEN(17)
           MOVE "PREFERENCES.DAT" TO WS-FL-NAME(18)
           MOVE 056 TO WS-FL-CURRENT-LEN(18)
           MOVE "MENTORPAIRS.DAT" TO WS-FL-NAME(19)
