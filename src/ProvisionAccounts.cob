      *> in a dated exception report, and the issued credentials are
      *> written to a dated credentials sheet for the launch desk.
      *>
      *> College and major must resolve against the ACADMATCH code
      *> tables (aliases and abbreviations accepted); the profile is
      *> written with the table name, and unknown values reject the row.
      *>
      *> Usage: PROVISIONACCOUNTS [roster-file]
      *>        (default REGISTRAR-ROSTER.TXT)

         77 WS-ROW-OK PIC X VALUE "Y".
         77 WS-REJECT-REASON PIC X(60).

      *> College/major lookup against the code tables (ACADMATCH)
         01 WS-ACAD-MATCH.
           05 WS-AM-FUNCTION PIC X.
           05 WS-AM-TYPE PIC X.
           05 WS-AM-TEXT PIC X(30).
           05 WS-AM-FOUND PIC X.
           05 WS-AM-CODE PIC X(6).
           05 WS-AM-NAME PIC X(30).
           05 WS-AM-LIST-COUNT PIC 9(2).
           05 WS-AM-MORE PIC X.
           05 WS-AM-LIST OCCURS 40 TIMES.
             10 WS-AM-L-CODE PIC X(6).
             10 WS-AM-L-NAME PIC X(30).

      *> Existing and newly generated usernames, for uniqueness
         77 WS-NAME-TAKEN PIC X VALUE "N".

               WS-REJECT-REASON
           END-IF

           IF WS-ROW-OK = "Y"
             MOVE "C" TO WS-AM-TYPE
             MOVE WS-RF-COLLEGE TO WS-AM-TEXT
             PERFORM LOOKUP-ACAD-VALUE
             IF WS-AM-FOUND = "Y"
               MOVE WS-AM-NAME TO WS-RF-COLLEGE
             ELSE
               MOVE "N" TO WS-ROW-OK
               MOVE "College is not in the college code table" TO
                 WS-REJECT-REASON
             END-IF
           END-IF

           IF WS-ROW-OK = "Y"
             MOVE "M" TO WS-AM-TYPE
             MOVE WS-RF-MAJOR TO WS-AM-TEXT
             PERFORM LOOKUP-ACAD-VALUE
             IF WS-AM-FOUND = "Y"
               MOVE WS-AM-NAME TO WS-RF-MAJOR
             ELSE
               MOVE "N" TO WS-ROW-OK
               MOVE "Major is not in the major code table" TO
                 WS-REJECT-REASON
             END-IF
           END-IF

      *> Same accidental-second-account guard the interactive
      *> profile path applies: identical name at the same college.
      *> PROFILES.DAT is scanned fresh per row (it grows as this run

           ADD 1 TO WS-CREATED-COUNT.

       LOOKUP-ACAD-VALUE.
           MOVE "M" TO WS-AM-FUNCTION
           MOVE "N" TO WS-AM-FOUND
           IF WS-AM-TEXT = SPACES
             EXIT PARAGRAPH
           END-IF
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-AM-FOUND
           END-CALL.

       GENERATE-USERNAME.
      *> last name + first initial, lowered expectations to the
      *> 12-character rule; digit suffix resolves collisions.
