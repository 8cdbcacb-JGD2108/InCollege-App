       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATIONS.

      *> Maintenance utility for the location master behind the
      *> location picked on postings, the import feed match and the
      *> location grouping in browse, the bulletin and the salary
      *> insights.
      *>
      *>   LOCATIONS LIST
      *>   LOCATIONS ADD <city>,<state>,<region>
      *>   LOCATIONS ALIAS <id> <other spelling>
      *>   LOCATIONS RETIRE <id>
      *>   LOCATIONS REVIVE <id>
      *>   LOCATIONS CHECK <location text>
      *>
      *> State is the two-letter postal code; region is NE, SE, MW,
      *> SW or WE (US is kept for the nationwide Anywhere entry).
      *> CHECK shows what a free-text location matches, so an alias
      *> can be tried before LOCATIONCLEANUP is rerun. The master is
      *> seeded by LOCMATCH on first use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCATIONS-FILE
               ASSIGN TO "LOCATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATIONS-STATUS.

           SELECT OPTIONAL LOCALIAS-FILE
               ASSIGN TO "LOCALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCATIONS-FILE.
           01 LOCATION-RECORD.
             05 LOC-ID PIC 9(3).
             05 LOC-CITY PIC X(20).
             05 LOC-STATE PIC X(2).
             05 LOC-REGION PIC X(2).
             05 LOC-ACTIVE PIC X(1).

       FD LOCALIAS-FILE.
           01 LOCALIAS-RECORD.
             05 LA-ALIAS PIC X(30).
             05 LA-LOC-ID PIC 9(3).

       WORKING-STORAGE SECTION.
         77 WS-LOCATIONS-STATUS PIC XX.
         77 WS-LOCALIAS-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-COMMAND-LINE PIC X(80).
         77 WS-ACTION PIC X(8) VALUE "LIST".
         77 WS-ACTION-REST PIC X(70).
         77 WS-TARGET-ID PIC 9(3) VALUE 0.
         77 WS-ID-TEXT PIC X(10).
         77 WS-ALIAS-TEXT PIC X(60).
         77 WS-NEW-CITY PIC X(30).
         77 WS-NEW-STATE PIC X(10).
         77 WS-NEW-REGION PIC X(10).

         77 WS-MAX-LOCATIONS PIC 9(3) VALUE 300.
         01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 300 TIMES.
             10 WS-LOC-ID PIC 9(3).
             10 WS-LOC-CITY PIC X(20).
             10 WS-LOC-STATE PIC X(2).
             10 WS-LOC-REGION PIC X(2).
             10 WS-LOC-ACTIVE PIC X(1).
         77 WS-LOC-COUNT PIC 9(3) VALUE 0.
         77 WS-LOC-IDX PIC 9(3) VALUE 0.
         77 WS-LOC-FOUND PIC 9(3) VALUE 0.

         77 WS-MAX-ALIASES PIC 9(3) VALUE 500.
         01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 500 TIMES.
             10 WS-ALIAS-NAME PIC X(30).
             10 WS-ALIAS-LOC-ID PIC 9(3).
         77 WS-ALIAS-COUNT PIC 9(3) VALUE 0.
         77 WS-ALIAS-IDX PIC 9(3) VALUE 0.

         77 WS-LOC-NAME PIC X(30).
         77 WS-LINE PIC X(80).

      *> Location match (LOCMATCH)
         01 WS-LOCATION-MATCH.
           05 WS-LM-FUNCTION PIC X(1).
           05 WS-LM-TEXT PIC X(30).
           05 WS-LM-FOUND PIC X(1).
           05 WS-LM-LOC-ID PIC 9(3).
           05 WS-LM-NAME PIC X(30).
           05 WS-LM-REGION PIC X(2).
           05 WS-LM-MODE PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-COMMAND-LINE

           MOVE "S" TO WS-LM-FUNCTION
           MOVE SPACES TO WS-LM-TEXT
           CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
               CONTINUE
           END-CALL

           PERFORM LOAD-MASTER
           PERFORM LOAD-ALIASES

           EVALUATE WS-ACTION
             WHEN "ADD"
               PERFORM ADD-LOCATION
             WHEN "ALIAS"
               PERFORM ADD-ALIAS
             WHEN "RETIRE"
               PERFORM SET-LOCATION-INACTIVE
             WHEN "REVIVE"
               PERFORM SET-LOCATION-ACTIVE
             WHEN "CHECK"
               PERFORM CHECK-LOCATION-TEXT
             WHEN OTHER
               PERFORM LIST-MASTER
           END-EVALUATE

           GOBACK.

       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE "LIST" TO WS-ACTION
           MOVE SPACES TO WS-ACTION-REST

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) > 0
             UNSTRING FUNCTION TRIM(WS-COMMAND-LINE) DELIMITED BY " "
               INTO WS-ACTION WS-ACTION-REST
             END-UNSTRING
             INSPECT WS-ACTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

      *> ADD, ALIAS and CHECK take text with blanks in it, so the
      *> rest of the line is re-split past the action word.
           IF WS-ACTION = "ADD" OR WS-ACTION = "ALIAS"
             OR WS-ACTION = "CHECK"
             MOVE SPACES TO WS-ACTION-REST
             MOVE FUNCTION TRIM(WS-COMMAND-LINE)
               (FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION)) + 2:)
               TO WS-ACTION-REST
           END-IF

           MOVE 0 TO WS-TARGET-ID
           MOVE SPACES TO WS-ID-TEXT
           MOVE SPACES TO WS-ALIAS-TEXT
           UNSTRING FUNCTION TRIM(WS-ACTION-REST) DELIMITED BY " "
             INTO WS-ID-TEXT
           END-UNSTRING
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ID-TEXT)) <= 3
             AND FUNCTION TRIM(WS-ID-TEXT) IS NUMERIC
             COMPUTE WS-TARGET-ID =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ID-TEXT))
           END-IF
           IF WS-ACTION = "ALIAS"
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION-REST)) >
               FUNCTION LENGTH(FUNCTION TRIM(WS-ID-TEXT)) + 1
             MOVE FUNCTION TRIM(WS-ACTION-REST)
               (FUNCTION LENGTH(FUNCTION TRIM(WS-ID-TEXT)) + 2:)
               TO WS-ALIAS-TEXT
           END-IF.

       LOAD-MASTER.
           MOVE 0 TO WS-LOC-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT LOCATIONS-FILE
           IF WS-LOCATIONS-STATUS NOT = "00"
             IF WS-LOCATIONS-STATUS = "05"
               CLOSE LOCATIONS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ LOCATIONS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-LOC-COUNT < WS-MAX-LOCATIONS
                   ADD 1 TO WS-LOC-COUNT
                   MOVE LOCATION-RECORD TO WS-LOC-ENTRY(WS-LOC-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOCATIONS-FILE.

       LOAD-ALIASES.
           MOVE 0 TO WS-ALIAS-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT LOCALIAS-FILE
           IF WS-LOCALIAS-STATUS NOT = "00"
             IF WS-LOCALIAS-STATUS = "05"
               CLOSE LOCALIAS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ LOCALIAS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-ALIAS-COUNT < WS-MAX-ALIASES
                   ADD 1 TO WS-ALIAS-COUNT
                   MOVE LOCALIAS-RECORD TO
                     WS-ALIAS-ENTRY(WS-ALIAS-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOCALIAS-FILE.

       SAVE-MASTER.
           OPEN OUTPUT LOCATIONS-FILE
           IF WS-LOCATIONS-STATUS NOT = "00"
             AND WS-LOCATIONS-STATUS NOT = "05"
             DISPLAY "Unable to write LOCATIONS.DAT (status "
               WS-LOCATIONS-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
             UNTIL WS-LOC-IDX > WS-LOC-COUNT
             MOVE WS-LOC-ENTRY(WS-LOC-IDX) TO LOCATION-RECORD
             WRITE LOCATION-RECORD
           END-PERFORM

           CLOSE LOCATIONS-FILE.

      *> Row index for WS-TARGET-ID into WS-LOC-FOUND (0 = none).
       FIND-TARGET-LOCATION.
           MOVE 0 TO WS-LOC-FOUND
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
             UNTIL WS-LOC-IDX > WS-LOC-COUNT
             IF WS-LOC-ID(WS-LOC-IDX) = WS-TARGET-ID
               AND WS-TARGET-ID > 0
               MOVE WS-LOC-IDX TO WS-LOC-FOUND
             END-IF
           END-PERFORM.

       SET-LOCATION-NAME.
           MOVE SPACES TO WS-LOC-NAME
           IF WS-LOC-STATE(WS-LOC-IDX) = SPACES
             MOVE WS-LOC-CITY(WS-LOC-IDX) TO WS-LOC-NAME
           ELSE
             STRING FUNCTION TRIM(WS-LOC-CITY(WS-LOC-IDX))
                      DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    WS-LOC-STATE(WS-LOC-IDX) DELIMITED BY SIZE
               INTO WS-LOC-NAME
             END-STRING
           END-IF.

       LIST-MASTER.
           IF WS-LOC-COUNT = 0
             DISPLAY "The location master is empty."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
             UNTIL WS-LOC-IDX > WS-LOC-COUNT
             PERFORM SET-LOCATION-NAME
             MOVE SPACES TO WS-LINE
             MOVE WS-LOC-ID(WS-LOC-IDX) TO WS-LINE(1:3)
             MOVE WS-LOC-NAME TO WS-LINE(6:30)
             MOVE WS-LOC-REGION(WS-LOC-IDX) TO WS-LINE(37:2)
             IF WS-LOC-ACTIVE(WS-LOC-IDX) = "N"
               MOVE "(retired)" TO WS-LINE(41:9)
             END-IF
             DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
             PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
               UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               IF WS-ALIAS-LOC-ID(WS-ALIAS-IDX) =
                 WS-LOC-ID(WS-LOC-IDX)
                 DISPLAY "       also: "
                   FUNCTION TRIM(WS-ALIAS-NAME(WS-ALIAS-IDX))
               END-IF
             END-PERFORM
           END-PERFORM.

       ADD-LOCATION.
           MOVE SPACES TO WS-NEW-CITY
           MOVE SPACES TO WS-NEW-STATE
           MOVE SPACES TO WS-NEW-REGION
           UNSTRING WS-ACTION-REST DELIMITED BY ","
             INTO WS-NEW-CITY WS-NEW-STATE WS-NEW-REGION
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-STATE))
             TO WS-NEW-STATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-REGION))
             TO WS-NEW-REGION

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-CITY)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-CITY)) > 20
             DISPLAY "ADD needs a city of 1-20 characters: "
               "ADD <city>,<state>,<region>"
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-STATE)) NOT = 2
             DISPLAY "State must be the two-letter postal code."
             EXIT PARAGRAPH
           END-IF
           IF WS-NEW-REGION NOT = "NE" AND WS-NEW-REGION NOT = "SE"
             AND WS-NEW-REGION NOT = "MW" AND WS-NEW-REGION NOT = "SW"
             AND WS-NEW-REGION NOT = "WE"
             DISPLAY "Region must be NE, SE, MW, SW or WE."
             EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-LM-FUNCTION
           MOVE SPACES TO WS-LM-TEXT
           STRING FUNCTION TRIM(WS-NEW-CITY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-STATE(1:2) DELIMITED BY SIZE
             INTO WS-LM-TEXT
           END-STRING
           CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-LM-FOUND
           END-CALL
           IF WS-LM-FOUND = "Y"
             DISPLAY "Already on the master as location "
               WS-LM-LOC-ID ": " FUNCTION TRIM(WS-LM-NAME)
             EXIT PARAGRAPH
           END-IF

           IF WS-LOC-COUNT >= WS-MAX-LOCATIONS
             DISPLAY "The location master is full (max 300); retire "
               "one before adding."
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOC-COUNT
           MOVE WS-LOC-COUNT TO WS-LOC-ID(WS-LOC-COUNT)
           MOVE FUNCTION TRIM(WS-NEW-CITY) TO WS-LOC-CITY(WS-LOC-COUNT)
           MOVE WS-NEW-STATE(1:2) TO WS-LOC-STATE(WS-LOC-COUNT)
           MOVE WS-NEW-REGION(1:2) TO WS-LOC-REGION(WS-LOC-COUNT)
           MOVE "Y" TO WS-LOC-ACTIVE(WS-LOC-COUNT)
           PERFORM SAVE-MASTER
           MOVE WS-LOC-COUNT TO WS-LOC-IDX
           PERFORM SET-LOCATION-NAME
           DISPLAY "Location " WS-LOC-COUNT " added: "
             FUNCTION TRIM(WS-LOC-NAME).

       ADD-ALIAS.
           PERFORM FIND-TARGET-LOCATION
           IF WS-LOC-FOUND = 0
             DISPLAY "ALIAS requires a location id from LIST: "
               "ALIAS <id> <other spelling>"
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ALIAS-TEXT)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-ALIAS-TEXT)) > 30
             DISPLAY "ALIAS needs the other spelling (up to 30 "
               "characters)."
             EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-LM-FUNCTION
           MOVE WS-ALIAS-TEXT(1:30) TO WS-LM-TEXT
           CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-LM-FOUND
           END-CALL
           IF WS-LM-FOUND = "Y"
             DISPLAY "That spelling already matches location "
               WS-LM-LOC-ID ": " FUNCTION TRIM(WS-LM-NAME)
             EXIT PARAGRAPH
           END-IF

           OPEN EXTEND LOCALIAS-FILE
           IF WS-LOCALIAS-STATUS = "35"
             OPEN OUTPUT LOCALIAS-FILE
             IF WS-LOCALIAS-STATUS = "00"
               CLOSE LOCALIAS-FILE
             END-IF
             OPEN EXTEND LOCALIAS-FILE
           END-IF
           IF WS-LOCALIAS-STATUS NOT = "00"
             AND WS-LOCALIAS-STATUS NOT = "05"
             DISPLAY "Unable to write LOCALIAS.DAT (status "
               WS-LOCALIAS-STATUS ")."
             EXIT PARAGRAPH
           END-IF
           MOVE WS-ALIAS-TEXT(1:30) TO LA-ALIAS
           MOVE WS-TARGET-ID TO LA-LOC-ID
           WRITE LOCALIAS-RECORD
           CLOSE LOCALIAS-FILE

           MOVE WS-LOC-FOUND TO WS-LOC-IDX
           PERFORM SET-LOCATION-NAME
           DISPLAY "'" FUNCTION TRIM(WS-ALIAS-TEXT) "' now reads as "
             FUNCTION TRIM(WS-LOC-NAME).

       SET-LOCATION-INACTIVE.
           PERFORM FIND-TARGET-LOCATION
           IF WS-LOC-FOUND = 0
             DISPLAY "RETIRE requires a location id from LIST."
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOC-ACTIVE(WS-LOC-FOUND)
           PERFORM SAVE-MASTER
           MOVE WS-LOC-FOUND TO WS-LOC-IDX
           PERFORM SET-LOCATION-NAME
           DISPLAY "Location " WS-TARGET-ID " retired: "
             FUNCTION TRIM(WS-LOC-NAME).

       SET-LOCATION-ACTIVE.
           PERFORM FIND-TARGET-LOCATION
           IF WS-LOC-FOUND = 0
             DISPLAY "REVIVE requires a location id from LIST."
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LOC-ACTIVE(WS-LOC-FOUND)
           PERFORM SAVE-MASTER
           MOVE WS-LOC-FOUND TO WS-LOC-IDX
           PERFORM SET-LOCATION-NAME
           DISPLAY "Location " WS-TARGET-ID " reinstated: "
             FUNCTION TRIM(WS-LOC-NAME).

       CHECK-LOCATION-TEXT.
           IF WS-ACTION-REST = SPACES OR WS-ACTION-REST(1:5) = "CHECK"
             DISPLAY "CHECK needs the location text to try."
             EXIT PARAGRAPH
           END-IF
           MOVE "M" TO WS-LM-FUNCTION
           MOVE WS-ACTION-REST(1:30) TO WS-LM-TEXT
           CALL "LOCMATCH" USING WS-LOCATION-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-LM-FOUND
           END-CALL
           IF WS-LM-FOUND NOT = "Y"
             DISPLAY "'" FUNCTION TRIM(WS-ACTION-REST)
               "' does not match the location master."
             EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LM-MODE
             WHEN "R"
               DISPLAY FUNCTION TRIM(WS-LM-NAME) " (region "
                 WS-LM-REGION "), remote"
             WHEN "H"
               DISPLAY FUNCTION TRIM(WS-LM-NAME) " (region "
                 WS-LM-REGION "), hybrid"
             WHEN "O"
               DISPLAY FUNCTION TRIM(WS-LM-NAME) " (region "
                 WS-LM-REGION "), on-site"
             WHEN OTHER
               DISPLAY FUNCTION TRIM(WS-LM-NAME) " (region "
                 WS-LM-REGION "), no work mode stated"
           END-EVALUATE.

       END PROGRAM LOCATIONS.
