       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCMATCH.

      *> Location master lookup, shared by the posting paths (the
      *> interactive JOBPOSTPROG flow and the IMPORTJOBS feed load)
      *> and the LOCATIONCLEANUP and LOCATIONS utilities.
      *> LOCATIONS.DAT holds one row per city: id, city, two-letter
      *> state and region code (NE, SE, MW, SW, WE, or US for the
      *> nationwide "Anywhere" entry remote roles use). A location's
      *> clean name is "City, ST" ("Anywhere" when it has no state),
      *> and that is what a posting carries in JOB-LOCATION.
      *> LOCALIAS.DAT maps other spellings ("NYC", "USA") to an id.
      *> Function M: match the free text in LK-LM-TEXT. Case,
      *> punctuation and spacing are ignored; the words REMOTE,
      *> HYBRID and ON-SITE/ONSITE are taken out and handed back as
      *> the work mode (R, H, O; spaces when the text names none).
      *> What is left must be an alias, a city and state, or a city
      *> name only one master row carries. Text that is only a work
      *> mode, or "Remote" alone, matches the Anywhere entry.
      *> Retired rows are not matched.
      *> Function S: seed a starter master and alias list when
      *> LOCATIONS.DAT is missing or empty (M does this too).

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

         77 WS-MAX-LOCATIONS PIC 9(3) VALUE 300.
         01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 300 TIMES.
             10 WS-LOC-ID PIC 9(3).
             10 WS-LOC-CITY PIC X(20).
             10 WS-LOC-STATE PIC X(2).
             10 WS-LOC-REGION PIC X(2).
             10 WS-LOC-ACTIVE PIC X(1).
             10 WS-LOC-CITY-KEY PIC X(30).
             10 WS-LOC-FULL-KEY PIC X(30).
         77 WS-LOC-COUNT PIC 9(3) VALUE 0.
         77 WS-LOC-IDX PIC 9(3) VALUE 0.
         77 WS-LOC-MATCH PIC 9(3) VALUE 0.
         77 WS-CITY-HITS PIC 9(3) VALUE 0.

         77 WS-MAX-ALIASES PIC 9(3) VALUE 500.
         01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 500 TIMES.
             10 WS-ALIAS-KEY PIC X(30).
             10 WS-ALIAS-LOC-ID PIC 9(3).
         77 WS-ALIAS-COUNT PIC 9(3) VALUE 0.
         77 WS-ALIAS-IDX PIC 9(3) VALUE 0.

      *> Key building: letters and digits only, upper case
         77 WS-KEY-IN PIC X(30).
         77 WS-KEY-OUT PIC X(30).
         77 WS-KEY-LEN PIC 9(2) VALUE 0.
         77 WS-KEY-POS PIC 9(2) VALUE 0.
         77 WS-KEY-CHAR PIC X(1).
         77 WS-TEXT-UPPER PIC X(30).
         77 WS-TEXT-KEY PIC X(30).
         77 WS-WORD-HITS PIC 9(2) VALUE 0.
         77 WS-ANYWHERE-ID PIC 9(3) VALUE 0.

       LINKAGE SECTION.
         01 LK-LOCATION-MATCH.
      *> M = match LK-LM-TEXT, S = seed an empty master
           05 LK-LM-FUNCTION PIC X(1).
           05 LK-LM-TEXT PIC X(30).
           05 LK-LM-FOUND PIC X(1).
           05 LK-LM-LOC-ID PIC 9(3).
           05 LK-LM-NAME PIC X(30).
           05 LK-LM-REGION PIC X(2).
           05 LK-LM-MODE PIC X(1).

       PROCEDURE DIVISION USING LK-LOCATION-MATCH.
       MAIN-LOGIC.
           PERFORM LOAD-LOCATION-MASTER
           IF WS-LOC-COUNT = 0
             PERFORM SEED-LOCATION-MASTER
             PERFORM LOAD-LOCATION-MASTER
           END-IF

           IF LK-LM-FUNCTION = "M"
             PERFORM LOAD-LOCATION-ALIASES
             PERFORM MATCH-LOCATION-TEXT
           END-IF
           GOBACK.

       LOAD-LOCATION-MASTER.
           MOVE 0 TO WS-LOC-COUNT
           MOVE 0 TO WS-ANYWHERE-ID
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
                   MOVE LOC-ID TO WS-LOC-ID(WS-LOC-COUNT)
                   MOVE LOC-CITY TO WS-LOC-CITY(WS-LOC-COUNT)
                   MOVE LOC-STATE TO WS-LOC-STATE(WS-LOC-COUNT)
                   MOVE LOC-REGION TO WS-LOC-REGION(WS-LOC-COUNT)
                   MOVE LOC-ACTIVE TO WS-LOC-ACTIVE(WS-LOC-COUNT)
                   MOVE LOC-CITY TO WS-KEY-IN
                   PERFORM BUILD-MATCH-KEY
                   MOVE WS-KEY-OUT TO WS-LOC-CITY-KEY(WS-LOC-COUNT)
                   MOVE SPACES TO WS-KEY-IN
                   STRING FUNCTION TRIM(LOC-CITY) DELIMITED BY SIZE
                          LOC-STATE DELIMITED BY SIZE
                     INTO WS-KEY-IN
                   END-STRING
                   PERFORM BUILD-MATCH-KEY
                   MOVE WS-KEY-OUT TO WS-LOC-FULL-KEY(WS-LOC-COUNT)
                   IF LOC-REGION = "US" AND LOC-ACTIVE NOT = "N"
                     AND WS-ANYWHERE-ID = 0
                     MOVE WS-LOC-COUNT TO WS-ANYWHERE-ID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOCATIONS-FILE
           MOVE "N" TO WS-EOF.

       LOAD-LOCATION-ALIASES.
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
                   MOVE LA-ALIAS TO WS-KEY-IN
                   PERFORM BUILD-MATCH-KEY
                   MOVE WS-KEY-OUT TO WS-ALIAS-KEY(WS-ALIAS-COUNT)
                   MOVE LA-LOC-ID TO WS-ALIAS-LOC-ID(WS-ALIAS-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOCALIAS-FILE
           MOVE "N" TO WS-EOF.

      *> WS-KEY-IN to WS-KEY-OUT: upper case, letters and digits
      *> only, so "New York, NY" and "new york ny" share a key.
       BUILD-MATCH-KEY.
           MOVE SPACES TO WS-KEY-OUT
           MOVE 0 TO WS-KEY-LEN
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN
           PERFORM VARYING WS-KEY-POS FROM 1 BY 1
             UNTIL WS-KEY-POS > 30
             MOVE WS-KEY-IN(WS-KEY-POS:1) TO WS-KEY-CHAR
             IF (WS-KEY-CHAR >= "A" AND WS-KEY-CHAR <= "Z")
               OR WS-KEY-CHAR IS NUMERIC
               ADD 1 TO WS-KEY-LEN
               MOVE WS-KEY-CHAR TO WS-KEY-OUT(WS-KEY-LEN:1)
             END-IF
           END-PERFORM.

       MATCH-LOCATION-TEXT.
           MOVE "N" TO LK-LM-FOUND
           MOVE 0 TO LK-LM-LOC-ID
           MOVE SPACES TO LK-LM-NAME
           MOVE SPACES TO LK-LM-REGION
           MOVE SPACES TO LK-LM-MODE

      *> Work-mode words come out before the place is matched.
           MOVE FUNCTION UPPER-CASE(LK-LM-TEXT) TO WS-TEXT-UPPER
           MOVE 0 TO WS-WORD-HITS
           INSPECT WS-TEXT-UPPER TALLYING WS-WORD-HITS
             FOR ALL "REMOTE"
           IF WS-WORD-HITS > 0
             MOVE "R" TO LK-LM-MODE
             INSPECT WS-TEXT-UPPER REPLACING ALL "REMOTE" BY SPACES
           END-IF
           MOVE 0 TO WS-WORD-HITS
           INSPECT WS-TEXT-UPPER TALLYING WS-WORD-HITS
             FOR ALL "HYBRID"
           IF WS-WORD-HITS > 0
             MOVE "H" TO LK-LM-MODE
             INSPECT WS-TEXT-UPPER REPLACING ALL "HYBRID" BY SPACES
           END-IF
           MOVE 0 TO WS-WORD-HITS
           INSPECT WS-TEXT-UPPER TALLYING WS-WORD-HITS
             FOR ALL "ON-SITE" ALL "ONSITE"
           IF WS-WORD-HITS > 0
             IF LK-LM-MODE = SPACES
               MOVE "O" TO LK-LM-MODE
             END-IF
             INSPECT WS-TEXT-UPPER REPLACING ALL "ON-SITE" BY SPACES
               ALL "ONSITE" BY SPACES
           END-IF

           MOVE WS-TEXT-UPPER TO WS-KEY-IN
           PERFORM BUILD-MATCH-KEY
           MOVE WS-KEY-OUT TO WS-TEXT-KEY

           MOVE 0 TO WS-LOC-MATCH
           IF WS-TEXT-KEY = SPACES
             IF LK-LM-MODE = "R"
               MOVE WS-ANYWHERE-ID TO WS-LOC-MATCH
             END-IF
           ELSE
             PERFORM FIND-LOCATION-BY-KEY
           END-IF

           IF WS-LOC-MATCH = 0
             EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO LK-LM-FOUND
           MOVE WS-LOC-ID(WS-LOC-MATCH) TO LK-LM-LOC-ID
           MOVE WS-LOC-REGION(WS-LOC-MATCH) TO LK-LM-REGION
           IF WS-LOC-STATE(WS-LOC-MATCH) = SPACES
             MOVE WS-LOC-CITY(WS-LOC-MATCH) TO LK-LM-NAME
           ELSE
             STRING FUNCTION TRIM(WS-LOC-CITY(WS-LOC-MATCH))
                      DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    WS-LOC-STATE(WS-LOC-MATCH) DELIMITED BY SIZE
               INTO LK-LM-NAME
             END-STRING
           END-IF
           IF WS-LOC-MATCH = WS-ANYWHERE-ID
             AND LK-LM-MODE = SPACES
             MOVE "R" TO LK-LM-MODE
           END-IF.

      *> Aliases first, then city and state, then a city name that
      *> only one active row carries.
       FIND-LOCATION-BY-KEY.
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
             UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               OR WS-LOC-MATCH > 0
             IF WS-ALIAS-KEY(WS-ALIAS-IDX) = WS-TEXT-KEY
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                 UNTIL WS-LOC-IDX > WS-LOC-COUNT
                 IF WS-LOC-ID(WS-LOC-IDX) =
                   WS-ALIAS-LOC-ID(WS-ALIAS-IDX)
                   AND WS-LOC-ACTIVE(WS-LOC-IDX) NOT = "N"
                   MOVE WS-LOC-IDX TO WS-LOC-MATCH
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           IF WS-LOC-MATCH > 0
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
             UNTIL WS-LOC-IDX > WS-LOC-COUNT
               OR WS-LOC-MATCH > 0
             IF WS-LOC-ACTIVE(WS-LOC-IDX) NOT = "N"
               AND WS-LOC-FULL-KEY(WS-LOC-IDX) = WS-TEXT-KEY
               MOVE WS-LOC-IDX TO WS-LOC-MATCH
             END-IF
           END-PERFORM
           IF WS-LOC-MATCH > 0
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CITY-HITS
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
             UNTIL WS-LOC-IDX > WS-LOC-COUNT
             IF WS-LOC-ACTIVE(WS-LOC-IDX) NOT = "N"
               AND WS-LOC-CITY-KEY(WS-LOC-IDX) = WS-TEXT-KEY
               ADD 1 TO WS-CITY-HITS
               MOVE WS-LOC-IDX TO WS-LOC-MATCH
             END-IF
           END-PERFORM
           IF WS-CITY-HITS > 1
             MOVE 0 TO WS-LOC-MATCH
           END-IF.

      *> Starter master: the metro areas most postings name, plus
      *> the nationwide entry for remote roles. Career services
      *> extends it with the LOCATIONS utility.
       SEED-LOCATION-MASTER.
           OPEN OUTPUT LOCATIONS-FILE
           IF WS-LOCATIONS-STATUS NOT = "00"
             AND WS-LOCATIONS-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOC-IDX
           MOVE "New York      NYNE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Boston        MANE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Philadelphia  PANE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Washington    DCNE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Atlanta       GASE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Charlotte     NCSE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Miami         FLSE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Orlando       FLSE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Tampa         FLSE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Chicago       ILMW" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Detroit       MIMW" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Columbus      OHMW" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Minneapolis   MNMW" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Dallas        TXSW" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Houston       TXSW" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Austin        TXSW" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Phoenix       AZSW" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Denver        COWE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Los Angeles   CAWE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "San Francisco CAWE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Seattle       WAWE" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           MOVE "Anywhere        US" TO WS-KEY-IN
           PERFORM WRITE-SEED-LOCATION
           CLOSE LOCATIONS-FILE

           OPEN OUTPUT LOCALIAS-FILE
           IF WS-LOCALIAS-STATUS NOT = "00"
             AND WS-LOCALIAS-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF
           MOVE "NYC" TO LA-ALIAS
           MOVE 1 TO LA-LOC-ID
           WRITE LOCALIAS-RECORD
           MOVE "New York City" TO LA-ALIAS
           WRITE LOCALIAS-RECORD
           MOVE "Washington DC" TO LA-ALIAS
           MOVE 4 TO LA-LOC-ID
           WRITE LOCALIAS-RECORD
           MOVE "DC" TO LA-ALIAS
           WRITE LOCALIAS-RECORD
           MOVE "SF" TO LA-ALIAS
           MOVE 20 TO LA-LOC-ID
           WRITE LOCALIAS-RECORD
           MOVE "US" TO LA-ALIAS
           MOVE 22 TO LA-LOC-ID
           WRITE LOCALIAS-RECORD
           MOVE "USA" TO LA-ALIAS
           WRITE LOCALIAS-RECORD
           MOVE "United States" TO LA-ALIAS
           WRITE LOCALIAS-RECORD
           MOVE "Nationwide" TO LA-ALIAS
           WRITE LOCALIAS-RECORD
           CLOSE LOCALIAS-FILE.

      *> WS-KEY-IN carries city (14), state (2) and region (2).
       WRITE-SEED-LOCATION.
           ADD 1 TO WS-LOC-IDX
           MOVE WS-LOC-IDX TO LOC-ID
           MOVE WS-KEY-IN(1:14) TO LOC-CITY
           MOVE WS-KEY-IN(15:2) TO LOC-STATE
           MOVE WS-KEY-IN(17:2) TO LOC-REGION
           MOVE "Y" TO LOC-ACTIVE
           WRITE LOCATION-RECORD.

       END PROGRAM LOCMATCH.
