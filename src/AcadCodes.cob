       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADCODES.

      *> Maintenance utility for the college and major code tables
      *> behind the profile college and major, the provisioning and
      *> registrar feeds, and the majors a posting may be limited to.
      *>
      *>   ACADCODES LIST [COLLEGE|MAJOR]
      *>   ACADCODES ADD COLLEGE|MAJOR <code>,<name>
      *>   ACADCODES ALIAS COLLEGE|MAJOR <code> <other spelling>
      *>   ACADCODES RETIRE COLLEGE|MAJOR <code>
      *>   ACADCODES REVIVE COLLEGE|MAJOR <code>
      *>   ACADCODES CHECK COLLEGE|MAJOR <text>
      *>
      *> Codes are up to six letters or digits; the name (up to 30
      *> characters) is what profiles carry. A retired row no
      *> longer matches, so new profiles cannot pick it, but the
      *> profiles that already carry its name keep it. CHECK shows
      *> what a free-text value matches, so an alias can be tried
      *> before ACADEMICCLEANUP is rerun. The tables are seeded by
      *> ACADMATCH on first use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACADCODES-FILE
               ASSIGN TO "ACADCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADCODES-STATUS.

           SELECT OPTIONAL ACADALIAS-FILE
               ASSIGN TO "ACADALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACADALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACADCODES-FILE.
           01 ACADCODE-RECORD.
             05 ACD-TYPE PIC X(1).
             05 ACD-CODE PIC X(6).
             05 ACD-NAME PIC X(30).
             05 ACD-ACTIVE PIC X(1).

       FD ACADALIAS-FILE.
           01 ACADALIAS-RECORD.
             05 AA-TYPE PIC X(1).
             05 AA-ALIAS PIC X(30).
             05 AA-CODE PIC X(6).

       WORKING-STORAGE SECTION.
         77 WS-ACADCODES-STATUS PIC XX.
         77 WS-ACADALIAS-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-COMMAND-LINE PIC X(80).
         77 WS-ACTION PIC X(8) VALUE "LIST".
         77 WS-TYPE-WORD PIC X(10).
         77 WS-TYPE PIC X(1).
         77 WS-TYPE-NAME PIC X(7).
         77 WS-ACTION-REST PIC X(70).
         77 WS-SKIP-LEN PIC 9(2) VALUE 0.
         77 WS-TARGET-CODE PIC X(10).
         77 WS-ALIAS-TEXT PIC X(60).
         77 WS-NEW-CODE PIC X(10).
         77 WS-NEW-NAME PIC X(40).
         77 WS-CODE-LEN PIC 9(2) VALUE 0.
         77 WS-CODE-POS PIC 9(2) VALUE 0.
         77 WS-CODE-CHAR PIC X(1).
         77 WS-CODE-OK PIC X VALUE "Y".

         77 WS-MAX-CODES PIC 9(3) VALUE 400.
         01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 400 TIMES.
             10 WS-CD-TYPE PIC X(1).
             10 WS-CD-CODE PIC X(6).
             10 WS-CD-NAME PIC X(30).
             10 WS-CD-ACTIVE PIC X(1).
         77 WS-CODE-COUNT PIC 9(3) VALUE 0.
         77 WS-CODE-IDX PIC 9(3) VALUE 0.
         77 WS-CODE-FOUND PIC 9(3) VALUE 0.

         77 WS-MAX-ALIASES PIC 9(3) VALUE 600.
         01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 600 TIMES.
             10 WS-ALIAS-TYPE PIC X(1).
             10 WS-ALIAS-NAME PIC X(30).
             10 WS-ALIAS-CODE PIC X(6).
         77 WS-ALIAS-COUNT PIC 9(3) VALUE 0.
         77 WS-ALIAS-IDX PIC 9(3) VALUE 0.

         77 WS-LINE PIC X(80).

      *> College and major match (ACADMATCH)
         01 WS-ACAD-MATCH.
           05 WS-AM-FUNCTION PIC X(1).
           05 WS-AM-TYPE PIC X(1).
           05 WS-AM-TEXT PIC X(30).
           05 WS-AM-FOUND PIC X(1).
           05 WS-AM-CODE PIC X(6).
           05 WS-AM-NAME PIC X(30).
           05 WS-AM-LIST-COUNT PIC 9(2).
           05 WS-AM-MORE PIC X(1).
           05 WS-AM-LIST OCCURS 40 TIMES.
             10 WS-AM-L-CODE PIC X(6).
             10 WS-AM-L-NAME PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-COMMAND-LINE

           MOVE "S" TO WS-AM-FUNCTION
           MOVE SPACES TO WS-AM-TEXT
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               CONTINUE
           END-CALL

           PERFORM LOAD-CODES
           PERFORM LOAD-ALIASES

           IF WS-ACTION NOT = "LIST" AND WS-TYPE = SPACES
             DISPLAY "Say which table: " FUNCTION TRIM(WS-ACTION)
               " COLLEGE ... or " FUNCTION TRIM(WS-ACTION)
               " MAJOR ..."
             GOBACK
           END-IF

           EVALUATE WS-ACTION
             WHEN "ADD"
               PERFORM ADD-CODE
             WHEN "ALIAS"
               PERFORM ADD-ALIAS
             WHEN "RETIRE"
               PERFORM SET-CODE-INACTIVE
             WHEN "REVIVE"
               PERFORM SET-CODE-ACTIVE
             WHEN "CHECK"
               PERFORM CHECK-ACAD-TEXT
             WHEN OTHER
               PERFORM LIST-CODES
           END-EVALUATE

           GOBACK.

       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE "LIST" TO WS-ACTION
           MOVE SPACES TO WS-TYPE-WORD
           MOVE SPACES TO WS-ACTION-REST

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) > 0
             UNSTRING FUNCTION TRIM(WS-COMMAND-LINE) DELIMITED BY " "
               INTO WS-ACTION WS-TYPE-WORD
             END-UNSTRING
             INSPECT WS-ACTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             INSPECT WS-TYPE-WORD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

           MOVE SPACES TO WS-TYPE
           MOVE SPACES TO WS-TYPE-NAME
           EVALUATE WS-TYPE-WORD
             WHEN "C"
             WHEN "COLLEGE"
             WHEN "COLLEGES"
               MOVE "C" TO WS-TYPE
               MOVE "College" TO WS-TYPE-NAME
             WHEN "M"
             WHEN "MAJOR"
             WHEN "MAJORS"
               MOVE "M" TO WS-TYPE
               MOVE "Major" TO WS-TYPE-NAME
             WHEN OTHER
               CONTINUE
           END-EVALUATE

      *> Everything past the action and table words is kept whole,
      *> since names and spellings have blanks in them.
           IF WS-TYPE NOT = SPACES
             COMPUTE WS-SKIP-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION))
               + FUNCTION LENGTH(FUNCTION TRIM(WS-TYPE-WORD)) + 3
             IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) >=
               WS-SKIP-LEN
               MOVE FUNCTION TRIM(WS-COMMAND-LINE)(WS-SKIP-LEN:)
                 TO WS-ACTION-REST
             END-IF
           END-IF

           MOVE SPACES TO WS-TARGET-CODE
           MOVE SPACES TO WS-ALIAS-TEXT
           UNSTRING FUNCTION TRIM(WS-ACTION-REST) DELIMITED BY " "
             INTO WS-TARGET-CODE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TARGET-CODE) TO WS-TARGET-CODE
           IF WS-ACTION = "ALIAS"
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION-REST)) >
               FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-CODE)) + 1
             MOVE FUNCTION TRIM(WS-ACTION-REST)
               (FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-CODE)) + 2:)
               TO WS-ALIAS-TEXT
           END-IF.

       LOAD-CODES.
           MOVE 0 TO WS-CODE-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT ACADCODES-FILE
           IF WS-ACADCODES-STATUS NOT = "00"
             IF WS-ACADCODES-STATUS = "05"
               CLOSE ACADCODES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ ACADCODES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-CODE-COUNT < WS-MAX-CODES
                   ADD 1 TO WS-CODE-COUNT
                   MOVE ACADCODE-RECORD TO WS-CODE-ENTRY(WS-CODE-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ACADCODES-FILE.

       LOAD-ALIASES.
           MOVE 0 TO WS-ALIAS-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT ACADALIAS-FILE
           IF WS-ACADALIAS-STATUS NOT = "00"
             IF WS-ACADALIAS-STATUS = "05"
               CLOSE ACADALIAS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ ACADALIAS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-ALIAS-COUNT < WS-MAX-ALIASES
                   ADD 1 TO WS-ALIAS-COUNT
                   MOVE ACADALIAS-RECORD TO
                     WS-ALIAS-ENTRY(WS-ALIAS-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ACADALIAS-FILE.

       SAVE-CODES.
           OPEN OUTPUT ACADCODES-FILE
           IF WS-ACADCODES-STATUS NOT = "00"
             AND WS-ACADCODES-STATUS NOT = "05"
             DISPLAY "Unable to write ACADCODES.DAT (status "
               WS-ACADCODES-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
             UNTIL WS-CODE-IDX > WS-CODE-COUNT
             MOVE WS-CODE-ENTRY(WS-CODE-IDX) TO ACADCODE-RECORD
             WRITE ACADCODE-RECORD
           END-PERFORM

           CLOSE ACADCODES-FILE.

      *> Row index for WS-TYPE / WS-TARGET-CODE into WS-CODE-FOUND
      *> (0 = none).
       FIND-TARGET-CODE.
           MOVE 0 TO WS-CODE-FOUND
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
             UNTIL WS-CODE-IDX > WS-CODE-COUNT
             IF WS-CD-TYPE(WS-CODE-IDX) = WS-TYPE
               AND WS-CD-CODE(WS-CODE-IDX) = WS-TARGET-CODE(1:6)
               AND WS-TARGET-CODE NOT = SPACES
               MOVE WS-CODE-IDX TO WS-CODE-FOUND
             END-IF
           END-PERFORM.

       LIST-CODES.
           IF WS-CODE-COUNT = 0
             DISPLAY "The college and major tables are empty."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
             UNTIL WS-CODE-IDX > WS-CODE-COUNT
             IF WS-TYPE = SPACES
               OR WS-CD-TYPE(WS-CODE-IDX) = WS-TYPE
               MOVE SPACES TO WS-LINE
               IF WS-CD-TYPE(WS-CODE-IDX) = "C"
                 MOVE "College" TO WS-LINE(1:7)
               ELSE
                 MOVE "Major" TO WS-LINE(1:7)
               END-IF
               MOVE WS-CD-CODE(WS-CODE-IDX) TO WS-LINE(10:6)
               MOVE WS-CD-NAME(WS-CODE-IDX) TO WS-LINE(18:30)
               IF WS-CD-ACTIVE(WS-CODE-IDX) = "N"
                 MOVE "(retired)" TO WS-LINE(50:9)
               END-IF
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                 UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                 IF WS-ALIAS-TYPE(WS-ALIAS-IDX) =
                   WS-CD-TYPE(WS-CODE-IDX)
                   AND WS-ALIAS-CODE(WS-ALIAS-IDX) =
                     WS-CD-CODE(WS-CODE-IDX)
                   DISPLAY "                 also: "
                     FUNCTION TRIM(WS-ALIAS-NAME(WS-ALIAS-IDX))
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       ADD-CODE.
           MOVE SPACES TO WS-NEW-CODE
           MOVE SPACES TO WS-NEW-NAME
           UNSTRING WS-ACTION-REST DELIMITED BY ","
             INTO WS-NEW-CODE WS-NEW-NAME
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-CODE))
             TO WS-NEW-CODE
           MOVE FUNCTION TRIM(WS-NEW-NAME) TO WS-NEW-NAME

           MOVE "Y" TO WS-CODE-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-CODE))
             TO WS-CODE-LEN
           IF WS-NEW-CODE = SPACES OR WS-CODE-LEN > 6
             MOVE "N" TO WS-CODE-OK
           ELSE
             PERFORM VARYING WS-CODE-POS FROM 1 BY 1
               UNTIL WS-CODE-POS > WS-CODE-LEN
               MOVE WS-NEW-CODE(WS-CODE-POS:1) TO WS-CODE-CHAR
               IF (WS-CODE-CHAR < "A" OR WS-CODE-CHAR > "Z")
                 AND WS-CODE-CHAR IS NOT NUMERIC
                 MOVE "N" TO WS-CODE-OK
               END-IF
             END-PERFORM
           END-IF
           IF WS-CODE-OK NOT = "Y"
             DISPLAY "ADD needs a code of 1-6 letters or digits: "
               "ADD " FUNCTION TRIM(WS-TYPE-WORD) " <code>,<name>"
             EXIT PARAGRAPH
           END-IF
           IF WS-NEW-NAME = SPACES
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-NAME)) > 30
             DISPLAY "ADD needs a name of 1-30 characters after the "
               "code."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-CODE TO WS-TARGET-CODE
           PERFORM FIND-TARGET-CODE
           IF WS-CODE-FOUND > 0
             DISPLAY FUNCTION TRIM(WS-TYPE-NAME) " code "
               FUNCTION TRIM(WS-NEW-CODE) " is already used for "
               FUNCTION TRIM(WS-CD-NAME(WS-CODE-FOUND))
             EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-AM-FUNCTION
           MOVE WS-TYPE TO WS-AM-TYPE
           MOVE WS-NEW-NAME(1:30) TO WS-AM-TEXT
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-AM-FOUND
           END-CALL
           IF WS-AM-FOUND = "Y"
             DISPLAY "Already on the table as "
               FUNCTION TRIM(WS-AM-CODE) ": "
               FUNCTION TRIM(WS-AM-NAME)
             EXIT PARAGRAPH
           END-IF

           IF WS-CODE-COUNT >= WS-MAX-CODES
             DISPLAY "The code tables are full (max 400 rows); "
               "retire one before adding."
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CODE-COUNT
           MOVE WS-TYPE TO WS-CD-TYPE(WS-CODE-COUNT)
           MOVE WS-NEW-CODE(1:6) TO WS-CD-CODE(WS-CODE-COUNT)
           MOVE WS-NEW-NAME(1:30) TO WS-CD-NAME(WS-CODE-COUNT)
           MOVE "Y" TO WS-CD-ACTIVE(WS-CODE-COUNT)
           PERFORM SAVE-CODES
           DISPLAY FUNCTION TRIM(WS-TYPE-NAME) " "
             FUNCTION TRIM(WS-NEW-CODE) " added: "
             FUNCTION TRIM(WS-NEW-NAME).

       ADD-ALIAS.
           PERFORM FIND-TARGET-CODE
           IF WS-CODE-FOUND = 0
             DISPLAY "ALIAS requires a code from LIST: ALIAS "
               FUNCTION TRIM(WS-TYPE-WORD) " <code> <other spelling>"
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ALIAS-TEXT)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-ALIAS-TEXT)) > 30
             DISPLAY "ALIAS needs the other spelling (up to 30 "
               "characters)."
             EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-AM-FUNCTION
           MOVE WS-TYPE TO WS-AM-TYPE
           MOVE WS-ALIAS-TEXT(1:30) TO WS-AM-TEXT
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-AM-FOUND
           END-CALL
           IF WS-AM-FOUND = "Y"
             DISPLAY "That spelling already matches "
               FUNCTION TRIM(WS-AM-CODE) ": "
               FUNCTION TRIM(WS-AM-NAME)
             EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ACADALIAS-FILE
           IF WS-ACADALIAS-STATUS = "35"
             OPEN OUTPUT ACADALIAS-FILE
             IF WS-ACADALIAS-STATUS = "00"
               CLOSE ACADALIAS-FILE
             END-IF
             OPEN EXTEND ACADALIAS-FILE
           END-IF
           IF WS-ACADALIAS-STATUS NOT = "00"
             AND WS-ACADALIAS-STATUS NOT = "05"
             DISPLAY "Unable to write ACADALIAS.DAT (status "
               WS-ACADALIAS-STATUS ")."
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TYPE TO AA-TYPE
           MOVE WS-ALIAS-TEXT(1:30) TO AA-ALIAS
           MOVE WS-CD-CODE(WS-CODE-FOUND) TO AA-CODE
           WRITE ACADALIAS-RECORD
           CLOSE ACADALIAS-FILE

           DISPLAY "'" FUNCTION TRIM(WS-ALIAS-TEXT) "' now reads as "
             FUNCTION TRIM(WS-CD-NAME(WS-CODE-FOUND)).

       SET-CODE-INACTIVE.
           PERFORM FIND-TARGET-CODE
           IF WS-CODE-FOUND = 0
             DISPLAY "RETIRE requires a code from LIST."
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CD-ACTIVE(WS-CODE-FOUND)
           PERFORM SAVE-CODES
           DISPLAY FUNCTION TRIM(WS-TYPE-NAME) " "
             FUNCTION TRIM(WS-TARGET-CODE) " retired: "
             FUNCTION TRIM(WS-CD-NAME(WS-CODE-FOUND)).

       SET-CODE-ACTIVE.
           PERFORM FIND-TARGET-CODE
           IF WS-CODE-FOUND = 0
             DISPLAY "REVIVE requires a code from LIST."
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CD-ACTIVE(WS-CODE-FOUND)
           PERFORM SAVE-CODES
           DISPLAY FUNCTION TRIM(WS-TYPE-NAME) " "
             FUNCTION TRIM(WS-TARGET-CODE) " reinstated: "
             FUNCTION TRIM(WS-CD-NAME(WS-CODE-FOUND)).

       CHECK-ACAD-TEXT.
           IF WS-ACTION-REST = SPACES
             DISPLAY "CHECK needs the text to try."
             EXIT PARAGRAPH
           END-IF
           MOVE "M" TO WS-AM-FUNCTION
           MOVE WS-TYPE TO WS-AM-TYPE
           MOVE WS-ACTION-REST(1:30) TO WS-AM-TEXT
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-AM-FOUND
           END-CALL
           IF WS-AM-FOUND NOT = "Y"
             DISPLAY "'" FUNCTION TRIM(WS-ACTION-REST)
               "' does not match the "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TYPE-NAME))
               " table."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "'" FUNCTION TRIM(WS-ACTION-REST) "' reads as "
             FUNCTION TRIM(WS-AM-NAME) " ("
             FUNCTION TRIM(WS-AM-CODE) ")".

       END PROGRAM ACADCODES.
