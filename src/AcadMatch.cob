       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADMATCH.

      *> College and major code tables, shared by the profile paths
      *> (the interactive profile edit, PROVISIONACCOUNTS and
      *> REGISTRARDELTA), the posting eligibility majors, and the
      *> ACADEMICCLEANUP and ACADCODES utilities.
      *> ACADCODES.DAT holds one row per college (type C) or major
      *> (type M): a short code, the canonical name and an active
      *> flag. The canonical name is what a profile carries in
      *> PROFILE-COLLEGE / PROFILE-MAJOR, so every report that
      *> groups on those fields counts one value per college or
      *> major.
      *> ACADALIAS.DAT maps other spellings ("Comp Sci", "USF") to a
      *> code of the same type.
      *> Function M: match the free text in LK-AM-TEXT for type
      *> LK-AM-TYPE. Case, punctuation and spacing are ignored; the
      *> text must be an alias, a code or a canonical name. Retired
      *> rows are not matched.
      *> Function L: list the active rows of the type whose name
      *> contains LK-AM-TEXT (blank lists them all), up to the size
      *> of LK-AM-LIST; LK-AM-MORE is Y when more were left off.
      *> Function S: seed a starter table and alias list when
      *> ACADCODES.DAT is missing or empty (M and L do this too).

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

         77 WS-MAX-CODES PIC 9(3) VALUE 400.
         01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 400 TIMES.
             10 WS-CD-TYPE PIC X(1).
             10 WS-CD-CODE PIC X(6).
             10 WS-CD-NAME PIC X(30).
             10 WS-CD-ACTIVE PIC X(1).
             10 WS-CD-CODE-KEY PIC X(30).
             10 WS-CD-NAME-KEY PIC X(30).
         77 WS-CODE-COUNT PIC 9(3) VALUE 0.
         77 WS-CODE-IDX PIC 9(3) VALUE 0.
         77 WS-CODE-MATCH PIC 9(3) VALUE 0.

         77 WS-MAX-ALIASES PIC 9(3) VALUE 600.
         01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 600 TIMES.
             10 WS-ALIAS-TYPE PIC X(1).
             10 WS-ALIAS-KEY PIC X(30).
             10 WS-ALIAS-CODE PIC X(6).
         77 WS-ALIAS-COUNT PIC 9(3) VALUE 0.
         77 WS-ALIAS-IDX PIC 9(3) VALUE 0.

      *> Key building: letters and digits only, upper case
         77 WS-KEY-IN PIC X(30).
         77 WS-KEY-OUT PIC X(30).
         77 WS-KEY-LEN PIC 9(2) VALUE 0.
         77 WS-KEY-POS PIC 9(2) VALUE 0.
         77 WS-KEY-CHAR PIC X(1).
         77 WS-TEXT-KEY PIC X(30).
         77 WS-LIST-FILTER PIC X(30).
         77 WS-FILTER-LEN PIC 9(2) VALUE 0.
         77 WS-FILTER-HITS PIC 9(2) VALUE 0.
         77 WS-NAME-UPPER PIC X(30).

      *> Seed row: type (1), code (6), name (30)
         77 WS-SEED-ROW PIC X(37).
         77 WS-SEED-ALIAS PIC X(37).

       LINKAGE SECTION.
         01 LK-ACAD-MATCH.
      *> M = match LK-AM-TEXT, L = list, S = seed an empty table
           05 LK-AM-FUNCTION PIC X(1).
      *> C = college, M = major
           05 LK-AM-TYPE PIC X(1).
           05 LK-AM-TEXT PIC X(30).
           05 LK-AM-FOUND PIC X(1).
           05 LK-AM-CODE PIC X(6).
           05 LK-AM-NAME PIC X(30).
           05 LK-AM-LIST-COUNT PIC 9(2).
           05 LK-AM-MORE PIC X(1).
           05 LK-AM-LIST OCCURS 40 TIMES.
             10 LK-AM-L-CODE PIC X(6).
             10 LK-AM-L-NAME PIC X(30).

       PROCEDURE DIVISION USING LK-ACAD-MATCH.
       MAIN-LOGIC.
           PERFORM LOAD-CODE-TABLE
           IF WS-CODE-COUNT = 0
             PERFORM SEED-CODE-TABLE
             PERFORM LOAD-CODE-TABLE
           END-IF

           EVALUATE LK-AM-FUNCTION
             WHEN "M"
               PERFORM LOAD-CODE-ALIASES
               PERFORM MATCH-ACAD-TEXT
             WHEN "L"
               PERFORM LIST-ACAD-CODES
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           GOBACK.

       LOAD-CODE-TABLE.
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
                   MOVE ACD-TYPE TO WS-CD-TYPE(WS-CODE-COUNT)
                   MOVE ACD-CODE TO WS-CD-CODE(WS-CODE-COUNT)
                   MOVE ACD-NAME TO WS-CD-NAME(WS-CODE-COUNT)
                   MOVE ACD-ACTIVE TO WS-CD-ACTIVE(WS-CODE-COUNT)
                   MOVE ACD-CODE TO WS-KEY-IN
                   PERFORM BUILD-MATCH-KEY
                   MOVE WS-KEY-OUT TO WS-CD-CODE-KEY(WS-CODE-COUNT)
                   MOVE ACD-NAME TO WS-KEY-IN
                   PERFORM BUILD-MATCH-KEY
                   MOVE WS-KEY-OUT TO WS-CD-NAME-KEY(WS-CODE-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ACADCODES-FILE
           MOVE "N" TO WS-EOF.

       LOAD-CODE-ALIASES.
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
                   MOVE AA-TYPE TO WS-ALIAS-TYPE(WS-ALIAS-COUNT)
                   MOVE AA-ALIAS TO WS-KEY-IN
                   PERFORM BUILD-MATCH-KEY
                   MOVE WS-KEY-OUT TO WS-ALIAS-KEY(WS-ALIAS-COUNT)
                   MOVE AA-CODE TO WS-ALIAS-CODE(WS-ALIAS-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ACADALIAS-FILE
           MOVE "N" TO WS-EOF.

      *> WS-KEY-IN to WS-KEY-OUT: upper case, letters and digits
      *> only, so "Comp. Sci" and "comp sci" share a key.
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

      *> Aliases first, then the code, then the canonical name.
       MATCH-ACAD-TEXT.
           MOVE "N" TO LK-AM-FOUND
           MOVE SPACES TO LK-AM-CODE
           MOVE SPACES TO LK-AM-NAME

           MOVE LK-AM-TEXT TO WS-KEY-IN
           PERFORM BUILD-MATCH-KEY
           MOVE WS-KEY-OUT TO WS-TEXT-KEY
           IF WS-TEXT-KEY = SPACES
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CODE-MATCH
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
             UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               OR WS-CODE-MATCH > 0
             IF WS-ALIAS-TYPE(WS-ALIAS-IDX) = LK-AM-TYPE
               AND WS-ALIAS-KEY(WS-ALIAS-IDX) = WS-TEXT-KEY
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                 UNTIL WS-CODE-IDX > WS-CODE-COUNT
                 IF WS-CD-TYPE(WS-CODE-IDX) = LK-AM-TYPE
                   AND WS-CD-CODE(WS-CODE-IDX) =
                     WS-ALIAS-CODE(WS-ALIAS-IDX)
                   AND WS-CD-ACTIVE(WS-CODE-IDX) NOT = "N"
                   MOVE WS-CODE-IDX TO WS-CODE-MATCH
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM

           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
             UNTIL WS-CODE-IDX > WS-CODE-COUNT
               OR WS-CODE-MATCH > 0
             IF WS-CD-TYPE(WS-CODE-IDX) = LK-AM-TYPE
               AND WS-CD-ACTIVE(WS-CODE-IDX) NOT = "N"
               AND WS-CD-CODE-KEY(WS-CODE-IDX) = WS-TEXT-KEY
               MOVE WS-CODE-IDX TO WS-CODE-MATCH
             END-IF
           END-PERFORM

           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
             UNTIL WS-CODE-IDX > WS-CODE-COUNT
               OR WS-CODE-MATCH > 0
             IF WS-CD-TYPE(WS-CODE-IDX) = LK-AM-TYPE
               AND WS-CD-ACTIVE(WS-CODE-IDX) NOT = "N"
               AND WS-CD-NAME-KEY(WS-CODE-IDX) = WS-TEXT-KEY
               MOVE WS-CODE-IDX TO WS-CODE-MATCH
             END-IF
           END-PERFORM

           IF WS-CODE-MATCH = 0
             EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO LK-AM-FOUND
           MOVE WS-CD-CODE(WS-CODE-MATCH) TO LK-AM-CODE
           MOVE WS-CD-NAME(WS-CODE-MATCH) TO LK-AM-NAME.

      *> Active rows of the type in table order; the filter is a
      *> case-blind "name contains" test.
       LIST-ACAD-CODES.
           MOVE 0 TO LK-AM-LIST-COUNT
           MOVE "N" TO LK-AM-MORE
           MOVE FUNCTION UPPER-CASE(LK-AM-TEXT) TO WS-LIST-FILTER
           MOVE 0 TO WS-FILTER-LEN
           IF WS-LIST-FILTER NOT = SPACES
             MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-FILTER))
               TO WS-FILTER-LEN
             MOVE FUNCTION TRIM(WS-LIST-FILTER) TO WS-LIST-FILTER
           END-IF

           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
             UNTIL WS-CODE-IDX > WS-CODE-COUNT
             IF WS-CD-TYPE(WS-CODE-IDX) = LK-AM-TYPE
               AND WS-CD-ACTIVE(WS-CODE-IDX) NOT = "N"
               MOVE 1 TO WS-FILTER-HITS
               IF WS-FILTER-LEN > 0
                 MOVE FUNCTION UPPER-CASE(WS-CD-NAME(WS-CODE-IDX))
                   TO WS-NAME-UPPER
                 MOVE 0 TO WS-FILTER-HITS
                 INSPECT WS-NAME-UPPER TALLYING WS-FILTER-HITS
                   FOR ALL WS-LIST-FILTER(1:WS-FILTER-LEN)
               END-IF
               IF WS-FILTER-HITS > 0
                 IF LK-AM-LIST-COUNT < 40
                   ADD 1 TO LK-AM-LIST-COUNT
                   MOVE WS-CD-CODE(WS-CODE-IDX) TO
                     LK-AM-L-CODE(LK-AM-LIST-COUNT)
                   MOVE WS-CD-NAME(WS-CODE-IDX) TO
                     LK-AM-L-NAME(LK-AM-LIST-COUNT)
                 ELSE
                   MOVE "Y" TO LK-AM-MORE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      *> Starter tables: the state universities most students and
      *> alumni name, and the common majors. The admin extends them
      *> with the ACADCODES utility.
       SEED-CODE-TABLE.
           OPEN OUTPUT ACADCODES-FILE
           IF WS-ACADCODES-STATUS NOT = "00"
             AND WS-ACADCODES-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF
           MOVE "CUSF   University of South Florida" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CUCF   University of Central Florida" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CUF    University of Florida" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CFSU   Florida State University" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CFIU   Florida International Univ." TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CFAU   Florida Atlantic University" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CUNF   University of North Florida" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CUWF   University of West Florida" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CFGCU  Florida Gulf Coast University" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "CFAMU  Florida A&M University" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE

           MOVE "MCS    Computer Science" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MCPE   Computer Engineering" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MIT    Information Technology" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MCYBER Cybersecurity" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MEE    Electrical Engineering" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MME    Mechanical Engineering" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MCE    Civil Engineering" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MMATH  Mathematics" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MSTAT  Statistics" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MPHYS  Physics" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MCHEM  Chemistry" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MBIO   Biology" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MBUS   Business Administration" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MACCT  Accounting" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MFIN   Finance" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MMKT   Marketing" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MMGMT  Management" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MECON  Economics" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MPSY   Psychology" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MCOMM  Communication" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MNURS  Nursing" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MENGL  English" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MHIST  History" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MPOLS  Political Science" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           MOVE "MEDUC  Education" TO WS-SEED-ROW
           PERFORM WRITE-SEED-CODE
           CLOSE ACADCODES-FILE

           OPEN OUTPUT ACADALIAS-FILE
           IF WS-ACADALIAS-STATUS NOT = "00"
             AND WS-ACADALIAS-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF
           MOVE "CUSF   South Florida" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "CUSF   Univ of South Florida" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "CUCF   Central Florida" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "CUF    Univ of Florida" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "CFSU   Florida State" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "CFIU   Florida International" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
      *> The full name, cut to the 30 characters a profile field holds
           MOVE "CFIU   Florida International Universi" TO
             WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "CFAMU  Florida A and M University" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MCS    Comp Sci" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MCS    CompSci" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MCS    Computer Sciences" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MCS    BS Computer Science" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MCPE   Comp Eng" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MCPE   CompE" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MIT    Info Tech" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MCYBER Cyber Security" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MMATH  Math" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MBUS   Business" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MBUS   Business Admin" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MBUS   BBA" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MPSY   Psych" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MCOMM  Communications" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           MOVE "MPOLS  Poli Sci" TO WS-SEED-ALIAS
           PERFORM WRITE-SEED-ALIAS
           CLOSE ACADALIAS-FILE.

       WRITE-SEED-CODE.
           MOVE WS-SEED-ROW(1:1) TO ACD-TYPE
           MOVE WS-SEED-ROW(2:6) TO ACD-CODE
           MOVE WS-SEED-ROW(8:30) TO ACD-NAME
           MOVE "Y" TO ACD-ACTIVE
           WRITE ACADCODE-RECORD.

       WRITE-SEED-ALIAS.
           MOVE WS-SEED-ALIAS(1:1) TO AA-TYPE
           MOVE WS-SEED-ALIAS(2:6) TO AA-CODE
           MOVE WS-SEED-ALIAS(8:30) TO AA-ALIAS
           WRITE ACADALIAS-RECORD.

       END PROGRAM ACADMATCH.
