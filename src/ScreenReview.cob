      *>                                told by system message
      *>   SCREENREVIEW TERMS           list blocklist terms
      *>   SCREENREVIEW ADDTERM <word>  add a blocklist term
      *>
      *> Held types: M message, E endorsement, A About Me, G student
      *> organization board post (extra T = topic, R = reply), C
      *> group conversation message, V employer review (target =
      *> CO-ID, extra = rating).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDORSE-STATUS.

           SELECT OPTIONAL GROUPPOSTS-FILE
               ASSIGN TO "GROUPPOSTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUPPOSTS-STATUS.

           SELECT OPTIONAL CONVERSATIONS-FILE
               ASSIGN TO "CONVERSATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVHDR-STATUS.

           SELECT OPTIONAL CONVOMSGS-FILE
               ASSIGN TO "CONVOMSGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVMSG-STATUS.

           SELECT OPTIONAL EMPREVIEWS-FILE
               ASSIGN TO "EMPREVIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPREVIEWS-STATUS.

           SELECT OPTIONAL PROFILES-WORK-FILE
               ASSIGN TO "PROFILES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD QUARANTINE-FILE.
             05 ENDORSE-TEXT PIC X(60).
             05 ENDORSE-DATE PIC X(8).

       FD GROUPPOSTS-FILE.
           01 GROUPPOST-RECORD.
             05 GP-POST-ID PIC X(12).
             05 GP-GROUP-ID PIC X(12).
             05 GP-PARENT-ID PIC X(12).
             05 GP-AUTHOR PIC X(12).
             05 GP-TIMESTAMP PIC X(14).
             05 GP-PINNED PIC X(1).
             05 GP-STATUS PIC X(1).
             05 GP-TITLE PIC X(40).
             05 GP-TEXT PIC X(200).

       FD CONVERSATIONS-FILE.
           01 CONVERSATION-RECORD.
             05 CV-ID PIC X(12).
             05 CV-CREATOR PIC X(12).
             05 CV-TITLE PIC X(30).
             05 CV-CREATED PIC X(14).
             05 CV-MEMBER PIC X(12) OCCURS 8 TIMES.

       FD CONVOMSGS-FILE.
           01 CONVOMSG-RECORD.
             05 CM-CONVO-ID PIC X(12).
             05 CM-SENDER PIC X(12).
             05 CM-TIMESTAMP PIC X(14).
             05 CM-CONTENT PIC X(200).
             05 CM-READ-FLAG PIC X(1) OCCURS 8 TIMES.

       FD EMPREVIEWS-FILE.
           01 EMPREVIEW-RECORD.
             05 ERV-CO-ID PIC 9(4).
             05 ERV-REVIEWER PIC X(12).
             05 ERV-RATING PIC 9(1).
             05 ERV-DATE PIC X(8).
             05 ERV-TEXT PIC X(70).

       FD PROFILES-WORK-FILE.
           01 PROFILE-WORK-RECORD PIC X(620).

             05 PRM-NAME PIC X(20).
             05 PRM-VALUE PIC X(10).

       WORKING-STORAGE SECTION.
         77 WS-QUARANTINE-STATUS PIC XX.
         77 WS-BLOCKLIST-STATUS PIC XX.
         77 WS-MESSAGES-STATUS PIC XX.
         77 WS-ENDORSE-STATUS PIC XX.
         77 WS-GROUPPOSTS-STATUS PIC XX.
         77 WS-GP-ROW-COUNT PIC 9(10) VALUE 0.
         77 WS-CONVHDR-STATUS PIC XX.
         77 WS-CONVMSG-STATUS PIC XX.
         77 WS-EMPREVIEWS-STATUS PIC XX.
         01 WS-CONVO-FLAGS.
           05 WS-CONVO-FLAG PIC X(1) OCCURS 8 TIMES.
         77 WS-CONVO-SLOT PIC 9(2) VALUE 0.
         77 WS-CONVO-FOUND PIC X VALUE "N".
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-PROFILES-WORK-STATUS PIC XX.
         77 WS-PROFILES-CMT-STATUS PIC XX.
         77 WS-AUD-NOTE-TEXT PIC X(30).
         77 WS-SYS-CMD PIC X(80).

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

      *> Before-image request for the shared PROFHIST change history
         01 WS-PROFILE-HISTORY.
           05 WS-PH-FUNCTION PIC X(1).
           05 WS-PH-USERNAME PIC X(12).
           05 WS-PH-ACTOR PIC X(16).
           05 WS-PH-SECTION PIC X(1).
           05 WS-PH-KIND PIC X(1).
           05 WS-PH-AS-OF PIC X(8).
           05 WS-PH-RESULT PIC X(1).
           05 WS-PH-MESSAGE PIC X(100).
           05 WS-PH-CHANGES PIC 9(2).
           05 WS-PH-LIST OCCURS 10 TIMES.
             10 WS-PH-L-TIMESTAMP PIC X(14).
             10 WS-PH-L-ACTOR PIC X(16).
             10 WS-PH-L-SECTION PIC X(1).
             10 WS-PH-L-KIND PIC X(1).
             10 WS-PH-L-ROWS PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO WS-COMMAND-LINE
               PERFORM RELEASE-ENDORSEMENT
             WHEN "A"
               PERFORM RELEASE-ABOUT-ME
             WHEN "G"
               PERFORM RELEASE-GROUP-POST
             WHEN "C"
               PERFORM RELEASE-CONVO-MESSAGE
             WHEN "V"
               PERFORM RELEASE-EMPLOYER-REVIEW
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           WRITE ENDORSEMENT-RECORD
           CLOSE ENDORSEMENTS-FILE.

       RELEASE-EMPLOYER-REVIEW.
      *> The review keeps the date it was written so it lands in the
      *> quarter the student wrote it.
           IF WS-QT-TARGET(WS-PICKED-IDX)(1:4) NOT NUMERIC
             OR WS-QT-EXTRA(WS-PICKED-IDX)(1:1) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF

           OPEN EXTEND EMPREVIEWS-FILE
           IF WS-EMPREVIEWS-STATUS = "35"
             OPEN OUTPUT EMPREVIEWS-FILE
             IF WS-EMPREVIEWS-STATUS = "00"
               CLOSE EMPREVIEWS-FILE
             END-IF
             OPEN EXTEND EMPREVIEWS-FILE
           END-IF
           IF WS-EMPREVIEWS-STATUS NOT = "00"
             AND WS-EMPREVIEWS-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-QT-TARGET(WS-PICKED-IDX)(1:4) TO ERV-CO-ID
           MOVE WS-QT-AUTHOR(WS-PICKED-IDX) TO ERV-REVIEWER
           MOVE WS-QT-EXTRA(WS-PICKED-IDX)(1:1) TO ERV-RATING
           MOVE WS-QT-DATE(WS-PICKED-IDX) TO ERV-DATE
           MOVE WS-QT-TEXT(WS-PICKED-IDX)(1:70) TO ERV-TEXT
           WRITE EMPREVIEW-RECORD
           CLOSE EMPREVIEWS-FILE.

       RELEASE-GROUP-POST.
      *> Held topics carry the title in the first 40 characters of
      *> the text, held replies carry the topic's post id there;
      *> the body follows at position 41. Post ids continue the
      *> board's row count.
           MOVE 0 TO WS-GP-ROW-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GROUPPOSTS-FILE
           IF WS-GROUPPOSTS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ GROUPPOSTS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   ADD 1 TO WS-GP-ROW-COUNT
               END-READ
             END-PERFORM
             CLOSE GROUPPOSTS-FILE
           ELSE
             IF WS-GROUPPOSTS-STATUS = "05"
               CLOSE GROUPPOSTS-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF
           ADD 1 TO WS-GP-ROW-COUNT

           OPEN EXTEND GROUPPOSTS-FILE
           IF WS-GROUPPOSTS-STATUS = "35"
             OPEN OUTPUT GROUPPOSTS-FILE
             IF WS-GROUPPOSTS-STATUS = "00"
               CLOSE GROUPPOSTS-FILE
             END-IF
             OPEN EXTEND GROUPPOSTS-FILE
           END-IF
           IF WS-GROUPPOSTS-STATUS NOT = "00"
             AND WS-GROUPPOSTS-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GROUPPOST-RECORD
           STRING "GP" DELIMITED BY SIZE
                  WS-GP-ROW-COUNT DELIMITED BY SIZE
             INTO GP-POST-ID
           END-STRING
           MOVE WS-QT-TARGET(WS-PICKED-IDX) TO GP-GROUP-ID
           IF WS-QT-EXTRA(WS-PICKED-IDX)(1:1) = "R"
             MOVE WS-QT-TEXT(WS-PICKED-IDX)(1:12) TO GP-PARENT-ID
           ELSE
             MOVE WS-QT-TEXT(WS-PICKED-IDX)(1:40) TO GP-TITLE
           END-IF
           MOVE WS-QT-AUTHOR(WS-PICKED-IDX) TO GP-AUTHOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO GP-TIMESTAMP
           MOVE "N" TO GP-PINNED
           MOVE SPACE TO GP-STATUS
           MOVE WS-QT-TEXT(WS-PICKED-IDX)(41:200) TO GP-TEXT
           WRITE GROUPPOST-RECORD
           CLOSE GROUPPOSTS-FILE.

       RELEASE-CONVO-MESSAGE.
      *> Post the held message to its group conversation, unread
      *> for every current member except the author.
           MOVE SPACES TO WS-CONVO-FLAGS
           MOVE "N" TO WS-CONVO-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT CONVERSATIONS-FILE
           IF WS-CONVHDR-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ CONVERSATIONS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF CV-ID = WS-QT-TARGET(WS-PICKED-IDX)
                     MOVE "Y" TO WS-CONVO-FOUND
                     MOVE "Y" TO WS-EOF
                     PERFORM VARYING WS-CONVO-SLOT FROM 1 BY 1
                       UNTIL WS-CONVO-SLOT > 8
                       EVALUATE TRUE
                         WHEN CV-MEMBER(WS-CONVO-SLOT) = SPACES
                           CONTINUE
                         WHEN CV-MEMBER(WS-CONVO-SLOT) =
                           WS-QT-AUTHOR(WS-PICKED-IDX)
                           MOVE "Y" TO WS-CONVO-FLAG(WS-CONVO-SLOT)
                         WHEN OTHER
                           MOVE "N" TO WS-CONVO-FLAG(WS-CONVO-SLOT)
                       END-EVALUATE
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONVERSATIONS-FILE
           ELSE
             IF WS-CONVHDR-STATUS = "05"
               CLOSE CONVERSATIONS-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CONVO-FOUND NOT = "Y"
             DISPLAY "The conversation is no longer on file."
             EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CONVOMSGS-FILE
           IF WS-CONVMSG-STATUS = "35"
             OPEN OUTPUT CONVOMSGS-FILE
             IF WS-CONVMSG-STATUS = "00"
               CLOSE CONVOMSGS-FILE
             END-IF
             OPEN EXTEND CONVOMSGS-FILE
           END-IF
           IF WS-CONVMSG-STATUS NOT = "00"
             AND WS-CONVMSG-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONVOMSG-RECORD
           MOVE WS-QT-TARGET(WS-PICKED-IDX) TO CM-CONVO-ID
           MOVE WS-QT-AUTHOR(WS-PICKED-IDX) TO CM-SENDER
           MOVE FUNCTION CURRENT-DATE(1:14) TO CM-TIMESTAMP
           MOVE WS-QT-TEXT(WS-PICKED-IDX)(1:200) TO CM-CONTENT
           PERFORM VARYING WS-CONVO-SLOT FROM 1 BY 1
             UNTIL WS-CONVO-SLOT > 8
             MOVE WS-CONVO-FLAG(WS-CONVO-SLOT) TO
               CM-READ-FLAG(WS-CONVO-SLOT)
           END-PERFORM
           WRITE CONVOMSG-RECORD
           CLOSE CONVOMSGS-FILE.

       RELEASE-ABOUT-ME.
      *> Put the approved About Me onto the author's profile by
      *> streaming PROFILES.DAT through PROFILES.NEW under
             EXIT PARAGRAPH
           END-IF

      *> The author's profile as it stood goes to the change history
      *> before the live file is replaced.
           MOVE SPACES TO WS-PROFILE-HISTORY
           MOVE "S" TO WS-PH-FUNCTION
           MOVE WS-QT-AUTHOR(WS-PICKED-IDX) TO WS-PH-USERNAME
           MOVE "SCREENREVIEW" TO WS-PH-ACTOR
           MOVE "P" TO WS-PH-SECTION
           MOVE "E" TO WS-PH-KIND
           CALL "PROFHIST" USING WS-PROFILE-HISTORY
             ON EXCEPTION
               CONTINUE
           END-CALL

      *> The PROFILES.CMT marker makes the copy-back recoverable:
      *> the interactive startup check finishes an interrupted swap
      *> when it finds the marker alongside the work file.
             FUNCTION TRIM(WS-QT-AUTHOR(WS-PICKED-IDX)) ".".

       WRITE-STRIKE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "SCREENREVIEW" TO WS-AC-ACTOR
           MOVE WS-AUD-ACTION-TEXT TO WS-AC-ACTION
           MOVE WS-QT-AUTHOR(WS-PICKED-IDX) TO WS-AC-TARGET
           MOVE WS-AUD-NOTE-TEXT TO WS-AC-BEFORE-VALUE
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       END PROGRAM SCREENREVIEW.
