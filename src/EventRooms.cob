       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTROOMS.

      *> Maintenance utility for the room master that CREATE-EVENT
      *> offers when an organizer books an on-campus event. Bookings
      *> against the same room are checked for overlapping times.
      *>
      *>   EVENTROOMS LIST
      *>   EVENTROOMS ADD <capacity> <name>
      *>   EVENTROOMS RETIRE <id>
      *>   EVENTROOMS REVIVE <id>
      *>
      *> A retired room stays on file so past bookings still resolve,
      *> but it is no longer offered for new events.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROOMS-FILE
               ASSIGN TO "ROOMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROOMS-FILE.
           01 ROOM-RECORD.
             05 RM-ID PIC 9(3).
             05 RM-NAME PIC X(30).
             05 RM-CAPACITY PIC 9(4).
             05 RM-ACTIVE PIC X(1).

       WORKING-STORAGE SECTION.
         77 WS-ROOMS-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-COMMAND-LINE PIC X(80).
         77 WS-ACTION PIC X(8) VALUE "LIST".
         77 WS-ACTION-REST PIC X(70).
         77 WS-TARGET-ID PIC 9(3) VALUE 0.
         77 WS-CAPACITY-ARG PIC X(8).
         77 WS-NAME-ARG PIC X(60).

         77 WS-MAX-ROOMS PIC 9(3) VALUE 100.
         01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 100 TIMES.
             10 WS-ROOM-ID PIC 9(3).
             10 WS-ROOM-NAME PIC X(30).
             10 WS-ROOM-CAPACITY PIC 9(4).
             10 WS-ROOM-ACTIVE PIC X(1).
         77 WS-ROOM-COUNT PIC 9(3) VALUE 0.
         77 WS-ROOM-IDX PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM PARSE-COMMAND-LINE
           PERFORM LOAD-ROOMS

           EVALUATE WS-ACTION
             WHEN "ADD"
               PERFORM ADD-ROOM
             WHEN "RETIRE"
               PERFORM SET-ROOM-INACTIVE
             WHEN "REVIVE"
               PERFORM SET-ROOM-ACTIVE
             WHEN OTHER
               PERFORM LIST-ROOMS
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

           MOVE 0 TO WS-TARGET-ID
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION-REST)) > 0
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION-REST)) <= 3
             AND FUNCTION TRIM(WS-ACTION-REST) IS NUMERIC
             COMPUTE WS-TARGET-ID =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ACTION-REST))
           END-IF

      *> ADD takes a capacity and then the rest of the line as the
      *> room name; re-split from the full command line.
           MOVE SPACES TO WS-CAPACITY-ARG
           MOVE SPACES TO WS-NAME-ARG
           IF WS-ACTION = "ADD"
             UNSTRING FUNCTION TRIM(WS-COMMAND-LINE)(5:)
               DELIMITED BY " "
               INTO WS-CAPACITY-ARG
             END-UNSTRING
             MOVE FUNCTION TRIM(FUNCTION TRIM(WS-COMMAND-LINE)(5:))
               TO WS-ACTION-REST
             IF FUNCTION LENGTH(FUNCTION TRIM(WS-CAPACITY-ARG)) <
               FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION-REST))
               MOVE FUNCTION TRIM(WS-ACTION-REST(FUNCTION LENGTH(
                 FUNCTION TRIM(WS-CAPACITY-ARG)) + 2:)) TO
                 WS-NAME-ARG
             END-IF
           END-IF.

       LOAD-ROOMS.
           MOVE 0 TO WS-ROOM-COUNT
           MOVE "N" TO WS-EOF

           OPEN INPUT ROOMS-FILE
           IF WS-ROOMS-STATUS NOT = "00"
             IF WS-ROOMS-STATUS = "05"
               CLOSE ROOMS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ ROOMS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF WS-ROOM-COUNT < WS-MAX-ROOMS
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE ROOM-RECORD TO WS-ROOM-ENTRY(WS-ROOM-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ROOMS-FILE.

       SAVE-ROOMS.
           OPEN OUTPUT ROOMS-FILE
           IF WS-ROOMS-STATUS NOT = "00"
             AND WS-ROOMS-STATUS NOT = "05"
             DISPLAY "Unable to write ROOMS.DAT (status "
               WS-ROOMS-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
             UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
             MOVE WS-ROOM-ENTRY(WS-ROOM-IDX) TO ROOM-RECORD
             WRITE ROOM-RECORD
           END-PERFORM

           CLOSE ROOMS-FILE.

       LIST-ROOMS.
           IF WS-ROOM-COUNT = 0
             DISPLAY "No rooms are on file; use ADD to create one."
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
             UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
             IF WS-ROOM-ACTIVE(WS-ROOM-IDX) = "N"
               DISPLAY WS-ROOM-ID(WS-ROOM-IDX) ". "
                 FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-IDX))
                 " (seats " WS-ROOM-CAPACITY(WS-ROOM-IDX)
                 ", retired)"
             ELSE
               DISPLAY WS-ROOM-ID(WS-ROOM-IDX) ". "
                 FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-IDX))
                 " (seats " WS-ROOM-CAPACITY(WS-ROOM-IDX) ")"
             END-IF
           END-PERFORM.

       ADD-ROOM.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-CAPACITY-ARG)) = 0
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-CAPACITY-ARG)) > 4
             OR FUNCTION TRIM(WS-CAPACITY-ARG) IS NOT NUMERIC
             OR FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-ARG)) = 0
             DISPLAY "ADD needs a seat capacity and a room name."
             EXIT PARAGRAPH
           END-IF

           IF WS-ROOM-COUNT >= WS-MAX-ROOMS
             DISPLAY "Room master is full (max 100 rooms)."
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROOM-COUNT
           MOVE WS-ROOM-COUNT TO WS-ROOM-ID(WS-ROOM-COUNT)
           MOVE WS-NAME-ARG(1:30) TO WS-ROOM-NAME(WS-ROOM-COUNT)
           COMPUTE WS-ROOM-CAPACITY(WS-ROOM-COUNT) =
             FUNCTION NUMVAL(FUNCTION TRIM(WS-CAPACITY-ARG))
           MOVE "Y" TO WS-ROOM-ACTIVE(WS-ROOM-COUNT)
           PERFORM SAVE-ROOMS
           DISPLAY "Room " WS-ROOM-COUNT " added: "
             FUNCTION TRIM(WS-NAME-ARG).

       SET-ROOM-INACTIVE.
           IF WS-TARGET-ID = 0 OR WS-TARGET-ID > WS-ROOM-COUNT
             DISPLAY "RETIRE requires a room id from LIST."
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ROOM-ACTIVE(WS-TARGET-ID)
           PERFORM SAVE-ROOMS
           DISPLAY "Room " WS-TARGET-ID " retired: "
             FUNCTION TRIM(WS-ROOM-NAME(WS-TARGET-ID)).

       SET-ROOM-ACTIVE.
           IF WS-TARGET-ID = 0 OR WS-TARGET-ID > WS-ROOM-COUNT
             DISPLAY "REVIVE requires a room id from LIST."
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ROOM-ACTIVE(WS-TARGET-ID)
           PERFORM SAVE-ROOMS
           DISPLAY "Room " WS-TARGET-ID " reinstated: "
             FUNCTION TRIM(WS-ROOM-NAME(WS-TARGET-ID)).

       END PROGRAM EVENTROOMS.
