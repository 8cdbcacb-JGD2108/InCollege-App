       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETWORKGRAPH.

      *> Nightly network graph. Reads ESTABLISHED.DAT once and writes
      *> NETGRAPH.DAT in username order, so the online mutual-count,
      *> People You May Know and second-degree paths read one user's
      *> rows instead of rescanning every connection. Per user:
      *>
      *>   F rows  each direct connection, with the number of
      *>           connections the two have in common
      *>   S rows  second-degree contacts (not yet connected), with
      *>           the number of mutual connections and the best
      *>           connecting person -- the mutual connection with
      *>           the largest network of their own -- most mutual
      *>           connections first, at most 100 per user
      *>
      *> NETGRAPH.CTL is emptied when the build starts and written
      *> with the build time and row count only once the graph is
      *> complete; the online views trust the graph only while the
      *> two agree. Connections made or removed online after the
      *> build are logged in NETCHANGES.DAT and send the views
      *> involved back to the live scan until the next build; rows
      *> older than this build are pruned from it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESTABLISHED-FILE
               ASSIGN TO "ESTABLISHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT OPTIONAL NETGRAPH-FILE
               ASSIGN TO "NETGRAPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETGRAPH-STATUS.

           SELECT OPTIONAL NETGRAPHCTL-FILE
               ASSIGN TO "NETGRAPH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETGRAPHCTL-STATUS.

           SELECT OPTIONAL NETCHANGES-FILE
               ASSIGN TO "NETCHANGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETCHANGES-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTABLISHED-FILE.
           01 ESTABLISHED-RECORD.
             05 EST-USER1 PIC X(12).
             05 EST-USER2 PIC X(12).

      *> First row is the header; the rest are in NG-USER order.
       FD NETGRAPH-FILE.
           01 NETGRAPH-RECORD.
             05 NG-USER PIC X(12).
      *> F = direct connection, S = second-degree contact
             05 NG-KIND PIC X(1).
             05 NG-OTHER PIC X(12).
             05 NG-MUTUAL PIC 9(4).
      *> S rows: the mutual connection to ask for an introduction
             05 NG-VIA PIC X(12).
           01 NETGRAPH-HEADER.
      *> "*NETGRAPH*" sorts ahead of every username
             05 NGH-MARK PIC X(12).
             05 NGH-KIND PIC X(1).
             05 NGH-BUILT PIC X(14).
             05 FILLER PIC X(14).

       FD NETGRAPHCTL-FILE.
           01 NETGRAPHCTL-RECORD.
             05 NCT-BUILT PIC X(14).
             05 NCT-ROWS PIC 9(8).

      *> Appended online whenever a connection is made or removed.
       FD NETCHANGES-FILE.
           01 NETCHANGE-RECORD.
             05 NC-USER1 PIC X(12).
             05 NC-USER2 PIC X(12).
      *> A = connected, R = removed, M = accounts merged
             05 NC-ACTION PIC X(1).
             05 NC-TIMESTAMP PIC X(14).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-EST-STATUS PIC XX.
         77 WS-NETGRAPH-STATUS PIC XX.
         77 WS-NETGRAPHCTL-STATUS PIC XX.
         77 WS-NETCHANGES-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-BUILD-STAMP PIC X(14).
         77 WS-GRAPH-ROWS PIC 9(8) VALUE 0.
         77 WS-PAIRS-READ PIC 9(8) VALUE 0.
         77 WS-BUILD-FAILED PIC X VALUE "N".
         77 WS-FAIL-REASON PIC X(40).

      *> Everyone with a connection, in username order. The stamps
      *> hold the index of the user being graphed, so nothing has to
      *> be cleared between users.
         77 WS-MAX-USERS PIC 9(5) VALUE 5000.
         01 WS-USER-TABLE.
           05 WS-USR-ENTRY OCCURS 5000 TIMES.
             10 WS-USR-NAME PIC X(12).
             10 WS-USR-DEGREE PIC 9(5).
             10 WS-USR-START PIC 9(6).
             10 WS-USR-FILL PIC 9(5).
             10 WS-USR-FIRST-STAMP PIC 9(5).
             10 WS-USR-SEEN-STAMP PIC 9(5).
             10 WS-USR-DEDUP-STAMP PIC 9(5).
             10 WS-USR-MUTUAL PIC 9(5).
             10 WS-USR-VIA PIC 9(5).
         77 WS-USR-COUNT PIC 9(5) VALUE 0.
         77 WS-USR-IDX PIC 9(5) VALUE 0.
         77 WS-USR-SHIFT PIC 9(5) VALUE 0.

      *> Neighbour lists, each user's run starting at WS-USR-START
         77 WS-MAX-LINKS PIC 9(6) VALUE 40000.
         01 WS-LINK-TABLE.
           05 WS-LINK PIC 9(5) OCCURS 40000 TIMES.
         77 WS-LINK-TOTAL PIC 9(6) VALUE 0.
         77 WS-LINK-POS PIC 9(6) VALUE 0.
         77 WS-LINK-POS2 PIC 9(6) VALUE 0.
         77 WS-LINK-KEPT PIC 9(5) VALUE 0.

      *> Binary search
         77 WS-FIND-NAME PIC X(12).
         77 WS-FIND-IDX PIC 9(5) VALUE 0.
         77 WS-FIND-AT PIC 9(5) VALUE 0.
         77 WS-FIND-LOW PIC 9(5) VALUE 0.
         77 WS-FIND-HIGH PIC 9(5) VALUE 0.
         77 WS-FIND-MID PIC 9(5) VALUE 0.
         77 WS-IDX-A PIC 9(5) VALUE 0.
         77 WS-IDX-B PIC 9(5) VALUE 0.

      *> The user being graphed and their second-degree candidates
         77 WS-U PIC 9(5) VALUE 0.
         77 WS-F PIC 9(5) VALUE 0.
         77 WS-X PIC 9(5) VALUE 0.
         77 WS-MAX-CANDIDATES PIC 9(4) VALUE 2000.
         01 WS-CANDIDATE-TABLE.
           05 WS-CAND PIC 9(5) OCCURS 2000 TIMES.
         77 WS-CAND-COUNT PIC 9(4) VALUE 0.
         77 WS-CAND-IDX PIC 9(4) VALUE 0.
         77 WS-CAND-BEST PIC 9(4) VALUE 0.
         77 WS-CAND-HOLD PIC 9(5) VALUE 0.
         77 WS-MAX-SECOND-DEGREE PIC 9(4) VALUE 100.
         77 WS-SD-WRITTEN PIC 9(4) VALUE 0.
      *> Connections WS-U shares with each direct connection
         01 WS-FIRST-MUTUALS.
           05 WS-FM-COUNT PIC 9(5) OCCURS 5000 TIMES.

      *> NETCHANGES.DAT rows kept by the prune
         77 WS-MAX-CHANGES PIC 9(4) VALUE 2000.
         01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ROW PIC X(39) OCCURS 2000 TIMES.
         77 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
         77 WS-CHANGE-IDX PIC 9(4) VALUE 0.
         77 WS-CHANGES-PRUNED PIC 9(6) VALUE 0.

         77 WS-STEP-SUMMARY PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BUILD-STAMP

      *> Until this build completes the online views use the live
      *> scan, so a failed or interrupted build is never trusted.
           OPEN OUTPUT NETGRAPHCTL-FILE
           IF WS-NETGRAPHCTL-STATUS = "00"
             OR WS-NETGRAPHCTL-STATUS = "05"
             CLOSE NETGRAPHCTL-FILE
           END-IF

           PERFORM LOAD-USER-NAMES
           IF WS-BUILD-FAILED = "N"
             PERFORM LOAD-NEIGHBOUR-LISTS
           END-IF
           IF WS-BUILD-FAILED = "N"
             PERFORM DEDUPE-NEIGHBOUR-LISTS
             PERFORM WRITE-NETWORK-GRAPH
           END-IF
           IF WS-BUILD-FAILED = "N"
             PERFORM WRITE-GRAPH-CONTROL
             PERFORM PRUNE-NETWORK-CHANGES
           END-IF

           MOVE SPACES TO WS-STEP-SUMMARY
           IF WS-BUILD-FAILED = "Y"
             STRING "graph not built: " DELIMITED BY SIZE
                    WS-FAIL-REASON DELIMITED BY SIZE
               INTO WS-STEP-SUMMARY
             END-STRING
           ELSE
             STRING "users " DELIMITED BY SIZE
                    WS-USR-COUNT DELIMITED BY SIZE
                    " rows " DELIMITED BY SIZE
                    WS-GRAPH-ROWS DELIMITED BY SIZE
                    " changes pruned " DELIMITED BY SIZE
                    WS-CHANGES-PRUNED DELIMITED BY SIZE
               INTO WS-STEP-SUMMARY
             END-STRING
           END-IF
           PERFORM WRITE-STEP-SUMMARY

           IF WS-BUILD-FAILED = "Y"
             DISPLAY "Network graph not built: "
               FUNCTION TRIM(WS-FAIL-REASON)
               ". Online views stay on the live scan."
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "Network graph built: " WS-USR-COUNT
               " user(s), " WS-GRAPH-ROWS " row(s)."
           END-IF

           GOBACK.

      *> Pass 1: the distinct usernames, kept in order by inserting
      *> each new one at its binary-search position.
       LOAD-USER-NAMES.
           MOVE 0 TO WS-USR-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ESTABLISHED-FILE
           IF WS-EST-STATUS NOT = "00"
             IF WS-EST-STATUS = "05"
               CLOSE ESTABLISHED-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y" OR WS-BUILD-FAILED = "Y"
             READ ESTABLISHED-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF EST-USER1 NOT = SPACES AND EST-USER2 NOT = SPACES
                   AND EST-USER1 NOT = EST-USER2
                   ADD 1 TO WS-PAIRS-READ
                   MOVE EST-USER1 TO WS-FIND-NAME
                   PERFORM ADD-USER-NAME
                   MOVE EST-USER2 TO WS-FIND-NAME
                   PERFORM ADD-USER-NAME
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ESTABLISHED-FILE.

       ADD-USER-NAME.
           PERFORM FIND-USER-INDEX
           IF WS-FIND-IDX > 0
             EXIT PARAGRAPH
           END-IF
           IF WS-USR-COUNT >= WS-MAX-USERS
             MOVE "Y" TO WS-BUILD-FAILED
             MOVE "more users than the graph table holds"
               TO WS-FAIL-REASON
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-USR-SHIFT FROM WS-USR-COUNT BY -1
             UNTIL WS-USR-SHIFT < WS-FIND-AT
             MOVE WS-USR-ENTRY(WS-USR-SHIFT) TO
               WS-USR-ENTRY(WS-USR-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-USR-COUNT
           INITIALIZE WS-USR-ENTRY(WS-FIND-AT)
           MOVE WS-FIND-NAME TO WS-USR-NAME(WS-FIND-AT).

      *> WS-FIND-IDX is the entry holding WS-FIND-NAME, or zero with
      *> WS-FIND-AT the position it would be inserted at.
       FIND-USER-INDEX.
           MOVE 0 TO WS-FIND-IDX
           MOVE 1 TO WS-FIND-LOW
           MOVE WS-USR-COUNT TO WS-FIND-HIGH
           MOVE 1 TO WS-FIND-AT
           PERFORM UNTIL WS-FIND-LOW > WS-FIND-HIGH
             OR WS-FIND-IDX > 0
             COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2
             EVALUATE TRUE
               WHEN WS-USR-NAME(WS-FIND-MID) = WS-FIND-NAME
                 MOVE WS-FIND-MID TO WS-FIND-IDX
               WHEN WS-USR-NAME(WS-FIND-MID) < WS-FIND-NAME
                 COMPUTE WS-FIND-LOW = WS-FIND-MID + 1
               WHEN OTHER
                 IF WS-FIND-MID = 1
                   MOVE 0 TO WS-FIND-HIGH
                 ELSE
                   COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
                 END-IF
             END-EVALUATE
           END-PERFORM
           MOVE WS-FIND-LOW TO WS-FIND-AT.

      *> Pass 2 counts each user's links and lays out their runs;
      *> pass 3 fills the runs in.
       LOAD-NEIGHBOUR-LISTS.
           IF WS-USR-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           IF WS-PAIRS-READ * 2 > WS-MAX-LINKS
             MOVE "Y" TO WS-BUILD-FAILED
             MOVE "more connections than the graph table holds"
               TO WS-FAIL-REASON
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT ESTABLISHED-FILE
           PERFORM UNTIL WS-EOF = "Y"
             READ ESTABLISHED-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM LOCATE-PAIR
                 IF WS-IDX-A > 0 AND WS-IDX-B > 0
                   ADD 1 TO WS-USR-DEGREE(WS-IDX-A)
                   ADD 1 TO WS-USR-DEGREE(WS-IDX-B)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ESTABLISHED-FILE

           MOVE 1 TO WS-LINK-POS
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
             UNTIL WS-USR-IDX > WS-USR-COUNT
             MOVE WS-LINK-POS TO WS-USR-START(WS-USR-IDX)
             MOVE 0 TO WS-USR-FILL(WS-USR-IDX)
             ADD WS-USR-DEGREE(WS-USR-IDX) TO WS-LINK-POS
           END-PERFORM
           COMPUTE WS-LINK-TOTAL = WS-LINK-POS - 1

           MOVE "N" TO WS-EOF
           OPEN INPUT ESTABLISHED-FILE
           PERFORM UNTIL WS-EOF = "Y"
             READ ESTABLISHED-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM LOCATE-PAIR
                 IF WS-IDX-A > 0 AND WS-IDX-B > 0
                   COMPUTE WS-LINK-POS = WS-USR-START(WS-IDX-A)
                     + WS-USR-FILL(WS-IDX-A)
                   MOVE WS-IDX-B TO WS-LINK(WS-LINK-POS)
                   ADD 1 TO WS-USR-FILL(WS-IDX-A)
                   COMPUTE WS-LINK-POS = WS-USR-START(WS-IDX-B)
                     + WS-USR-FILL(WS-IDX-B)
                   MOVE WS-IDX-A TO WS-LINK(WS-LINK-POS)
                   ADD 1 TO WS-USR-FILL(WS-IDX-B)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ESTABLISHED-FILE.

       LOCATE-PAIR.
           MOVE 0 TO WS-IDX-A
           MOVE 0 TO WS-IDX-B
           IF EST-USER1 = SPACES OR EST-USER2 = SPACES
             OR EST-USER1 = EST-USER2
             EXIT PARAGRAPH
           END-IF
           MOVE EST-USER1 TO WS-FIND-NAME
           PERFORM FIND-USER-INDEX
           MOVE WS-FIND-IDX TO WS-IDX-A
           MOVE EST-USER2 TO WS-FIND-NAME
           PERFORM FIND-USER-INDEX
           MOVE WS-FIND-IDX TO WS-IDX-B.

      *> A pair stored twice (or both ways round) would count its
      *> mutual connections twice; keep the first of each link.
       DEDUPE-NEIGHBOUR-LISTS.
           PERFORM VARYING WS-U FROM 1 BY 1
             UNTIL WS-U > WS-USR-COUNT
             MOVE 0 TO WS-LINK-KEPT
             PERFORM VARYING WS-LINK-POS FROM WS-USR-START(WS-U) BY 1
               UNTIL WS-LINK-POS >=
                 WS-USR-START(WS-U) + WS-USR-FILL(WS-U)
               MOVE WS-LINK(WS-LINK-POS) TO WS-X
               IF WS-USR-DEDUP-STAMP(WS-X) NOT = WS-U
                 MOVE WS-U TO WS-USR-DEDUP-STAMP(WS-X)
                 COMPUTE WS-LINK-POS2 = WS-USR-START(WS-U)
                   + WS-LINK-KEPT
                 MOVE WS-X TO WS-LINK(WS-LINK-POS2)
                 ADD 1 TO WS-LINK-KEPT
               END-IF
             END-PERFORM
             MOVE WS-LINK-KEPT TO WS-USR-DEGREE(WS-U)
           END-PERFORM.

       WRITE-NETWORK-GRAPH.
           OPEN OUTPUT NETGRAPH-FILE
           IF WS-NETGRAPH-STATUS NOT = "00"
             AND WS-NETGRAPH-STATUS NOT = "05"
             MOVE "Y" TO WS-BUILD-FAILED
             MOVE "unable to write NETGRAPH.DAT" TO WS-FAIL-REASON
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NETGRAPH-HEADER
           MOVE "*NETGRAPH*" TO NGH-MARK
           MOVE "H" TO NGH-KIND
           MOVE WS-BUILD-STAMP TO NGH-BUILT
           WRITE NETGRAPH-HEADER
           ADD 1 TO WS-GRAPH-ROWS

           PERFORM VARYING WS-U FROM 1 BY 1
             UNTIL WS-U > WS-USR-COUNT
             IF WS-USR-DEGREE(WS-U) > 0
               PERFORM GRAPH-ONE-USER
             END-IF
           END-PERFORM

           CLOSE NETGRAPH-FILE.

      *> Walks WS-U's connections and their connections once:
      *> someone reached who is a direct connection of WS-U is a
      *> connection the two share; anyone else is second-degree.
       GRAPH-ONE-USER.
           PERFORM VARYING WS-LINK-POS FROM WS-USR-START(WS-U) BY 1
             UNTIL WS-LINK-POS >=
               WS-USR-START(WS-U) + WS-USR-DEGREE(WS-U)
             MOVE WS-LINK(WS-LINK-POS) TO WS-F
             MOVE WS-U TO WS-USR-FIRST-STAMP(WS-F)
             MOVE 0 TO WS-FM-COUNT(WS-F)
           END-PERFORM

           MOVE 0 TO WS-CAND-COUNT
           PERFORM VARYING WS-LINK-POS FROM WS-USR-START(WS-U) BY 1
             UNTIL WS-LINK-POS >=
               WS-USR-START(WS-U) + WS-USR-DEGREE(WS-U)
             MOVE WS-LINK(WS-LINK-POS) TO WS-F
             PERFORM VARYING WS-LINK-POS2 FROM WS-USR-START(WS-F)
               BY 1
               UNTIL WS-LINK-POS2 >=
                 WS-USR-START(WS-F) + WS-USR-DEGREE(WS-F)
               MOVE WS-LINK(WS-LINK-POS2) TO WS-X
               IF WS-X NOT = WS-U
                 IF WS-USR-FIRST-STAMP(WS-X) = WS-U
                   ADD 1 TO WS-FM-COUNT(WS-F)
                 ELSE
                   PERFORM COUNT-SECOND-DEGREE
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-LINK-POS FROM WS-USR-START(WS-U) BY 1
             UNTIL WS-LINK-POS >=
               WS-USR-START(WS-U) + WS-USR-DEGREE(WS-U)
             MOVE WS-LINK(WS-LINK-POS) TO WS-F
             MOVE SPACES TO NETGRAPH-RECORD
             MOVE WS-USR-NAME(WS-U) TO NG-USER
             MOVE "F" TO NG-KIND
             MOVE WS-USR-NAME(WS-F) TO NG-OTHER
             MOVE WS-FM-COUNT(WS-F) TO NG-MUTUAL
             WRITE NETGRAPH-RECORD
             ADD 1 TO WS-GRAPH-ROWS
           END-PERFORM

           PERFORM WRITE-SECOND-DEGREE-ROWS.

       COUNT-SECOND-DEGREE.
           IF WS-USR-SEEN-STAMP(WS-X) NOT = WS-U
             IF WS-CAND-COUNT >= WS-MAX-CANDIDATES
               EXIT PARAGRAPH
             END-IF
             MOVE WS-U TO WS-USR-SEEN-STAMP(WS-X)
             MOVE 0 TO WS-USR-MUTUAL(WS-X)
             MOVE WS-F TO WS-USR-VIA(WS-X)
             ADD 1 TO WS-CAND-COUNT
             MOVE WS-X TO WS-CAND(WS-CAND-COUNT)
           END-IF
           ADD 1 TO WS-USR-MUTUAL(WS-X)

      *> Best path: the mutual connection with the most connections
      *> of their own; alphabetical order breaks a tie.
           IF WS-USR-DEGREE(WS-F) >
                WS-USR-DEGREE(WS-USR-VIA(WS-X))
             OR (WS-USR-DEGREE(WS-F) =
                   WS-USR-DEGREE(WS-USR-VIA(WS-X))
                 AND WS-F < WS-USR-VIA(WS-X))
             MOVE WS-F TO WS-USR-VIA(WS-X)
           END-IF.

      *> Most mutual connections first (then username), picked one at
      *> a time since only the top of the list is kept.
       WRITE-SECOND-DEGREE-ROWS.
           MOVE 0 TO WS-SD-WRITTEN
           PERFORM UNTIL WS-SD-WRITTEN >= WS-MAX-SECOND-DEGREE
             OR WS-SD-WRITTEN >= WS-CAND-COUNT
             ADD 1 TO WS-SD-WRITTEN
             MOVE WS-SD-WRITTEN TO WS-CAND-BEST
             PERFORM VARYING WS-CAND-IDX FROM WS-SD-WRITTEN BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-USR-MUTUAL(WS-CAND(WS-CAND-IDX)) >
                    WS-USR-MUTUAL(WS-CAND(WS-CAND-BEST))
                 OR (WS-USR-MUTUAL(WS-CAND(WS-CAND-IDX)) =
                       WS-USR-MUTUAL(WS-CAND(WS-CAND-BEST))
                     AND WS-CAND(WS-CAND-IDX) <
                       WS-CAND(WS-CAND-BEST))
                 MOVE WS-CAND-IDX TO WS-CAND-BEST
               END-IF
             END-PERFORM
             MOVE WS-CAND(WS-CAND-BEST) TO WS-CAND-HOLD
             MOVE WS-CAND(WS-SD-WRITTEN) TO WS-CAND(WS-CAND-BEST)
             MOVE WS-CAND-HOLD TO WS-CAND(WS-SD-WRITTEN)

             MOVE WS-CAND-HOLD TO WS-X
             MOVE SPACES TO NETGRAPH-RECORD
             MOVE WS-USR-NAME(WS-U) TO NG-USER
             MOVE "S" TO NG-KIND
             MOVE WS-USR-NAME(WS-X) TO NG-OTHER
             MOVE WS-USR-MUTUAL(WS-X) TO NG-MUTUAL
             MOVE WS-USR-NAME(WS-USR-VIA(WS-X)) TO NG-VIA
             WRITE NETGRAPH-RECORD
             ADD 1 TO WS-GRAPH-ROWS
           END-PERFORM.

       WRITE-GRAPH-CONTROL.
           OPEN OUTPUT NETGRAPHCTL-FILE
           IF WS-NETGRAPHCTL-STATUS NOT = "00"
             AND WS-NETGRAPHCTL-STATUS NOT = "05"
             MOVE "Y" TO WS-BUILD-FAILED
             MOVE "unable to write NETGRAPH.CTL" TO WS-FAIL-REASON
             EXIT PARAGRAPH
           END-IF
           MOVE WS-BUILD-STAMP TO NCT-BUILT
           MOVE WS-GRAPH-ROWS TO NCT-ROWS
           WRITE NETGRAPHCTL-RECORD
           CLOSE NETGRAPHCTL-FILE.

      *> Changes older than this build are in the graph now. A full
      *> table keeps the file as it is; the views only look at rows
      *> newer than the build anyway.
       PRUNE-NETWORK-CHANGES.
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT NETCHANGES-FILE
           IF WS-NETCHANGES-STATUS NOT = "00"
             IF WS-NETCHANGES-STATUS = "05"
               CLOSE NETCHANGES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ NETCHANGES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF NC-TIMESTAMP < WS-BUILD-STAMP
                   ADD 1 TO WS-CHANGES-PRUNED
                 ELSE
                   IF WS-CHANGE-COUNT >= WS-MAX-CHANGES
                     MOVE 0 TO WS-CHANGES-PRUNED
                     MOVE "Y" TO WS-EOF
                   ELSE
                     ADD 1 TO WS-CHANGE-COUNT
                     MOVE NETCHANGE-RECORD TO
                       WS-CHANGE-ROW(WS-CHANGE-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NETCHANGES-FILE

           IF WS-CHANGES-PRUNED = 0
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT NETCHANGES-FILE
           IF WS-NETCHANGES-STATUS = "00"
             OR WS-NETCHANGES-STATUS = "05"
             PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
               MOVE WS-CHANGE-ROW(WS-CHANGE-IDX) TO NETCHANGE-RECORD
               WRITE NETCHANGE-RECORD
             END-PERFORM
             CLOSE NETCHANGES-FILE
           END-IF.

       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             CLOSE STEPSUMMARY-FILE
           END-IF.

       END PROGRAM NETWORKGRAPH.
