      *> member count, percent active in the last 30 days (from
      *> LOGINLOG.DAT), total applications, average established
      *> connections per member, and skills completed, in the
      *> DAILYREPORT dated-report style. Applications include the
      *> ones students log themselves from outside InCollege
      *> (OUTSIDEAPPS.DAT), which are also shown as their own count.
      *>
      *>   COHORTREPORT [ARCHIVED]
      *>
      *> ARCHIVED also counts the applications annual closes have
      *> moved out to per-year archives (listed in ANNUALCLOSE.DAT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-LOGINLOG-STATUS.

           SELECT OPTIONAL APPLICATIONS-FILE
               ASSIGN TO DYNAMIC WS-APPLICATIONS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.

           SELECT OPTIONAL ANNUALCLOSE-FILE
               ASSIGN TO "ANNUALCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUALCLOSE-STATUS.

           SELECT OPTIONAL OUTSIDEAPPS-FILE
               ASSIGN TO "OUTSIDEAPPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSIDE-STATUS.

           SELECT OPTIONAL ESTABLISHED-FILE
               ASSIGN TO "ESTABLISHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILES-FILE.
             05 PF-DESIRED-LOC PIC X(30).
             05 PF-NO-EXTRACT PIC X(1).

       FD LOGINLOG-FILE.
           01 LOGINLOG-RECORD.
             05 LL-USERNAME PIC X(12).
             05 APP-APPLIED-DATE PIC X(8).
             05 APP-STATUS-DATE PIC X(8).

       FD ANNUALCLOSE-FILE.
           01 ANNUALCLOSE-RECORD.
             05 YC-YEAR PIC X(4).
             05 YC-FILE PIC X(20).
             05 YC-ARCHIVE PIC X(24).
             05 YC-MOVED PIC 9(8).
             05 YC-KEPT PIC 9(8).
             05 YC-CLOSED-TS PIC X(14).
             05 YC-ADMIN PIC X(12).

       FD OUTSIDEAPPS-FILE.
           01 OUTSIDEAPP-RECORD.
             05 OA-ID PIC X(12).
             05 OA-USERNAME PIC X(12).
             05 OA-EMPLOYER PIC X(30).
             05 OA-TITLE PIC X(30).
             05 OA-APPLIED-DATE PIC X(8).
             05 OA-SOURCE PIC X(20).
             05 OA-STATUS PIC X(1).
             05 OA-STATUS-DATE PIC X(8).

       FD ESTABLISHED-FILE.
           01 ESTABLISHED-RECORD.
             05 EST-USER1 PIC X(12).
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-LOGINLOG-STATUS PIC XX.
         77 WS-APPS-STATUS PIC XX.
         77 WS-OUTSIDE-STATUS PIC XX.
         77 WS-EST-STATUS PIC XX.
         77 WS-SKILLS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-ANNUALCLOSE-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-CUTOFF-INTEGER PIC S9(9).
         77 WS-CUTOFF-NUM PIC 9(8).
         77 WS-CUTOFF-STAMP PIC X(8).
         77 WS-COMMAND-LINE PIC X(80).
         77 WS-INCLUDE-ARCHIVED PIC X VALUE "N".

      *> APPLICATIONS.DAT, then (with ARCHIVED) each per-year archive
         77 WS-APPLICATIONS-NAME PIC X(40).
         01 WS-SOURCE-TABLE.
           05 WS-SOURCE-NAME PIC X(24) OCCURS 30 TIMES.
         77 WS-SOURCE-COUNT PIC 9(2) VALUE 0.
         77 WS-SOURCE-IDX PIC 9(2) VALUE 0.
         77 WS-SOURCE-NEW PIC X VALUE "N".
         77 WS-CHECK-IDX PIC 9(2) VALUE 0.

      *> Per-user roster joined from the data files
         77 WS-MAX-MEMBERS PIC 9(4) VALUE 1000.
             10 WS-MEM-APPS PIC 9(4).
             10 WS-MEM-CONNS PIC 9(4).
             10 WS-MEM-SKILLS PIC 9(4).
             10 WS-MEM-OUTSIDE PIC 9(4).
         77 WS-MEM-COUNT PIC 9(4) VALUE 0.
         77 WS-MEM-IDX PIC 9(4) VALUE 0.

             10 WS-COH-APPS PIC 9(6).
             10 WS-COH-CONNS PIC 9(6).
             10 WS-COH-SKILLS PIC 9(6).
             10 WS-COH-OUTSIDE PIC 9(6).
         77 WS-COH-COUNT PIC 9(2) VALUE 0.
         77 WS-COH-IDX PIC 9(2) VALUE 0.
         77 WS-COH-IDX2 PIC 9(2) VALUE 0.
         77 WS-COH-MATCH PIC 9(2) VALUE 0.
         01 WS-COH-SWAP PIC X(40).

         77 WS-PCT-ACTIVE PIC 9(3) VALUE 0.
         77 WS-AVG-CONNS PIC 9(4)V99 VALUE 0.
         77 WS-IS-SUPPRESSED PIC X VALUE "N".
         77 WS-SUPPRESSED-ROWS PIC 9(4) VALUE 0.

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM(WS-COMMAND-LINE) = "ARCHIVED"
             MOVE "Y" TO WS-INCLUDE-ARCHIVED
           END-IF
           PERFORM LOAD-SOURCE-FILES

           STRING "COHORT-REPORT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE

           PERFORM MARK-RECENT-ACTIVITY
           PERFORM COUNT-MEMBER-APPLICATIONS
           PERFORM COUNT-MEMBER-OUTSIDE-APPS
           PERFORM COUNT-MEMBER-CONNECTIONS
           PERFORM COUNT-MEMBER-SKILLS
           PERFORM ACCUMULATE-COHORTS
                   MOVE 0 TO WS-MEM-APPS(WS-MEM-COUNT)
                   MOVE 0 TO WS-MEM-CONNS(WS-MEM-COUNT)
                   MOVE 0 TO WS-MEM-SKILLS(WS-MEM-COUNT)
                   MOVE 0 TO WS-MEM-OUTSIDE(WS-MEM-COUNT)
                 END-IF
                 END-IF
             END-READ
           MOVE "N" TO WS-PREFS-EOF.

       WRITE-SUPPRESSION-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "COHORT" TO WS-AC-ACTOR
           MOVE "SUPPRESS" TO WS-AC-ACTION
           MOVE "COHORTREPORT" TO WS-AC-TARGET
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-SUPPRESSED-ROWS DELIMITED BY SIZE
                  " member(s) suppressed" DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       MARK-RECENT-ACTIVITY.
           MOVE "N" TO WS-EOF

           CLOSE LOGINLOG-FILE.

      *> The live file always; with ARCHIVED, every distinct archive
      *> an annual close has recorded for APPLICATIONS.DAT.
       LOAD-SOURCE-FILES.
           MOVE 1 TO WS-SOURCE-COUNT
           MOVE "APPLICATIONS.DAT" TO WS-SOURCE-NAME(1)
           IF WS-INCLUDE-ARCHIVED NOT = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT ANNUALCLOSE-FILE
           IF WS-ANNUALCLOSE-STATUS NOT = "00"
             IF WS-ANNUALCLOSE-STATUS = "05"
               CLOSE ANNUALCLOSE-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ANNUALCLOSE-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF YC-FILE = "APPLICATIONS.DAT"
                   MOVE "Y" TO WS-SOURCE-NEW
                   PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                     UNTIL WS-CHECK-IDX > WS-SOURCE-COUNT
                     IF WS-SOURCE-NAME(WS-CHECK-IDX) = YC-ARCHIVE
                       MOVE "N" TO WS-SOURCE-NEW
                     END-IF
                   END-PERFORM
                   IF WS-SOURCE-NEW = "Y" AND WS-SOURCE-COUNT < 30
                     ADD 1 TO WS-SOURCE-COUNT
                     MOVE YC-ARCHIVE TO WS-SOURCE-NAME(WS-SOURCE-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ANNUALCLOSE-FILE
           MOVE "N" TO WS-EOF.

       COUNT-MEMBER-APPLICATIONS.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
             UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
             MOVE WS-SOURCE-NAME(WS-SOURCE-IDX) TO
               WS-APPLICATIONS-NAME
             PERFORM COUNT-APPLICATIONS-IN-FILE
           END-PERFORM.

       COUNT-APPLICATIONS-IN-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPS-STATUS NOT = "00"

           CLOSE APPLICATIONS-FILE.

      *> Self-reported applications made outside InCollege count
      *> toward the member's applications and are tallied apart.
       COUNT-MEMBER-OUTSIDE-APPS.
           MOVE "N" TO WS-EOF
           OPEN INPUT OUTSIDEAPPS-FILE
           IF WS-OUTSIDE-STATUS NOT = "00"
             IF WS-OUTSIDE-STATUS = "05"
               CLOSE OUTSIDEAPPS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ OUTSIDEAPPS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WS-MEM-COUNT
                   IF FUNCTION TRIM(WS-MEM-USERNAME(WS-MEM-IDX)) =
                     FUNCTION TRIM(OA-USERNAME)
                     ADD 1 TO WS-MEM-APPS(WS-MEM-IDX)
                     ADD 1 TO WS-MEM-OUTSIDE(WS-MEM-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE OUTSIDEAPPS-FILE.

       COUNT-MEMBER-CONNECTIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ESTABLISHED-FILE
               MOVE 0 TO WS-COH-APPS(WS-COH-MATCH)
               MOVE 0 TO WS-COH-CONNS(WS-COH-MATCH)
               MOVE 0 TO WS-COH-SKILLS(WS-COH-MATCH)
               MOVE 0 TO WS-COH-OUTSIDE(WS-COH-MATCH)
             END-IF

             IF WS-COH-MATCH > 0
                 WS-COH-CONNS(WS-COH-MATCH)
               ADD WS-MEM-SKILLS(WS-MEM-IDX) TO
                 WS-COH-SKILLS(WS-COH-MATCH)
               ADD WS-MEM-OUTSIDE(WS-MEM-IDX) TO
                 WS-COH-OUTSIDE(WS-COH-MATCH)
             END-IF
           END-PERFORM.

             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-INCLUDE-ARCHIVED = "Y"
             MOVE SPACES TO REPORT-LINE
             STRING "Including archived years (" DELIMITED BY SIZE
                    WS-SOURCE-COUNT DELIMITED BY SIZE
                    " application file(s))" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE

             MOVE SPACES TO REPORT-LINE
             STRING "  Outside InCollege (self-reported): "
                      DELIMITED BY SIZE
                    WS-COH-OUTSIDE(WS-COH-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
