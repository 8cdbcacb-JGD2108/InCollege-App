       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCOMESREPORT.

      *> First-destination outcomes report for career services, in
      *> the national reporting format. Every profile whose
      *> PROFILE-GRAD-YEAR has been reached is a graduate of that
      *> class; the class year may be given on the command line to
      *> report one class only. A graduate's outcome is the latest
      *> answer in OUTCOMES.DAT; one who has not answered but has an
      *> unflagged hire in PLACEMENTS.DAT counts as employed
      *> (pre-filled); a hire the student reported from outside
      *> InCollege (reporter O) pre-fills too but is counted apart
      *> as self-reported off-platform. Per class and major, and per
      *> class overall:
      *> graduates, each outcome, the knowledge rate (graduates with
      *> any known outcome) and the outcome rate (employed,
      *> continuing education, military or service, as a share of
      *> known graduates other than those not seeking). Extract
      *> opt-outs are left out as in COHORTREPORT.
      *>
      *>   OUTCOMESREPORT [class-year] [ARCHIVED]
      *>
      *> ARCHIVED also reads the placements annual closes have moved
      *> out to per-year archives (listed in ANNUALCLOSE.DAT), so
      *> older classes keep their pre-filled hires.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANNUALCLOSE-FILE
               ASSIGN TO "ANNUALCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNUALCLOSE-STATUS.

           SELECT OPTIONAL PROFILES-FILE
               ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL OUTCOMES-FILE
               ASSIGN TO "OUTCOMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCOMES-STATUS.

           SELECT OPTIONAL PLACEMENTS-FILE
               ASSIGN TO DYNAMIC WS-PLACEMENTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENTS-STATUS.

           SELECT OPTIONAL PREFERENCES-FILE
               ASSIGN TO "PREFERENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILES-FILE.
           01 PROFILE-RECORD.
             05 PROFILE-USERNAME PIC X(12).
             05 PROFILE-FIRST-NAME PIC X(20).
             05 PROFILE-LAST-NAME PIC X(20).
             05 PROFILE-COLLEGE PIC X(30).
             05 PROFILE-MAJOR PIC X(30).
             05 PROFILE-GRAD-YEAR PIC 9(4).
             05 PROFILE-ABOUT-ME PIC X(500).
             05 PROFILE-CAMPUS PIC X(4).

       FD OUTCOMES-FILE.
           01 OUTCOME-RECORD.
             05 OC-USERNAME PIC X(12).
             05 OC-STATUS PIC X(1).
             05 OC-ORG PIC X(30).
             05 OC-CONFIRMED PIC X(8).
             05 OC-SOURCE PIC X(1).

       FD PLACEMENTS-FILE.
           01 PLACEMENT-RECORD.
             05 PL-JOB-ID PIC X(12).
             05 PL-USERNAME PIC X(12).
             05 PL-OUTCOME PIC X(1).
             05 PL-REPORTER PIC X(1).
             05 PL-DATE PIC X(8).
             05 PL-FLAGGED PIC X(1).

       FD ANNUALCLOSE-FILE.
           01 ANNUALCLOSE-RECORD.
             05 YC-YEAR PIC X(4).
             05 YC-FILE PIC X(20).
             05 YC-ARCHIVE PIC X(24).
             05 YC-MOVED PIC 9(8).
             05 YC-KEPT PIC 9(8).
             05 YC-CLOSED-TS PIC X(14).
             05 YC-ADMIN PIC X(12).

       FD PREFERENCES-FILE.
           01 PREFERENCE-RECORD.
             05 PF-USERNAME PIC X(12).
             05 PF-VISIBILITY PIC X(1).
             05 PF-NO-RECOMMEND PIC X(1).
             05 PF-NO-VIEWLOG PIC X(1).
             05 PF-XCAMPUS PIC X(1).
             05 PF-SEEKING PIC X(1).
             05 PF-AVAIL-FROM PIC X(8).
             05 PF-DESIRED-LOC PIC X(30).
             05 PF-NO-EXTRACT PIC X(1).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-OUTCOMES-STATUS PIC XX.
         77 WS-PLACEMENTS-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-ANNUALCLOSE-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-CURRENT-YEAR PIC 9(4) VALUE 0.
         77 WS-CLASS-ARG PIC X(8).
         77 WS-CLASS-ONLY PIC 9(4) VALUE 0.
         77 WS-COMMAND-LINE PIC X(80).
         77 WS-CMD-TOKEN-1 PIC X(8).
         77 WS-CMD-TOKEN-2 PIC X(8).
         77 WS-INCLUDE-ARCHIVED PIC X VALUE "N".

      *> PLACEMENTS.DAT, then (with ARCHIVED) each per-year archive
         77 WS-PLACEMENTS-NAME PIC X(40).
         01 WS-SOURCE-TABLE.
           05 WS-SOURCE-NAME PIC X(24) OCCURS 30 TIMES.
         77 WS-SOURCE-COUNT PIC 9(2) VALUE 0.
         77 WS-SOURCE-IDX PIC 9(2) VALUE 0.
         77 WS-SOURCE-NEW PIC X VALUE "N".
         77 WS-CHECK-IDX PIC 9(2) VALUE 0.

      *> Graduates joined from the data files. WS-GRAD-OUTCOME is
      *> the OC-STATUS code, or space while unknown.
         77 WS-MAX-GRADS PIC 9(4) VALUE 1000.
         01 WS-GRAD-TABLE.
           05 WS-GRAD-ENTRY OCCURS 1000 TIMES.
             10 WS-GRAD-USERNAME PIC X(12).
             10 WS-GRAD-YEAR PIC 9(4).
             10 WS-GRAD-MAJOR PIC X(30).
             10 WS-GRAD-OUTCOME PIC X(1).
             10 WS-GRAD-PREFILLED PIC X(1).
         77 WS-GRAD-COUNT PIC 9(4) VALUE 0.
         77 WS-GRAD-IDX PIC 9(4) VALUE 0.

      *> Class/major accumulators
         77 WS-MAX-GROUPS PIC 9(3) VALUE 200.
         01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES.
             10 WS-GRP-YEAR PIC 9(4).
             10 WS-GRP-MAJOR PIC X(30).
             10 WS-GRP-COUNTS.
               15 WS-GRP-GRADS PIC 9(4).
               15 WS-GRP-EMPLOYED PIC 9(4).
               15 WS-GRP-PREFILLED PIC 9(4).
               15 WS-GRP-CONTED PIC 9(4).
               15 WS-GRP-MILITARY PIC 9(4).
               15 WS-GRP-SERVICE PIC 9(4).
               15 WS-GRP-SEEKING PIC 9(4).
               15 WS-GRP-NOTSEEKING PIC 9(4).
               15 WS-GRP-UNKNOWN PIC 9(4).
               15 WS-GRP-OFFPLAT PIC 9(4).
         77 WS-GRP-COUNT PIC 9(3) VALUE 0.
         77 WS-GRP-IDX PIC 9(3) VALUE 0.
         77 WS-GRP-IDX2 PIC 9(3) VALUE 0.
         77 WS-GRP-MATCH PIC 9(3) VALUE 0.
         01 WS-GRP-SWAP PIC X(74).

      *> The group being printed, or the class total
         01 WS-LINE-COUNTS.
           05 WS-LC-GRADS PIC 9(4).
           05 WS-LC-EMPLOYED PIC 9(4).
           05 WS-LC-PREFILLED PIC 9(4).
           05 WS-LC-CONTED PIC 9(4).
           05 WS-LC-MILITARY PIC 9(4).
           05 WS-LC-SERVICE PIC 9(4).
           05 WS-LC-SEEKING PIC 9(4).
           05 WS-LC-NOTSEEKING PIC 9(4).
           05 WS-LC-UNKNOWN PIC 9(4).
           05 WS-LC-OFFPLAT PIC 9(4).
         01 WS-CLASS-COUNTS.
           05 WS-CC-GRADS PIC 9(4).
           05 WS-CC-EMPLOYED PIC 9(4).
           05 WS-CC-PREFILLED PIC 9(4).
           05 WS-CC-CONTED PIC 9(4).
           05 WS-CC-MILITARY PIC 9(4).
           05 WS-CC-SERVICE PIC 9(4).
           05 WS-CC-SEEKING PIC 9(4).
           05 WS-CC-NOTSEEKING PIC 9(4).
           05 WS-CC-UNKNOWN PIC 9(4).
           05 WS-CC-OFFPLAT PIC 9(4).
         77 WS-CLASS-YEAR PIC 9(4) VALUE 0.
         77 WS-LINE-LABEL PIC X(40).
         77 WS-KNOWN PIC 9(4) VALUE 0.
         77 WS-POSITIVE PIC 9(4) VALUE 0.
         77 WS-RATE-BASE PIC 9(4) VALUE 0.
         77 WS-PCT-KNOWLEDGE PIC 9(3) VALUE 0.
         77 WS-PCT-OUTCOME PIC 9(3) VALUE 0.
         77 WS-PCT-TEXT PIC X(4).

      *> Extract opt-outs are left out of the aggregates; the
      *> trailer counts them and the count goes to AUDIT.DAT.
         77 WS-PREFS-STATUS PIC XX.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-PREFS-EOF PIC X VALUE "N".
         01 WS-SUPPRESS-TABLE.
           05 WS-SUP-USER PIC X(12) OCCURS 1000 TIMES.
         77 WS-SUP-COUNT PIC 9(4) VALUE 0.
         77 WS-SUP-IDX PIC 9(4) VALUE 0.
      *> The opt-out list must fail closed: the run aborts when the
      *> table overflows rather than let anyone through.
         77 WS-FENCE-OVERFLOW PIC X VALUE "N".
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
           MOVE WS-TODAY-STAMP(1:4) TO WS-CURRENT-YEAR
           STRING "OUTCOMES-REPORT-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

      *> Either argument may come first
           MOVE SPACES TO WS-CLASS-ARG
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE SPACES TO WS-CMD-TOKEN-1
           MOVE SPACES TO WS-CMD-TOKEN-2
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           UNSTRING FUNCTION TRIM(WS-COMMAND-LINE) DELIMITED BY " "
             INTO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2
           END-UNSTRING
           IF WS-CMD-TOKEN-1 = "ARCHIVED"
             MOVE "Y" TO WS-INCLUDE-ARCHIVED
             MOVE WS-CMD-TOKEN-2 TO WS-CLASS-ARG
           ELSE
             MOVE WS-CMD-TOKEN-1 TO WS-CLASS-ARG
             IF WS-CMD-TOKEN-2 = "ARCHIVED"
               MOVE "Y" TO WS-INCLUDE-ARCHIVED
             END-IF
           END-IF
           PERFORM LOAD-SOURCE-FILES
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-CLASS-ARG)) = 4
             AND WS-CLASS-ARG(1:4) IS NUMERIC
             MOVE WS-CLASS-ARG(1:4) TO WS-CLASS-ONLY
           END-IF

           PERFORM LOAD-SUPPRESS-LIST
           IF WS-FENCE-OVERFLOW = "Y"
             DISPLAY "Opt-out list exceeds its table; report not "
               "written (fail closed)."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-GRADUATES
           IF WS-GRAD-COUNT = 0
             DISPLAY "No graduates on file; nothing to report."
             GOBACK
           END-IF

           PERFORM APPLY-OUTCOME-ANSWERS
           PERFORM APPLY-PLACEMENT-HIRES
           PERFORM ACCUMULATE-GROUPS
           PERFORM SORT-GROUPS
           PERFORM WRITE-OUTCOMES-REPORT

           DISPLAY "Outcomes report written to "
             FUNCTION TRIM(WS-REPORT-FILENAME) " ("
             WS-GRAD-COUNT " graduate(s))."

           GOBACK.

       LOAD-GRADUATES.
           MOVE 0 TO WS-GRAD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PROFILES-FILE
           IF WS-PROFILES-STATUS NOT = "00"
             IF WS-PROFILES-STATUS = "05"
               CLOSE PROFILES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PROFILES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF PROFILE-GRAD-YEAR IS NUMERIC
                   AND PROFILE-GRAD-YEAR > 0
                   AND PROFILE-GRAD-YEAR <= WS-CURRENT-YEAR
                   AND (WS-CLASS-ONLY = 0
                     OR PROFILE-GRAD-YEAR = WS-CLASS-ONLY)
                   PERFORM ADD-ONE-GRADUATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PROFILES-FILE.

       ADD-ONE-GRADUATE.
           MOVE "N" TO WS-IS-SUPPRESSED
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
             UNTIL WS-SUP-IDX > WS-SUP-COUNT
             IF FUNCTION TRIM(WS-SUP-USER(WS-SUP-IDX)) =
               FUNCTION TRIM(PROFILE-USERNAME)
               MOVE "Y" TO WS-IS-SUPPRESSED
             END-IF
           END-PERFORM
           IF WS-IS-SUPPRESSED = "Y"
             ADD 1 TO WS-SUPPRESSED-ROWS
             EXIT PARAGRAPH
           END-IF

           IF WS-GRAD-COUNT < WS-MAX-GRADS
             ADD 1 TO WS-GRAD-COUNT
             MOVE PROFILE-USERNAME TO WS-GRAD-USERNAME(WS-GRAD-COUNT)
             MOVE PROFILE-GRAD-YEAR TO WS-GRAD-YEAR(WS-GRAD-COUNT)
             IF PROFILE-MAJOR = SPACES
               MOVE "(no major given)" TO
                 WS-GRAD-MAJOR(WS-GRAD-COUNT)
             ELSE
               MOVE FUNCTION UPPER-CASE(PROFILE-MAJOR) TO
                 WS-GRAD-MAJOR(WS-GRAD-COUNT)
             END-IF
             MOVE SPACE TO WS-GRAD-OUTCOME(WS-GRAD-COUNT)
             MOVE "N" TO WS-GRAD-PREFILLED(WS-GRAD-COUNT)
           END-IF.

       LOAD-SUPPRESS-LIST.
           MOVE 0 TO WS-SUP-COUNT
           MOVE "N" TO WS-PREFS-EOF

           OPEN INPUT PREFERENCES-FILE
           IF WS-PREFS-STATUS NOT = "00"
             IF WS-PREFS-STATUS = "05"
               CLOSE PREFERENCES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PREFS-EOF = "Y"
             READ PREFERENCES-FILE
               AT END
                 MOVE "Y" TO WS-PREFS-EOF
               NOT AT END
                 IF PF-NO-EXTRACT = "Y"
                   IF WS-SUP-COUNT < 1000
                     ADD 1 TO WS-SUP-COUNT
                     MOVE PF-USERNAME TO WS-SUP-USER(WS-SUP-COUNT)
                   ELSE
                     MOVE "Y" TO WS-FENCE-OVERFLOW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PREFERENCES-FILE
           MOVE "N" TO WS-PREFS-EOF.

       WRITE-SUPPRESSION-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
           MOVE "OUTCOMES" TO WS-AC-ACTOR
           MOVE "SUPPRESS" TO WS-AC-ACTION
           MOVE "OUTCOMESRPT" TO WS-AC-TARGET
           MOVE SPACES TO WS-AC-BEFORE-VALUE
           STRING WS-SUPPRESSED-ROWS DELIMITED BY SIZE
                  " graduate(s) suppressed" DELIMITED BY SIZE
             INTO WS-AC-BEFORE-VALUE
           END-STRING
           MOVE SPACES TO WS-AC-SECOND-ACTOR
           MOVE "A" TO WS-AC-FUNCTION
           CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
             ON EXCEPTION
               MOVE "NC" TO WS-AC-STATUS
           END-CALL
           MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       APPLY-OUTCOME-ANSWERS.
      *> Rows are in answer order, so a later answer replaces an
      *> earlier one.
           MOVE "N" TO WS-EOF
           OPEN INPUT OUTCOMES-FILE
           IF WS-OUTCOMES-STATUS NOT = "00"
             IF WS-OUTCOMES-STATUS = "05"
               CLOSE OUTCOMES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ OUTCOMES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-GRAD-IDX FROM 1 BY 1
                   UNTIL WS-GRAD-IDX > WS-GRAD-COUNT
                   IF FUNCTION TRIM(WS-GRAD-USERNAME(WS-GRAD-IDX)) =
                     FUNCTION TRIM(OC-USERNAME)
                     MOVE OC-STATUS TO WS-GRAD-OUTCOME(WS-GRAD-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM

           CLOSE OUTCOMES-FILE.

      *> The live file always; with ARCHIVED, every distinct archive
      *> an annual close has recorded for PLACEMENTS.DAT.
       LOAD-SOURCE-FILES.
           MOVE 1 TO WS-SOURCE-COUNT
           MOVE "PLACEMENTS.DAT" TO WS-SOURCE-NAME(1)
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
                 IF YC-FILE = "PLACEMENTS.DAT"
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

       APPLY-PLACEMENT-HIRES.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
             UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
             MOVE WS-SOURCE-NAME(WS-SOURCE-IDX) TO WS-PLACEMENTS-NAME
             PERFORM APPLY-HIRES-IN-FILE
           END-PERFORM.

       APPLY-HIRES-IN-FILE.
      *> A graduate with no answer but a hire both sides agree on
      *> (or only one side reported) counts as employed. A hire on
      *> InCollege outranks a self-reported off-platform one.
           MOVE "N" TO WS-EOF
           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS NOT = "00"
             IF WS-PLACEMENTS-STATUS = "05"
               CLOSE PLACEMENTS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PLACEMENTS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF PL-OUTCOME = "H" AND PL-FLAGGED NOT = "Y"
                   PERFORM VARYING WS-GRAD-IDX FROM 1 BY 1
                     UNTIL WS-GRAD-IDX > WS-GRAD-COUNT
                     IF FUNCTION TRIM(WS-GRAD-USERNAME(WS-GRAD-IDX))
                       = FUNCTION TRIM(PL-USERNAME)
                       AND (WS-GRAD-OUTCOME(WS-GRAD-IDX) = SPACE
                         OR (WS-GRAD-PREFILLED(WS-GRAD-IDX) = "O"
                           AND PL-REPORTER NOT = "O"))
                       MOVE "E" TO WS-GRAD-OUTCOME(WS-GRAD-IDX)
                       IF PL-REPORTER = "O"
                         MOVE "O" TO WS-GRAD-PREFILLED(WS-GRAD-IDX)
                       ELSE
                         MOVE "Y" TO WS-GRAD-PREFILLED(WS-GRAD-IDX)
                       END-IF
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PLACEMENTS-FILE.

       ACCUMULATE-GROUPS.
           MOVE 0 TO WS-GRP-COUNT
           PERFORM VARYING WS-GRAD-IDX FROM 1 BY 1
             UNTIL WS-GRAD-IDX > WS-GRAD-COUNT
             MOVE 0 TO WS-GRP-MATCH
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-YEAR(WS-GRP-IDX) =
                    WS-GRAD-YEAR(WS-GRAD-IDX)
                  AND WS-GRP-MAJOR(WS-GRP-IDX) =
                    WS-GRAD-MAJOR(WS-GRAD-IDX)
                 MOVE WS-GRP-IDX TO WS-GRP-MATCH
               END-IF
             END-PERFORM

             IF WS-GRP-MATCH = 0
               AND WS-GRP-COUNT < WS-MAX-GROUPS
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-MATCH
               MOVE WS-GRAD-YEAR(WS-GRAD-IDX) TO
                 WS-GRP-YEAR(WS-GRP-MATCH)
               MOVE WS-GRAD-MAJOR(WS-GRAD-IDX) TO
                 WS-GRP-MAJOR(WS-GRP-MATCH)
               INITIALIZE WS-GRP-COUNTS(WS-GRP-MATCH)
             END-IF

             IF WS-GRP-MATCH > 0
               ADD 1 TO WS-GRP-GRADS(WS-GRP-MATCH)
               EVALUATE WS-GRAD-OUTCOME(WS-GRAD-IDX)
                 WHEN "E"
                   ADD 1 TO WS-GRP-EMPLOYED(WS-GRP-MATCH)
                   IF WS-GRAD-PREFILLED(WS-GRAD-IDX) = "Y"
                     OR WS-GRAD-PREFILLED(WS-GRAD-IDX) = "O"
                     ADD 1 TO WS-GRP-PREFILLED(WS-GRP-MATCH)
                   END-IF
                   IF WS-GRAD-PREFILLED(WS-GRAD-IDX) = "O"
                     ADD 1 TO WS-GRP-OFFPLAT(WS-GRP-MATCH)
                   END-IF
                 WHEN "C"
                   ADD 1 TO WS-GRP-CONTED(WS-GRP-MATCH)
                 WHEN "M"
                   ADD 1 TO WS-GRP-MILITARY(WS-GRP-MATCH)
                 WHEN "V"
                   ADD 1 TO WS-GRP-SERVICE(WS-GRP-MATCH)
                 WHEN "S"
                   ADD 1 TO WS-GRP-SEEKING(WS-GRP-MATCH)
                 WHEN "N"
                   ADD 1 TO WS-GRP-NOTSEEKING(WS-GRP-MATCH)
                 WHEN OTHER
                   ADD 1 TO WS-GRP-UNKNOWN(WS-GRP-MATCH)
               END-EVALUATE
             END-IF
           END-PERFORM.

       SORT-GROUPS.
      *> Class year, then major.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
             UNTIL WS-GRP-IDX > WS-GRP-COUNT
             PERFORM VARYING WS-GRP-IDX2 FROM 1 BY 1
               UNTIL WS-GRP-IDX2 >= WS-GRP-COUNT
               IF WS-GRP-YEAR(WS-GRP-IDX2) >
                   WS-GRP-YEAR(WS-GRP-IDX2 + 1)
                 OR (WS-GRP-YEAR(WS-GRP-IDX2) =
                     WS-GRP-YEAR(WS-GRP-IDX2 + 1)
                   AND WS-GRP-MAJOR(WS-GRP-IDX2) >
                     WS-GRP-MAJOR(WS-GRP-IDX2 + 1))
                 MOVE WS-GRP-ENTRY(WS-GRP-IDX2) TO WS-GRP-SWAP
                 MOVE WS-GRP-ENTRY(WS-GRP-IDX2 + 1) TO
                   WS-GRP-ENTRY(WS-GRP-IDX2)
                 MOVE WS-GRP-SWAP TO WS-GRP-ENTRY(WS-GRP-IDX2 + 1)
               END-IF
             END-PERFORM
           END-PERFORM.

       WRITE-OUTCOMES-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "Unable to open report file for output."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Graduate First-Destination Outcomes - "
                    DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-INCLUDE-ARCHIVED = "Y"
             MOVE SPACES TO REPORT-LINE
             STRING "Including archived years (" DELIMITED BY SIZE
                    WS-SOURCE-COUNT DELIMITED BY SIZE
                    " placement file(s))" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Knowledge rate = graduates with a known outcome." TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Outcome rate = employed, continuing education, military
      -      " or service," TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  of known graduates other than those not seeking."
             TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-CLASS-YEAR
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
             UNTIL WS-GRP-IDX > WS-GRP-COUNT
             IF WS-GRP-YEAR(WS-GRP-IDX) NOT = WS-CLASS-YEAR
               IF WS-CLASS-YEAR NOT = 0
                 PERFORM WRITE-CLASS-TOTAL
               END-IF
               MOVE WS-GRP-YEAR(WS-GRP-IDX) TO WS-CLASS-YEAR
               INITIALIZE WS-CLASS-COUNTS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Class of " DELIMITED BY SIZE
                      WS-CLASS-YEAR DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF

             MOVE WS-GRP-COUNTS(WS-GRP-IDX) TO WS-LINE-COUNTS
             ADD WS-LC-GRADS TO WS-CC-GRADS
             ADD WS-LC-EMPLOYED TO WS-CC-EMPLOYED
             ADD WS-LC-PREFILLED TO WS-CC-PREFILLED
             ADD WS-LC-CONTED TO WS-CC-CONTED
             ADD WS-LC-MILITARY TO WS-CC-MILITARY
             ADD WS-LC-SERVICE TO WS-CC-SERVICE
             ADD WS-LC-SEEKING TO WS-CC-SEEKING
             ADD WS-LC-NOTSEEKING TO WS-CC-NOTSEEKING
             ADD WS-LC-UNKNOWN TO WS-CC-UNKNOWN
             ADD WS-LC-OFFPLAT TO WS-CC-OFFPLAT
             MOVE WS-GRP-MAJOR(WS-GRP-IDX) TO WS-LINE-LABEL
             PERFORM WRITE-COUNTS-LINES
           END-PERFORM
           IF WS-CLASS-YEAR NOT = 0
             PERFORM WRITE-CLASS-TOTAL
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Graduates suppressed by privacy preference: "
                    DELIMITED BY SIZE
                  WS-SUPPRESSED-ROWS DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE

           PERFORM WRITE-SUPPRESSION-AUDIT.

       WRITE-CLASS-TOTAL.
           MOVE WS-CLASS-COUNTS TO WS-LINE-COUNTS
           MOVE SPACES TO WS-LINE-LABEL
           STRING "ALL MAJORS, CLASS OF " DELIMITED BY SIZE
                  WS-CLASS-YEAR DELIMITED BY SIZE
             INTO WS-LINE-LABEL
           END-STRING
           PERFORM WRITE-COUNTS-LINES.

       WRITE-COUNTS-LINES.
      *> Three lines for WS-LINE-COUNTS under WS-LINE-LABEL.
           COMPUTE WS-KNOWN = WS-LC-GRADS - WS-LC-UNKNOWN
           COMPUTE WS-POSITIVE = WS-LC-EMPLOYED + WS-LC-CONTED
             + WS-LC-MILITARY + WS-LC-SERVICE
           COMPUTE WS-RATE-BASE = WS-KNOWN - WS-LC-NOTSEEKING
           COMPUTE WS-PCT-KNOWLEDGE ROUNDED =
             WS-KNOWN * 100 / WS-LC-GRADS
           IF WS-RATE-BASE > 0
             COMPUTE WS-PCT-OUTCOME ROUNDED =
               WS-POSITIVE * 100 / WS-RATE-BASE
             MOVE SPACES TO WS-PCT-TEXT
             STRING WS-PCT-OUTCOME DELIMITED BY SIZE
                    "%" DELIMITED BY SIZE
               INTO WS-PCT-TEXT
             END-STRING
           ELSE
             MOVE "n/a" TO WS-PCT-TEXT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-LABEL) DELIMITED BY SIZE
                  ": graduates " DELIMITED BY SIZE
                  WS-LC-GRADS DELIMITED BY SIZE
                  "  knowledge rate " DELIMITED BY SIZE
                  WS-PCT-KNOWLEDGE DELIMITED BY SIZE
                  "%  outcome rate " DELIMITED BY SIZE
                  WS-PCT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "    Employed " DELIMITED BY SIZE
                  WS-LC-EMPLOYED DELIMITED BY SIZE
                  " (from placements " DELIMITED BY SIZE
                  WS-LC-PREFILLED DELIMITED BY SIZE
                  ")  continuing ed " DELIMITED BY SIZE
                  WS-LC-CONTED DELIMITED BY SIZE
                  "  military " DELIMITED BY SIZE
                  WS-LC-MILITARY DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "    Service " DELIMITED BY SIZE
                  WS-LC-SERVICE DELIMITED BY SIZE
                  "  still seeking " DELIMITED BY SIZE
                  WS-LC-SEEKING DELIMITED BY SIZE
                  "  not seeking " DELIMITED BY SIZE
                  WS-LC-NOTSEEKING DELIMITED BY SIZE
                  "  unknown " DELIMITED BY SIZE
                  WS-LC-UNKNOWN DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-LC-OFFPLAT > 0
             MOVE SPACES TO REPORT-LINE
             STRING "    Of the placements, self-reported off-platform "
                      DELIMITED BY SIZE
                    WS-LC-OFFPLAT DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF.

       END PROGRAM OUTCOMESREPORT.
