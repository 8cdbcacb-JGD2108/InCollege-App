       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATSEXPORT.

      *> Applicant export for an employer's own applicant-tracking
      *> system, shared by the posting manager (one posting, from
      *> MANAGE-ONE-POSTING) and the nightly ATSEXPORTS step (every
      *> posting of a company that has switched the export on).
      *> Function P: export the posting LK-AX-JOB-ID.
      *> Function C: export every JOBS.DAT posting whose employer is
      *> LK-AX-EMPLOYER (company id LK-AX-CO-ID names the file).
      *> Only applicants not already sent for the posting go out:
      *> ATSSENT.DAT keeps one row per applicant per posting per
      *> export, and ATSEXPORTLOG.DAT one row per export (when, to
      *> which company, which posting or the whole company, who
      *> asked, how many applicants, which file), so what went to
      *> which company can be shown later. A run with nothing new
      *> writes no file and no log row.
      *>
      *> APPLICANT-EXPORT-<posting id or C+company id>-<timestamp>.TXT
      *> is pipe-delimited, one record type per row, free text with
      *> any "|" turned into "/":
      *>   H|INCOLLEGE-APPLICANTS|1|company|export timestamp|
      *>     previous export timestamp for the company (blank if none)
      *>   P|posting id|title|employer|location
      *>   A|posting id|username|first name|last name|school|major|
      *>     grad year|status code|status|applied date|status date|
      *>     respond-by date|skills met|skills required
      *>   Q|posting id|username|question number|question|answer Y/N
      *>   K|posting id|username|skill met (one row per skill)
      *>   S|posting id|username|line number|statement line
      *>   R|posting id|username|line number|resume snapshot line
      *>   T|postings|applicants|rows between H and T
      *> Each P row is followed by its applicants, each A row by that
      *> applicant's Q, K, S and R rows. Dates are YYYYMMDD; status
      *> codes are the APP-STATUS values (S submitted, U under review,
      *> I interview, O offered, A accepted, X declined, L lapsed,
      *> R rejected). The S and R rows are the statement and resume
      *> frozen in PACKETS.DAT when the student applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL APPLICATIONS-FILE
               ASSIGN TO "APPLICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT OPTIONAL PROFILES-FILE
               ASSIGN TO "PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT OPTIONAL SCREENQS-FILE
               ASSIGN TO "SCREENQS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENQS-STATUS.

           SELECT OPTIONAL SCREENANS-FILE
               ASSIGN TO "SCREENANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENANS-STATUS.

           SELECT OPTIONAL JOBSKILLS-FILE
               ASSIGN TO "JOBSKILLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSKILLS-STATUS.

           SELECT OPTIONAL SKILLS-FILE
               ASSIGN TO "SKILLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLS-STATUS.

           SELECT OPTIONAL PACKETS-FILE
               ASSIGN TO "PACKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKETS-STATUS.

           SELECT OPTIONAL ATSSENT-FILE
               ASSIGN TO "ATSSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATSSENT-STATUS.

           SELECT OPTIONAL ATSLOG-FILE
               ASSIGN TO "ATSEXPORTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATSLOG-STATUS.

           SELECT EXPORT-FILE
               ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           01 JOB-RECORD.
             05 JOB-ID PIC X(12).
             05 JOB-TITLE PIC X(30).
             05 JOB-DESCRIPTION PIC X(100).
             05 JOB-EMPLOYER PIC X(30).
             05 JOB-LOCATION PIC X(30).
             05 JOB-SALARY PIC X(30).
             05 JOB-POSTER PIC X(12).
             05 JOB-POSTED-DATE PIC X(8).
             05 JOB-DEADLINE PIC X(8).
             05 JOB-REVIEW-STATUS PIC X(1).
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

       FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
             05 APP-USERNAME PIC X(12).
             05 APP-JOB-ID PIC X(12).
             05 APP-STATUS PIC X(1).
             05 APP-APPLIED-DATE PIC X(8).
             05 APP-STATUS-DATE PIC X(8).
             05 APP-RESPOND-BY PIC X(8).
             05 APP-REFERRED-BY PIC X(12).
             05 APP-REJECT-CODE PIC X(1).
             05 APP-REJECT-NOTE PIC X(60).

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

       FD SCREENQS-FILE.
           01 SCREENQ-RECORD.
             05 SQ-JOB-ID PIC X(12).
             05 SQ-SEQ PIC 9.
             05 SQ-TEXT PIC X(60).
             05 SQ-KNOCKOUT PIC X(1).

       FD SCREENANS-FILE.
           01 SCREENANS-RECORD.
             05 SA-JOB-ID PIC X(12).
             05 SA-USERNAME PIC X(12).
             05 SA-SEQ PIC 9.
             05 SA-ANSWER PIC X(1).

       FD JOBSKILLS-FILE.
           01 JOBSKILL-RECORD.
             05 JS-JOB-ID PIC X(12).
             05 JS-SC-ID PIC 9.

       FD SKILLS-FILE.
           01 SKILL-RECORD.
             05 STS-USERNAME PIC X(12).
             05 STS-INDEX PIC 9.
             05 STS-NAME PIC X(30).
             05 STS-COMPLETED-DATE PIC X(8).
             05 STS-STALE PIC X(1).

       FD PACKETS-FILE.
           01 PACKET-RECORD.
             05 PK-USERNAME PIC X(12).
             05 PK-JOB-ID PIC X(12).
             05 PK-TYPE PIC X(1).
             05 PK-SEQ PIC 9(3).
             05 PK-LINE PIC X(100).

      *> One row per applicant per posting per export
       FD ATSSENT-FILE.
           01 ATSSENT-RECORD.
             05 AS-EXPORT-TS PIC X(14).
             05 AS-JOB-ID PIC X(12).
             05 AS-USERNAME PIC X(12).
             05 AS-COMPANY PIC X(30).

      *> One row per export written
       FD ATSLOG-FILE.
           01 ATSLOG-RECORD.
             05 AL-EXPORT-TS PIC X(14).
             05 AL-COMPANY PIC X(30).
      *> P = one posting, C = every posting of the company
             05 AL-SCOPE PIC X(1).
             05 AL-JOB-ID PIC X(12).
             05 AL-REQUESTED-BY PIC X(12).
             05 AL-POSTINGS PIC 9(3).
             05 AL-APPLICANTS PIC 9(5).
             05 AL-ROWS PIC 9(6).
             05 AL-FILE-NAME PIC X(60).

       FD EXPORT-FILE.
           01 EXPORT-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-APPLICATIONS-STATUS PIC XX.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-SCREENQS-STATUS PIC XX.
         77 WS-SCREENANS-STATUS PIC XX.
         77 WS-JOBSKILLS-STATUS PIC XX.
         77 WS-SKILLS-STATUS PIC XX.
         77 WS-PACKETS-STATUS PIC XX.
         77 WS-ATSSENT-STATUS PIC XX.
         77 WS-ATSLOG-STATUS PIC XX.
         77 WS-EXPORT-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".

         77 WS-EXPORT-TS PIC X(14).
         77 WS-EXPORT-FILENAME PIC X(60).
         77 WS-COMPANY PIC X(30).
         77 WS-COMPANY-UPPER PIC X(30).
         77 WS-PREVIOUS-TS PIC X(14).
         77 WS-CO-ID-TEXT PIC 9(4).

      *> Postings in this export, with their skill requirements and
      *> screening questions
         77 WS-MAX-POSTINGS PIC 9(3) VALUE 200.
         01 WS-POSTING-TABLE.
           05 WS-PT-ENTRY OCCURS 200 TIMES.
             10 WS-PT-JOB-ID PIC X(12).
             10 WS-PT-TITLE PIC X(30).
             10 WS-PT-EMPLOYER PIC X(30).
             10 WS-PT-LOCATION PIC X(30).
             10 WS-PT-REQ-COUNT PIC 9.
             10 WS-PT-REQ-ID PIC 9 OCCURS 9 TIMES.
             10 WS-PT-Q-COUNT PIC 9.
             10 WS-PT-Q-TEXT PIC X(60) OCCURS 3 TIMES.
             10 WS-PT-PENDING PIC 9(4).
         77 WS-PT-COUNT PIC 9(3) VALUE 0.
         77 WS-PT-IDX PIC 9(3) VALUE 0.
         77 WS-PT-HIT PIC 9(3) VALUE 0.
         77 WS-PT-WRITTEN PIC 9(3) VALUE 0.

      *> Applicants already sent for these postings
         77 WS-MAX-SENT PIC 9(4) VALUE 5000.
         01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 5000 TIMES.
             10 WS-SENT-JOB-ID PIC X(12).
             10 WS-SENT-USER PIC X(12).
         77 WS-SENT-COUNT PIC 9(4) VALUE 0.
         77 WS-SENT-IDX PIC 9(4) VALUE 0.
         77 WS-SENT-OVERFLOW PIC X VALUE "N".
         77 WS-ALREADY-SENT PIC X VALUE "N".

      *> Applicants going out in this export
         77 WS-MAX-PENDING PIC 9(4) VALUE 1000.
         01 WS-PENDING-TABLE.
           05 WS-PD-ENTRY OCCURS 1000 TIMES.
             10 WS-PD-POSTING PIC 9(3).
             10 WS-PD-USER PIC X(12).
             10 WS-PD-STATUS PIC X(1).
             10 WS-PD-APPLIED PIC X(8).
             10 WS-PD-STATUS-DATE PIC X(8).
             10 WS-PD-RESPOND-BY PIC X(8).
             10 WS-PD-FIRST PIC X(20).
             10 WS-PD-LAST PIC X(20).
             10 WS-PD-COLLEGE PIC X(30).
             10 WS-PD-MAJOR PIC X(30).
             10 WS-PD-GRAD-YEAR PIC X(4).
             10 WS-PD-ANSWER PIC X(1) OCCURS 3 TIMES.
             10 WS-PD-MET-COUNT PIC 9.
             10 WS-PD-MET-ID PIC 9 OCCURS 9 TIMES.
             10 WS-PD-MET-NAME PIC X(30) OCCURS 9 TIMES.
         77 WS-PD-COUNT PIC 9(4) VALUE 0.
         77 WS-PD-IDX PIC 9(4) VALUE 0.
         77 WS-PD-MORE PIC X VALUE "N".

         77 WS-REQ-IDX PIC 9(2) VALUE 0.
         77 WS-MET-IDX PIC 9(2) VALUE 0.
         77 WS-MET-FOUND PIC X VALUE "N".
         77 WS-Q-IDX PIC 9 VALUE 0.

         77 WS-ROW-COUNT PIC 9(6) VALUE 0.
         77 WS-NUM-TEXT PIC Z(5)9.
         77 WS-SEQ-TEXT PIC ZZ9.
         77 WS-STATUS-LABEL PIC X(16).
         77 WS-STATUS-CODE PIC X(1).
         77 WS-CLEAN-TEXT PIC X(100).
         77 WS-CLEAN-TEXT-2 PIC X(100).
         77 WS-CLEAN-TEXT-3 PIC X(100).

       LINKAGE SECTION.
         01 LK-ATS-EXPORT.
      *> P = one posting, C = every posting of a company
           05 LK-AX-FUNCTION PIC X(1).
           05 LK-AX-JOB-ID PIC X(12).
           05 LK-AX-EMPLOYER PIC X(30).
           05 LK-AX-CO-ID PIC 9(4).
           05 LK-AX-REQUESTED-BY PIC X(12).
      *> Y = file written, N = nothing new to send, E = not exported
           05 LK-AX-RESULT PIC X(1).
           05 LK-AX-POSTINGS PIC 9(3).
           05 LK-AX-APPLICANTS PIC 9(5).
      *> Y = more new applicants than one file holds; run it again
           05 LK-AX-MORE PIC X(1).
           05 LK-AX-FILE-NAME PIC X(60).
           05 LK-AX-MESSAGE PIC X(78).

       PROCEDURE DIVISION USING LK-ATS-EXPORT.
       MAIN-LOGIC.
           MOVE "E" TO LK-AX-RESULT
           MOVE 0 TO LK-AX-POSTINGS
           MOVE 0 TO LK-AX-APPLICANTS
           MOVE "N" TO LK-AX-MORE
           MOVE SPACES TO LK-AX-FILE-NAME
           MOVE SPACES TO LK-AX-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EXPORT-TS

           EVALUATE LK-AX-FUNCTION
             WHEN "P"
             WHEN "C"
               CONTINUE
             WHEN OTHER
               MOVE "Unknown export request." TO LK-AX-MESSAGE
               GOBACK
           END-EVALUATE

           PERFORM LOAD-EXPORT-POSTINGS
           IF WS-PT-COUNT = 0
             IF LK-AX-FUNCTION = "P"
               MOVE "That posting is not on file." TO LK-AX-MESSAGE
             ELSE
               MOVE "N" TO LK-AX-RESULT
               MOVE "The company has no postings on file." TO
                 LK-AX-MESSAGE
             END-IF
             GOBACK
           END-IF

           PERFORM LOAD-SENT-APPLICANTS
           IF WS-SENT-OVERFLOW = "Y"
             MOVE "ATSSENT.DAT holds too many rows for these postings;
      -      " nothing exported." TO LK-AX-MESSAGE
             GOBACK
           END-IF

           PERFORM COLLECT-NEW-APPLICANTS
           IF WS-PD-COUNT = 0
             MOVE "N" TO LK-AX-RESULT
             MOVE "No new applicants since the last export." TO
               LK-AX-MESSAGE
             GOBACK
           END-IF

           PERFORM LOAD-POSTING-DETAILS
           PERFORM FILL-APPLICANT-PROFILES
           PERFORM FILL-SCREENING-ANSWERS
           PERFORM FILL-SKILLS-MET
           PERFORM FIND-PREVIOUS-EXPORT

           MOVE SPACES TO WS-EXPORT-FILENAME
           IF LK-AX-FUNCTION = "P"
             STRING "APPLICANT-EXPORT-" DELIMITED BY SIZE
                    FUNCTION TRIM(LK-AX-JOB-ID) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    WS-EXPORT-TS DELIMITED BY SIZE
                    ".TXT" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
             END-STRING
           ELSE
             MOVE LK-AX-CO-ID TO WS-CO-ID-TEXT
             STRING "APPLICANT-EXPORT-C" DELIMITED BY SIZE
                    WS-CO-ID-TEXT DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    WS-EXPORT-TS DELIMITED BY SIZE
                    ".TXT" DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
             END-STRING
           END-IF

           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
             MOVE SPACES TO LK-AX-MESSAGE
             STRING "Unable to open " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EXPORT-FILENAME) DELIMITED BY SIZE
                    " for output." DELIMITED BY SIZE
               INTO LK-AX-MESSAGE
             END-STRING
             GOBACK
           END-IF

           PERFORM WRITE-EXPORT-FILE
           CLOSE EXPORT-FILE

           PERFORM RECORD-SENT-APPLICANTS
           PERFORM WRITE-EXPORT-LOG

           MOVE "Y" TO LK-AX-RESULT
           MOVE WS-PT-WRITTEN TO LK-AX-POSTINGS
           MOVE WS-PD-COUNT TO LK-AX-APPLICANTS
           MOVE WS-PD-MORE TO LK-AX-MORE
           MOVE WS-EXPORT-FILENAME TO LK-AX-FILE-NAME
           MOVE WS-PD-COUNT TO WS-NUM-TEXT
           MOVE SPACES TO LK-AX-MESSAGE
           STRING FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE
                  " applicant(s) exported to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXPORT-FILENAME) DELIMITED BY SIZE
             INTO LK-AX-MESSAGE
           END-STRING
           GOBACK.

      *> The posting asked for, or every posting under the company's
      *> name. Postings archived off JOBS.DAT are no longer taking
      *> applicants and are not exported.
       LOAD-EXPORT-POSTINGS.
           MOVE 0 TO WS-PT-COUNT
           MOVE SPACES TO WS-COMPANY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-AX-EMPLOYER)) TO
             WS-COMPANY-UPPER
           IF LK-AX-FUNCTION = "C"
             MOVE LK-AX-EMPLOYER TO WS-COMPANY
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ JOBS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF LK-AX-FUNCTION = "P"
                   IF FUNCTION TRIM(JOB-ID) =
                     FUNCTION TRIM(LK-AX-JOB-ID)
                     AND WS-PT-COUNT = 0
                     PERFORM ADD-EXPORT-POSTING
                     MOVE JOB-EMPLOYER TO WS-COMPANY
                   END-IF
                 ELSE
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-EMPLOYER))
                     = WS-COMPANY-UPPER
                     AND WS-PT-COUNT < WS-MAX-POSTINGS
                     PERFORM ADD-EXPORT-POSTING
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       ADD-EXPORT-POSTING.
           ADD 1 TO WS-PT-COUNT
           MOVE JOB-ID TO WS-PT-JOB-ID(WS-PT-COUNT)
           MOVE JOB-TITLE TO WS-PT-TITLE(WS-PT-COUNT)
           MOVE JOB-EMPLOYER TO WS-PT-EMPLOYER(WS-PT-COUNT)
           MOVE JOB-LOCATION TO WS-PT-LOCATION(WS-PT-COUNT)
           MOVE 0 TO WS-PT-REQ-COUNT(WS-PT-COUNT)
           MOVE 0 TO WS-PT-Q-COUNT(WS-PT-COUNT)
           MOVE 0 TO WS-PT-PENDING(WS-PT-COUNT).

      *> In: JOB-ID style id in WS-CLEAN-TEXT(1:12). Out: its row in
      *> the posting table, or 0.
       FIND-EXPORT-POSTING.
           MOVE 0 TO WS-PT-HIT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-HIT > 0
             IF FUNCTION TRIM(WS-PT-JOB-ID(WS-PT-IDX)) =
               FUNCTION TRIM(WS-CLEAN-TEXT(1:12))
               MOVE WS-PT-IDX TO WS-PT-HIT
             END-IF
           END-PERFORM.

       LOAD-SENT-APPLICANTS.
           MOVE 0 TO WS-SENT-COUNT
           MOVE "N" TO WS-SENT-OVERFLOW
           MOVE "N" TO WS-EOF
           OPEN INPUT ATSSENT-FILE
           IF WS-ATSSENT-STATUS NOT = "00"
             IF WS-ATSSENT-STATUS = "05"
               CLOSE ATSSENT-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ATSSENT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE AS-JOB-ID TO WS-CLEAN-TEXT
                 PERFORM FIND-EXPORT-POSTING
                 IF WS-PT-HIT > 0
                   IF WS-SENT-COUNT < WS-MAX-SENT
                     ADD 1 TO WS-SENT-COUNT
                     MOVE AS-JOB-ID TO WS-SENT-JOB-ID(WS-SENT-COUNT)
                     MOVE AS-USERNAME TO WS-SENT-USER(WS-SENT-COUNT)
                   ELSE
                     MOVE "Y" TO WS-SENT-OVERFLOW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ATSSENT-FILE.

       COLLECT-NEW-APPLICANTS.
           MOVE 0 TO WS-PD-COUNT
           MOVE "N" TO WS-PD-MORE
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APPLICATIONS-STATUS NOT = "00"
             IF WS-APPLICATIONS-STATUS = "05"
               CLOSE APPLICATIONS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ APPLICATIONS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE APP-JOB-ID TO WS-CLEAN-TEXT
                 PERFORM FIND-EXPORT-POSTING
                 IF WS-PT-HIT > 0
                   PERFORM CHECK-ALREADY-SENT
                   IF WS-ALREADY-SENT = "N"
                     IF WS-PD-COUNT < WS-MAX-PENDING
                       PERFORM ADD-PENDING-APPLICANT
                     ELSE
                       MOVE "Y" TO WS-PD-MORE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE APPLICATIONS-FILE.

       CHECK-ALREADY-SENT.
           MOVE "N" TO WS-ALREADY-SENT
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
             UNTIL WS-SENT-IDX > WS-SENT-COUNT
               OR WS-ALREADY-SENT = "Y"
             IF WS-SENT-USER(WS-SENT-IDX) = APP-USERNAME
               AND FUNCTION TRIM(WS-SENT-JOB-ID(WS-SENT-IDX)) =
                 FUNCTION TRIM(APP-JOB-ID)
               MOVE "Y" TO WS-ALREADY-SENT
             END-IF
           END-PERFORM
      *> The same student twice on one posting goes out once
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
             UNTIL WS-PD-IDX > WS-PD-COUNT
               OR WS-ALREADY-SENT = "Y"
             IF WS-PD-USER(WS-PD-IDX) = APP-USERNAME
               AND WS-PD-POSTING(WS-PD-IDX) = WS-PT-HIT
               MOVE "Y" TO WS-ALREADY-SENT
             END-IF
           END-PERFORM.

       ADD-PENDING-APPLICANT.
           ADD 1 TO WS-PD-COUNT
           ADD 1 TO WS-PT-PENDING(WS-PT-HIT)
           MOVE WS-PT-HIT TO WS-PD-POSTING(WS-PD-COUNT)
           MOVE APP-USERNAME TO WS-PD-USER(WS-PD-COUNT)
           MOVE APP-STATUS TO WS-PD-STATUS(WS-PD-COUNT)
           MOVE APP-APPLIED-DATE TO WS-PD-APPLIED(WS-PD-COUNT)
           MOVE APP-STATUS-DATE TO WS-PD-STATUS-DATE(WS-PD-COUNT)
           MOVE APP-RESPOND-BY TO WS-PD-RESPOND-BY(WS-PD-COUNT)
           MOVE SPACES TO WS-PD-FIRST(WS-PD-COUNT)
           MOVE SPACES TO WS-PD-LAST(WS-PD-COUNT)
           MOVE SPACES TO WS-PD-COLLEGE(WS-PD-COUNT)
           MOVE SPACES TO WS-PD-MAJOR(WS-PD-COUNT)
           MOVE SPACES TO WS-PD-GRAD-YEAR(WS-PD-COUNT)
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 3
             MOVE SPACE TO WS-PD-ANSWER(WS-PD-COUNT, WS-Q-IDX)
           END-PERFORM
           MOVE 0 TO WS-PD-MET-COUNT(WS-PD-COUNT).

      *> Skill requirements and screening questions of each posting
      *> that has applicants going out
       LOAD-POSTING-DETAILS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBSKILLS-FILE
           IF WS-JOBSKILLS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ JOBSKILLS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   MOVE JS-JOB-ID TO WS-CLEAN-TEXT
                   PERFORM FIND-EXPORT-POSTING
                   IF WS-PT-HIT > 0
                     AND WS-PT-REQ-COUNT(WS-PT-HIT) < 9
                     ADD 1 TO WS-PT-REQ-COUNT(WS-PT-HIT)
                     MOVE JS-SC-ID TO WS-PT-REQ-ID(WS-PT-HIT,
                       WS-PT-REQ-COUNT(WS-PT-HIT))
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOBSKILLS-FILE
           ELSE
             IF WS-JOBSKILLS-STATUS = "05"
               CLOSE JOBSKILLS-FILE
             END-IF
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT SCREENQS-FILE
           IF WS-SCREENQS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ SCREENQS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   MOVE SQ-JOB-ID TO WS-CLEAN-TEXT
                   PERFORM FIND-EXPORT-POSTING
                   IF WS-PT-HIT > 0
                     AND WS-PT-Q-COUNT(WS-PT-HIT) < 3
                     ADD 1 TO WS-PT-Q-COUNT(WS-PT-HIT)
                     MOVE SQ-TEXT TO WS-PT-Q-TEXT(WS-PT-HIT,
                       WS-PT-Q-COUNT(WS-PT-HIT))
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SCREENQS-FILE
           ELSE
             IF WS-SCREENQS-STATUS = "05"
               CLOSE SCREENQS-FILE
             END-IF
           END-IF.

       FILL-APPLICANT-PROFILES.
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
                 PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                   IF WS-PD-USER(WS-PD-IDX) = PROFILE-USERNAME
                     MOVE PROFILE-FIRST-NAME TO WS-PD-FIRST(WS-PD-IDX)
                     MOVE PROFILE-LAST-NAME TO WS-PD-LAST(WS-PD-IDX)
                     MOVE PROFILE-COLLEGE TO WS-PD-COLLEGE(WS-PD-IDX)
                     MOVE PROFILE-MAJOR TO WS-PD-MAJOR(WS-PD-IDX)
                     IF PROFILE-GRAD-YEAR IS NUMERIC
                       AND PROFILE-GRAD-YEAR > 0
                       MOVE PROFILE-GRAD-YEAR TO
                         WS-PD-GRAD-YEAR(WS-PD-IDX)
                     END-IF
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE PROFILES-FILE.

       FILL-SCREENING-ANSWERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SCREENANS-FILE
           IF WS-SCREENANS-STATUS NOT = "00"
             IF WS-SCREENANS-STATUS = "05"
               CLOSE SCREENANS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ SCREENANS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF SA-SEQ >= 1 AND SA-SEQ <= 3
                   MOVE SA-JOB-ID TO WS-CLEAN-TEXT
                   PERFORM FIND-EXPORT-POSTING
                   IF WS-PT-HIT > 0
                     PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > WS-PD-COUNT
                       IF WS-PD-USER(WS-PD-IDX) = SA-USERNAME
                         AND WS-PD-POSTING(WS-PD-IDX) = WS-PT-HIT
                         MOVE SA-ANSWER TO
                           WS-PD-ANSWER(WS-PD-IDX, SA-SEQ)
                       END-IF
                     END-PERFORM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCREENANS-FILE.

      *> A listed skill counts as met when the student holds a
      *> completion the nightly sweep has not marked stale, the same
      *> rule the posting manager's applicant list applies.
       FILL-SKILLS-MET.
           MOVE "N" TO WS-EOF
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00"
             IF WS-SKILLS-STATUS = "05"
               CLOSE SKILLS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ SKILLS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF STS-STALE NOT = "Y"
                   PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                     UNTIL WS-PD-IDX > WS-PD-COUNT
                     IF WS-PD-USER(WS-PD-IDX) = STS-USERNAME
                       PERFORM CHECK-SKILL-MET
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SKILLS-FILE.

       CHECK-SKILL-MET.
           MOVE WS-PD-POSTING(WS-PD-IDX) TO WS-PT-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
             UNTIL WS-REQ-IDX > WS-PT-REQ-COUNT(WS-PT-IDX)
             IF WS-PT-REQ-ID(WS-PT-IDX, WS-REQ-IDX) = STS-INDEX
      *> A recertification writes a second row; count the skill once
               MOVE "N" TO WS-MET-FOUND
               PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                 UNTIL WS-MET-IDX > WS-PD-MET-COUNT(WS-PD-IDX)
                 IF WS-PD-MET-ID(WS-PD-IDX, WS-MET-IDX) = STS-INDEX
                   MOVE "Y" TO WS-MET-FOUND
                 END-IF
               END-PERFORM
               IF WS-MET-FOUND = "N"
                 AND WS-PD-MET-COUNT(WS-PD-IDX) < 9
                 ADD 1 TO WS-PD-MET-COUNT(WS-PD-IDX)
                 MOVE STS-INDEX TO WS-PD-MET-ID(WS-PD-IDX,
                   WS-PD-MET-COUNT(WS-PD-IDX))
                 MOVE STS-NAME TO WS-PD-MET-NAME(WS-PD-IDX,
                   WS-PD-MET-COUNT(WS-PD-IDX))
               END-IF
             END-IF
           END-PERFORM.

       FIND-PREVIOUS-EXPORT.
           MOVE SPACES TO WS-PREVIOUS-TS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMPANY)) TO
             WS-COMPANY-UPPER
           MOVE "N" TO WS-EOF
           OPEN INPUT ATSLOG-FILE
           IF WS-ATSLOG-STATUS NOT = "00"
             IF WS-ATSLOG-STATUS = "05"
               CLOSE ATSLOG-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ATSLOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(AL-COMPANY)) =
                   WS-COMPANY-UPPER
                   AND AL-EXPORT-TS > WS-PREVIOUS-TS
                   MOVE AL-EXPORT-TS TO WS-PREVIOUS-TS
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ATSLOG-FILE.

       WRITE-EXPORT-FILE.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-PT-WRITTEN

           MOVE WS-COMPANY TO WS-CLEAN-TEXT
           PERFORM CLEAN-EXPORT-TEXT
           MOVE SPACES TO EXPORT-RECORD
           STRING "H|INCOLLEGE-APPLICANTS|1|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-EXPORT-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PREVIOUS-TS) DELIMITED BY SIZE
             INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
             UNTIL WS-PT-IDX > WS-PT-COUNT
             IF WS-PT-PENDING(WS-PT-IDX) > 0
               PERFORM WRITE-POSTING-ROWS
             END-IF
           END-PERFORM

           MOVE SPACES TO EXPORT-RECORD
           STRING "T|" DELIMITED BY SIZE
                  WS-PT-WRITTEN DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PD-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ROW-COUNT DELIMITED BY SIZE
             INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD.

       WRITE-POSTING-ROWS.
           ADD 1 TO WS-PT-WRITTEN
           MOVE WS-PT-TITLE(WS-PT-IDX) TO WS-CLEAN-TEXT
           PERFORM CLEAN-EXPORT-TEXT
           MOVE WS-CLEAN-TEXT TO WS-CLEAN-TEXT-2
           MOVE WS-PT-EMPLOYER(WS-PT-IDX) TO WS-CLEAN-TEXT
           PERFORM CLEAN-EXPORT-TEXT
           MOVE WS-CLEAN-TEXT TO WS-CLEAN-TEXT-3
           MOVE WS-PT-LOCATION(WS-PT-IDX) TO WS-CLEAN-TEXT
           PERFORM CLEAN-EXPORT-TEXT
           MOVE SPACES TO EXPORT-RECORD
           STRING "P|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PT-JOB-ID(WS-PT-IDX))
                    DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT-3) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED BY SIZE
             INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           ADD 1 TO WS-ROW-COUNT

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
             UNTIL WS-PD-IDX > WS-PD-COUNT
             IF WS-PD-POSTING(WS-PD-IDX) = WS-PT-IDX
               PERFORM WRITE-APPLICANT-ROWS
             END-IF
           END-PERFORM.

       WRITE-APPLICANT-ROWS.
           MOVE WS-PD-STATUS(WS-PD-IDX) TO WS-STATUS-CODE
           PERFORM SET-STATUS-LABEL
           MOVE WS-PD-COLLEGE(WS-PD-IDX) TO WS-CLEAN-TEXT
           PERFORM CLEAN-EXPORT-TEXT
           MOVE WS-CLEAN-TEXT TO WS-CLEAN-TEXT-2
           MOVE WS-PD-MAJOR(WS-PD-IDX) TO WS-CLEAN-TEXT
           PERFORM CLEAN-EXPORT-TEXT
           MOVE WS-CLEAN-TEXT TO WS-CLEAN-TEXT-3
           MOVE SPACES TO WS-CLEAN-TEXT
           STRING WS-PD-FIRST(WS-PD-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PD-LAST(WS-PD-IDX) DELIMITED BY SIZE
             INTO WS-CLEAN-TEXT
           END-STRING
           INSPECT WS-CLEAN-TEXT(1:20) REPLACING ALL "|" BY "/"
           INSPECT WS-CLEAN-TEXT(22:20) REPLACING ALL "|" BY "/"

           MOVE SPACES TO EXPORT-RECORD
           STRING "A|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PT-JOB-ID(WS-PT-IDX))
                    DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PD-USER(WS-PD-IDX))
                    DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT(1:20)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT(22:20)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT-3) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PD-GRAD-YEAR(WS-PD-IDX))
                    DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-STATUS-CODE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS-LABEL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PD-APPLIED(WS-PD-IDX))
                    DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PD-STATUS-DATE(WS-PD-IDX))
                    DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PD-RESPOND-BY(WS-PD-IDX))
                    DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PD-MET-COUNT(WS-PD-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PT-REQ-COUNT(WS-PT-IDX) DELIMITED BY SIZE
             INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           ADD 1 TO WS-ROW-COUNT

           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
             UNTIL WS-Q-IDX > WS-PT-Q-COUNT(WS-PT-IDX)
             MOVE WS-PT-Q-TEXT(WS-PT-IDX, WS-Q-IDX) TO WS-CLEAN-TEXT
             PERFORM CLEAN-EXPORT-TEXT
             MOVE SPACES TO EXPORT-RECORD
             STRING "Q|" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PT-JOB-ID(WS-PT-IDX))
                      DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PD-USER(WS-PD-IDX))
                      DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-Q-IDX DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-PD-ANSWER(WS-PD-IDX, WS-Q-IDX) DELIMITED BY
                      SIZE
               INTO EXPORT-RECORD
             END-STRING
             WRITE EXPORT-RECORD
             ADD 1 TO WS-ROW-COUNT
           END-PERFORM

           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
             UNTIL WS-MET-IDX > WS-PD-MET-COUNT(WS-PD-IDX)
             MOVE WS-PD-MET-NAME(WS-PD-IDX, WS-MET-IDX) TO
               WS-CLEAN-TEXT
             PERFORM CLEAN-EXPORT-TEXT
             MOVE SPACES TO EXPORT-RECORD
             STRING "K|" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PT-JOB-ID(WS-PT-IDX))
                      DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PD-USER(WS-PD-IDX))
                      DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED BY SIZE
               INTO EXPORT-RECORD
             END-STRING
             WRITE EXPORT-RECORD
             ADD 1 TO WS-ROW-COUNT
           END-PERFORM

           PERFORM WRITE-PACKET-ROWS.

      *> Statement lines first, then the resume snapshot, each in the
      *> order they were frozen
       WRITE-PACKET-ROWS.
           MOVE "S" TO WS-STATUS-CODE
           PERFORM WRITE-PACKET-TYPE
           MOVE "R" TO WS-STATUS-CODE
           PERFORM WRITE-PACKET-TYPE.

       WRITE-PACKET-TYPE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PACKETS-FILE
           IF WS-PACKETS-STATUS NOT = "00"
             IF WS-PACKETS-STATUS = "05"
               CLOSE PACKETS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PACKETS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF PK-USERNAME = WS-PD-USER(WS-PD-IDX)
                   AND PK-TYPE = WS-STATUS-CODE
                   AND FUNCTION TRIM(PK-JOB-ID) =
                     FUNCTION TRIM(WS-PT-JOB-ID(WS-PT-IDX))
                   MOVE PK-LINE TO WS-CLEAN-TEXT
                   PERFORM CLEAN-EXPORT-TEXT
                   MOVE PK-SEQ TO WS-SEQ-TEXT
                   MOVE SPACES TO EXPORT-RECORD
                   STRING WS-STATUS-CODE DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PT-JOB-ID(WS-PT-IDX))
                            DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PD-USER(WS-PD-IDX))
                            DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SEQ-TEXT) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED BY
                            SIZE
                     INTO EXPORT-RECORD
                   END-STRING
                   WRITE EXPORT-RECORD
                   ADD 1 TO WS-ROW-COUNT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PACKETS-FILE.

       CLEAN-EXPORT-TEXT.
           INSPECT WS-CLEAN-TEXT REPLACING ALL "|" BY "/".

      *> Same wording the posting manager shows for APP-STATUS
       SET-STATUS-LABEL.
           EVALUATE WS-STATUS-CODE
             WHEN "U"
               MOVE "Under review" TO WS-STATUS-LABEL
             WHEN "I"
               MOVE "Interview" TO WS-STATUS-LABEL
             WHEN "O"
               MOVE "Offered" TO WS-STATUS-LABEL
             WHEN "A"
               MOVE "Offer accepted" TO WS-STATUS-LABEL
             WHEN "X"
               MOVE "Offer declined" TO WS-STATUS-LABEL
             WHEN "L"
               MOVE "Offer lapsed" TO WS-STATUS-LABEL
             WHEN "R"
               MOVE "Rejected" TO WS-STATUS-LABEL
             WHEN OTHER
               MOVE "S" TO WS-STATUS-CODE
               MOVE "Submitted" TO WS-STATUS-LABEL
           END-EVALUATE.

       RECORD-SENT-APPLICANTS.
           OPEN EXTEND ATSSENT-FILE
           IF WS-ATSSENT-STATUS = "35"
             OPEN OUTPUT ATSSENT-FILE
             IF WS-ATSSENT-STATUS = "00"
               CLOSE ATSSENT-FILE
             END-IF
             OPEN EXTEND ATSSENT-FILE
           END-IF
           IF WS-ATSSENT-STATUS NOT = "00"
             AND WS-ATSSENT-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
             UNTIL WS-PD-IDX > WS-PD-COUNT
             MOVE WS-EXPORT-TS TO AS-EXPORT-TS
             MOVE WS-PT-JOB-ID(WS-PD-POSTING(WS-PD-IDX)) TO AS-JOB-ID
             MOVE WS-PD-USER(WS-PD-IDX) TO AS-USERNAME
             MOVE WS-COMPANY TO AS-COMPANY
             WRITE ATSSENT-RECORD
           END-PERFORM
           CLOSE ATSSENT-FILE.

       WRITE-EXPORT-LOG.
           OPEN EXTEND ATSLOG-FILE
           IF WS-ATSLOG-STATUS = "35"
             OPEN OUTPUT ATSLOG-FILE
             IF WS-ATSLOG-STATUS = "00"
               CLOSE ATSLOG-FILE
             END-IF
             OPEN EXTEND ATSLOG-FILE
           END-IF
           IF WS-ATSLOG-STATUS NOT = "00"
             AND WS-ATSLOG-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-EXPORT-TS TO AL-EXPORT-TS
           MOVE WS-COMPANY TO AL-COMPANY
           MOVE LK-AX-FUNCTION TO AL-SCOPE
           IF LK-AX-FUNCTION = "P"
             MOVE LK-AX-JOB-ID TO AL-JOB-ID
           ELSE
             MOVE SPACES TO AL-JOB-ID
           END-IF
           MOVE LK-AX-REQUESTED-BY TO AL-REQUESTED-BY
           MOVE WS-PT-WRITTEN TO AL-POSTINGS
           MOVE WS-PD-COUNT TO AL-APPLICANTS
           MOVE WS-ROW-COUNT TO AL-ROWS
           MOVE WS-EXPORT-FILENAME TO AL-FILE-NAME
           WRITE ATSLOG-RECORD
           CLOSE ATSLOG-FILE.

       END PROGRAM ATSEXPORT.
