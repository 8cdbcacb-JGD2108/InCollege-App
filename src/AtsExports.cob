       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATSEXPORTS.

      *> Nightly applicant exports for the companies that take our
      *> applicants into their own applicant-tracking system. The
      *> company's team lead switches the export on from Manage
      *> Companies (ATSFEEDS.DAT, one row per company). For each such
      *> company ATSEXPORT writes one file covering every posting
      *> under the company's name, holding only the applicants not
      *> sent before; the file layout is documented in ATSEXPORT.
      *> The run is summarised in ATS-EXPORT-RUN-<yyyymmdd>.TXT.
      *> Runs as a NIGHTLYBATCH step.
      *> Run by hand to answer "what did we send to whom":
      *>   ATSEXPORTS LOG [company]   exports written (all, or for
      *>                              companies whose name contains
      *>                              the text)
      *>   ATSEXPORTS SENT <username> every export that carried the
      *>                              student, posting and company

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATSFEEDS-FILE
               ASSIGN TO "ATSFEEDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATSFEEDS-STATUS.

           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL ATSSENT-FILE
               ASSIGN TO "ATSSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATSSENT-STATUS.

           SELECT OPTIONAL ATSLOG-FILE
               ASSIGN TO "ATSEXPORTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATSLOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL STEPSUMMARY-FILE
               ASSIGN TO "STEPSUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ATSFEEDS-FILE.
           01 ATSFEED-RECORD.
             05 AF-CO-ID PIC 9(4).
             05 AF-SET-BY PIC X(12).
             05 AF-SET-DATE PIC X(8).

       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

       FD ATSSENT-FILE.
           01 ATSSENT-RECORD.
             05 AS-EXPORT-TS PIC X(14).
             05 AS-JOB-ID PIC X(12).
             05 AS-USERNAME PIC X(12).
             05 AS-COMPANY PIC X(30).

       FD ATSLOG-FILE.
           01 ATSLOG-RECORD.
             05 AL-EXPORT-TS PIC X(14).
             05 AL-COMPANY PIC X(30).
             05 AL-SCOPE PIC X(1).
             05 AL-JOB-ID PIC X(12).
             05 AL-REQUESTED-BY PIC X(12).
             05 AL-POSTINGS PIC 9(3).
             05 AL-APPLICANTS PIC 9(5).
             05 AL-ROWS PIC 9(6).
             05 AL-FILE-NAME PIC X(60).

       FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-ATSFEEDS-STATUS PIC XX.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-ATSSENT-STATUS PIC XX.
         77 WS-ATSLOG-STATUS PIC XX.
         77 WS-REPORT-STATUS PIC XX.
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-STEP-SUMMARY PIC X(60).
         77 WS-EOF PIC X VALUE "N".

         77 WS-TODAY-STAMP PIC X(8).
         77 WS-REPORT-FILENAME PIC X(40).
         77 WS-COMMAND-LINE PIC X(80).
         77 WS-COMMAND-WORD PIC X(10).
         77 WS-COMMAND-ARG PIC X(40).
         77 WS-ARG-UPPER PIC X(40).
         77 WS-ARG-LEN PIC 9(2) VALUE 0.
         77 WS-MATCH-COUNT PIC 99 VALUE 0.
         77 WS-LIST-COUNT PIC 9(6) VALUE 0.
         77 WS-COUNT-TEXT PIC Z(5)9.

      *> Companies with the export switched on
         01 WS-FEED-TABLE.
           05 WS-FD-ENTRY OCCURS 200 TIMES.
             10 WS-FD-CO-ID PIC 9(4).
             10 WS-FD-NAME PIC X(30).
             10 WS-FD-RESULT PIC X(1).
             10 WS-FD-POSTINGS PIC 9(3).
             10 WS-FD-APPLICANTS PIC 9(5).
             10 WS-FD-MORE PIC X(1).
             10 WS-FD-MESSAGE PIC X(78).
         77 WS-FD-COUNT PIC 9(3) VALUE 0.
         77 WS-FD-IDX PIC 9(3) VALUE 0.
         77 WS-FD-FOUND PIC X VALUE "N".

         77 WS-COMPANY-COUNT PIC 9(3) VALUE 0.
         77 WS-EXPORTED-COUNT PIC 9(3) VALUE 0.
         77 WS-APPLICANT-TOTAL PIC 9(6) VALUE 0.
         77 WS-ERROR-COUNT PIC 9(3) VALUE 0.

      *> Applicant export (ATSEXPORT)
         01 WS-ATS-EXPORT.
           05 WS-AX-FUNCTION PIC X(1).
           05 WS-AX-JOB-ID PIC X(12).
           05 WS-AX-EMPLOYER PIC X(30).
           05 WS-AX-CO-ID PIC 9(4).
           05 WS-AX-REQUESTED-BY PIC X(12).
           05 WS-AX-RESULT PIC X(1).
           05 WS-AX-POSTINGS PIC 9(3).
           05 WS-AX-APPLICANTS PIC 9(5).
           05 WS-AX-MORE PIC X(1).
           05 WS-AX-FILE-NAME PIC X(60).
           05 WS-AX-MESSAGE PIC X(78).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-STAMP

           MOVE SPACES TO WS-COMMAND-LINE
           MOVE SPACES TO WS-COMMAND-WORD
           MOVE SPACES TO WS-COMMAND-ARG
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING FUNCTION TRIM(WS-COMMAND-LINE) DELIMITED BY ALL " "
             INTO WS-COMMAND-WORD
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-WORD) TO WS-COMMAND-WORD
           IF WS-COMMAND-WORD = "LOG" OR WS-COMMAND-WORD = "SENT"
             MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-COMMAND-LINE
             IF FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE)) >
               FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-WORD))
               MOVE FUNCTION TRIM(WS-COMMAND-LINE(
                 FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-WORD))
                 + 2:)) TO WS-COMMAND-ARG
             END-IF
             IF WS-COMMAND-WORD = "LOG"
               PERFORM LIST-EXPORT-LOG
             ELSE
               PERFORM LIST-APPLICANT-SENT
             END-IF
             GOBACK
           END-IF

           MOVE "C" TO WS-AX-FUNCTION
           PERFORM LOAD-FEED-COMPANIES
           IF WS-FD-COUNT = 0
             DISPLAY "No companies take the nightly applicant export."
             MOVE SPACES TO WS-STEP-SUMMARY
             MOVE "companies 000 exported 000 applicants 000000"
               TO WS-STEP-SUMMARY
             PERFORM WRITE-STEP-SUMMARY
             GOBACK
           END-IF
           PERFORM LOAD-COMPANY-NAMES

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
             UNTIL WS-FD-IDX > WS-FD-COUNT
             PERFORM EXPORT-ONE-COMPANY
           END-PERFORM

           PERFORM WRITE-RUN-REPORT

           DISPLAY "Applicant exports: " WS-COMPANY-COUNT
             " company(ies), " WS-EXPORTED-COUNT " file(s), "
             WS-APPLICANT-TOTAL " applicant(s), " WS-ERROR-COUNT
             " not exported."

           MOVE SPACES TO WS-STEP-SUMMARY
           STRING "companies " DELIMITED BY SIZE
                  WS-COMPANY-COUNT DELIMITED BY SIZE
                  " exported " DELIMITED BY SIZE
                  WS-EXPORTED-COUNT DELIMITED BY SIZE
                  " applicants " DELIMITED BY SIZE
                  WS-APPLICANT-TOTAL DELIMITED BY SIZE
                  " errors " DELIMITED BY SIZE
                  WS-ERROR-COUNT DELIMITED BY SIZE
             INTO WS-STEP-SUMMARY
           END-STRING
           PERFORM WRITE-STEP-SUMMARY
           IF WS-ERROR-COUNT > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> A company switched off and on again has one row per switch;
      *> each company is exported once.
       LOAD-FEED-COMPANIES.
           MOVE 0 TO WS-FD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ATSFEEDS-FILE
           IF WS-ATSFEEDS-STATUS NOT = "00"
             IF WS-ATSFEEDS-STATUS = "05"
               CLOSE ATSFEEDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ATSFEEDS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF AF-CO-ID IS NUMERIC AND AF-CO-ID > 0
                   MOVE "N" TO WS-FD-FOUND
                   PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                     UNTIL WS-FD-IDX > WS-FD-COUNT
                     IF WS-FD-CO-ID(WS-FD-IDX) = AF-CO-ID
                       MOVE "Y" TO WS-FD-FOUND
                     END-IF
                   END-PERFORM
                   IF WS-FD-FOUND = "N" AND WS-FD-COUNT < 200
                     ADD 1 TO WS-FD-COUNT
                     MOVE AF-CO-ID TO WS-FD-CO-ID(WS-FD-COUNT)
                     MOVE SPACES TO WS-FD-NAME(WS-FD-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ATSFEEDS-FILE.

       LOAD-COMPANY-NAMES.
           MOVE "N" TO WS-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS NOT = "00"
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ COMPANIES-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
                   IF WS-FD-CO-ID(WS-FD-IDX) = CO-ID
                     MOVE CO-NAME TO WS-FD-NAME(WS-FD-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE COMPANIES-FILE.

       EXPORT-ONE-COMPANY.
           ADD 1 TO WS-COMPANY-COUNT
           MOVE 0 TO WS-FD-POSTINGS(WS-FD-IDX)
           MOVE 0 TO WS-FD-APPLICANTS(WS-FD-IDX)
           MOVE "N" TO WS-FD-MORE(WS-FD-IDX)
      *> A company taken off the master list has nothing to export
           IF WS-FD-NAME(WS-FD-IDX) = SPACES
             MOVE "N" TO WS-FD-RESULT(WS-FD-IDX)
             MOVE "Company is no longer on file; skipped." TO
               WS-FD-MESSAGE(WS-FD-IDX)
             EXIT PARAGRAPH
           END-IF

           MOVE "C" TO WS-AX-FUNCTION
           MOVE SPACES TO WS-AX-JOB-ID
           MOVE WS-FD-NAME(WS-FD-IDX) TO WS-AX-EMPLOYER
           MOVE WS-FD-CO-ID(WS-FD-IDX) TO WS-AX-CO-ID
           MOVE "NIGHTLYBATCH" TO WS-AX-REQUESTED-BY
           CALL "ATSEXPORT" USING WS-ATS-EXPORT
             ON EXCEPTION
               MOVE "E" TO WS-AX-RESULT
               MOVE "ATSEXPORT is not available." TO WS-AX-MESSAGE
           END-CALL

           MOVE WS-AX-RESULT TO WS-FD-RESULT(WS-FD-IDX)
           MOVE WS-AX-MESSAGE TO WS-FD-MESSAGE(WS-FD-IDX)
           EVALUATE WS-AX-RESULT
             WHEN "Y"
               ADD 1 TO WS-EXPORTED-COUNT
               ADD WS-AX-APPLICANTS TO WS-APPLICANT-TOTAL
               MOVE WS-AX-POSTINGS TO WS-FD-POSTINGS(WS-FD-IDX)
               MOVE WS-AX-APPLICANTS TO WS-FD-APPLICANTS(WS-FD-IDX)
               MOVE WS-AX-MORE TO WS-FD-MORE(WS-FD-IDX)
               MOVE WS-AX-FILE-NAME TO WS-FD-MESSAGE(WS-FD-IDX)
             WHEN "N"
               CONTINUE
             WHEN OTHER
               ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       WRITE-RUN-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "ATS-EXPORT-RUN-" DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "Unable to open the applicant export run report."
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "InCollege Applicant Exports - " DELIMITED BY SIZE
                  WS-TODAY-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------" TO
             REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Co.  Company" TO REPORT-LINE
           MOVE "Postings Applicants" TO REPORT-LINE(37:19)
           MOVE "Export file / note" TO REPORT-LINE(58:18)
           WRITE REPORT-LINE

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
             UNTIL WS-FD-IDX > WS-FD-COUNT
             MOVE SPACES TO REPORT-LINE
             MOVE WS-FD-CO-ID(WS-FD-IDX) TO REPORT-LINE(1:4)
             MOVE WS-FD-NAME(WS-FD-IDX) TO REPORT-LINE(6:30)
             MOVE WS-FD-POSTINGS(WS-FD-IDX) TO WS-COUNT-TEXT
             MOVE WS-COUNT-TEXT TO REPORT-LINE(38:6)
             MOVE WS-FD-APPLICANTS(WS-FD-IDX) TO WS-COUNT-TEXT
             MOVE WS-COUNT-TEXT TO REPORT-LINE(48:6)
             MOVE WS-FD-MESSAGE(WS-FD-IDX) TO REPORT-LINE(58:75)
             IF WS-FD-RESULT(WS-FD-IDX) = "E"
               MOVE "NOT EXPORTED: " TO REPORT-LINE(58:14)
               MOVE WS-FD-MESSAGE(WS-FD-IDX) TO REPORT-LINE(72:61)
             END-IF
             WRITE REPORT-LINE
             IF WS-FD-MORE(WS-FD-IDX) = "Y"
               MOVE SPACES TO REPORT-LINE
               MOVE "More new applicants wait for the next run."
                 TO REPORT-LINE(58:75)
               WRITE REPORT-LINE
             END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Companies " DELIMITED BY SIZE
                  WS-COMPANY-COUNT DELIMITED BY SIZE
                  "  files written " DELIMITED BY SIZE
                  WS-EXPORTED-COUNT DELIMITED BY SIZE
                  "  applicants " DELIMITED BY SIZE
                  WS-APPLICANT-TOTAL DELIMITED BY SIZE
                  "  not exported " DELIMITED BY SIZE
                  WS-ERROR-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       LIST-EXPORT-LOG.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-ARG) TO WS-ARG-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-UPPER)) TO
             WS-ARG-LEN
           IF WS-ARG-UPPER = SPACES
             MOVE 0 TO WS-ARG-LEN
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ATSLOG-FILE
           IF WS-ATSLOG-STATUS NOT = "00"
             IF WS-ATSLOG-STATUS = "05"
               CLOSE ATSLOG-FILE
             END-IF
             DISPLAY "No applicant exports have been written."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Exported        Company                        "
             "Scope         Applicants By"
           PERFORM UNTIL WS-EOF = "Y"
             READ ATSLOG-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 MOVE 0 TO WS-MATCH-COUNT
                 IF WS-ARG-LEN > 0
                   INSPECT FUNCTION UPPER-CASE(AL-COMPANY)
                     TALLYING WS-MATCH-COUNT
                     FOR ALL WS-ARG-UPPER(1:WS-ARG-LEN)
                 END-IF
                 IF WS-ARG-LEN = 0 OR WS-MATCH-COUNT > 0
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM SHOW-LOG-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ATSLOG-FILE
           MOVE WS-LIST-COUNT TO WS-COUNT-TEXT
           DISPLAY FUNCTION TRIM(WS-COUNT-TEXT) " export(s) listed.".

       SHOW-LOG-ROW.
           MOVE AL-APPLICANTS TO WS-COUNT-TEXT
           IF AL-SCOPE = "P"
             DISPLAY AL-EXPORT-TS "  " AL-COMPANY " "
               AL-JOB-ID "  " WS-COUNT-TEXT "     " AL-REQUESTED-BY
           ELSE
             DISPLAY AL-EXPORT-TS "  " AL-COMPANY " "
               "All postings  " WS-COUNT-TEXT "     " AL-REQUESTED-BY
           END-IF
           DISPLAY "                File: " FUNCTION TRIM(AL-FILE-NAME).

       LIST-APPLICANT-SENT.
           IF WS-COMMAND-ARG = SPACES
             DISPLAY "Usage: ATSEXPORTS SENT <username>"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ATSSENT-FILE
           IF WS-ATSSENT-STATUS NOT = "00"
             IF WS-ATSSENT-STATUS = "05"
               CLOSE ATSSENT-FILE
             END-IF
             DISPLAY "No applicant exports have been written."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Applicant data sent for "
             FUNCTION TRIM(WS-COMMAND-ARG) ":"
           PERFORM UNTIL WS-EOF = "Y"
             READ ATSSENT-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF AS-USERNAME = WS-COMMAND-ARG(1:12)
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY "  " AS-EXPORT-TS "  posting " AS-JOB-ID
                     " to " FUNCTION TRIM(AS-COMPANY)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ATSSENT-FILE
           IF WS-LIST-COUNT = 0
             DISPLAY "  None."
           END-IF.

       WRITE-STEP-SUMMARY.
           OPEN OUTPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             OR WS-STEPSUMMARY-STATUS = "05"
             MOVE WS-STEP-SUMMARY TO STEPSUMMARY-RECORD
             WRITE STEPSUMMARY-RECORD
             CLOSE STEPSUMMARY-FILE
           END-IF.

       END PROGRAM ATSEXPORTS.
