       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNERQUOTA.

      *> Partnership tier rules, shared by every path that adds a
      *> posting (the interactive JOBPOSTPROG, the IMPORTJOBS feed
      *> load and the PUBLISHJOBS template re-post), by the browse
      *> list and the JOBSBULLETIN, and by the PARTNERUSAGE report.
      *> Each COMPANIES.DAT company carries a tier in CO-TIER:
      *>   B basic (a blank tier reads as basic), S silver, G gold.
      *> Each tier has a live-posting quota and a featured-placement
      *> right, built in below and overridden from PARAMS.DAT by
      *> TIER-B-QUOTA, TIER-S-QUOTA, TIER-G-QUOTA (0 = no limit) and
      *> TIER-B-FEATURED, TIER-S-FEATURED, TIER-G-FEATURED (1 = the
      *> tier's postings are featured, 0 = not).
      *> Function Q: for the employer named, hands back the company
      *> id, tier, quota, featured right and live postings (every
      *> JOBS.DAT posting under that employer name that moderation
      *> has not rejected, so pending and scheduled postings count),
      *> and sets the over-quota flag when one more posting would
      *> exceed the quota. An employer with no COMPANIES.DAT entry
      *> is held to the basic quota under its posted name.
      *> Function F: hands back the names of every company whose
      *> tier carries featured placement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPANIES-FILE
               ASSIGN TO "COMPANIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.

           SELECT OPTIONAL JOBS-FILE
               ASSIGN TO "JOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT OPTIONAL PARAMS-FILE
               ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPANIES-FILE.
           01 COMPANY-RECORD.
             05 CO-ID PIC 9(4).
             05 CO-NAME PIC X(30).
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

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

       FD PARAMS-FILE.
           01 PARAM-RECORD.
             05 PRM-NAME PIC X(20).
             05 PRM-VALUE PIC X(10).

       WORKING-STORAGE SECTION.
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-JOBS-STATUS PIC XX.
         77 WS-PARAMS-STATUS PIC XX.
         77 WS-EOF PIC X VALUE "N".
         77 WS-PARAM-NUM PIC 9(4) VALUE 0.

      *> Tier quotas and featured rights (PARAMS.DAT overrides)
         77 WS-BASIC-QUOTA PIC 9(4) VALUE 3.
         77 WS-SILVER-QUOTA PIC 9(4) VALUE 10.
         77 WS-GOLD-QUOTA PIC 9(4) VALUE 25.
         77 WS-BASIC-FEATURED PIC X VALUE "N".
         77 WS-SILVER-FEATURED PIC X VALUE "N".
         77 WS-GOLD-FEATURED PIC X VALUE "Y".

         77 WS-MATCH-NAME PIC X(30).
         77 WS-TIER-CODE PIC X(1).
         77 WS-TIER-FEATURED PIC X VALUE "N".

       LINKAGE SECTION.
         01 LK-PARTNER-QUOTA.
      *> Q = quota check for LK-PQ-EMPLOYER, F = featured list
           05 LK-PQ-FUNCTION PIC X(1).
           05 LK-PQ-EMPLOYER PIC X(30).
           05 LK-PQ-CO-ID PIC 9(4).
           05 LK-PQ-TIER PIC X(1).
           05 LK-PQ-QUOTA PIC 9(4).
           05 LK-PQ-LIVE PIC 9(4).
           05 LK-PQ-FEATURED PIC X(1).
           05 LK-PQ-OVER PIC X(1).
           05 LK-PQ-FEAT-COUNT PIC 9(4).
           05 LK-PQ-FEAT-NAME PIC X(30) OCCURS 200 TIMES.

       PROCEDURE DIVISION USING LK-PARTNER-QUOTA.
       MAIN-LOGIC.
           PERFORM LOAD-TIER-PARAMS

           IF LK-PQ-FUNCTION = "F"
             PERFORM LIST-FEATURED-COMPANIES
           ELSE
             PERFORM CHECK-EMPLOYER-QUOTA
           END-IF
           GOBACK.

       LOAD-TIER-PARAMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS NOT = "00"
             IF WS-PARAMS-STATUS = "05"
               CLOSE PARAMS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
             READ PARAMS-FILE
               AT END
                 MOVE "Y" TO WS-EOF
               NOT AT END
                 IF FUNCTION LENGTH(FUNCTION TRIM(PRM-VALUE)) > 0
                   AND FUNCTION LENGTH(FUNCTION TRIM(PRM-VALUE)) < 5
                   AND FUNCTION TRIM(PRM-VALUE) IS NUMERIC
                   COMPUTE WS-PARAM-NUM =
                     FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                   EVALUATE FUNCTION TRIM(PRM-NAME)
                     WHEN "TIER-B-QUOTA"
                       MOVE WS-PARAM-NUM TO WS-BASIC-QUOTA
                     WHEN "TIER-S-QUOTA"
                       MOVE WS-PARAM-NUM TO WS-SILVER-QUOTA
                     WHEN "TIER-G-QUOTA"
                       MOVE WS-PARAM-NUM TO WS-GOLD-QUOTA
                     WHEN "TIER-B-FEATURED"
                       IF WS-PARAM-NUM > 0
                         MOVE "Y" TO WS-BASIC-FEATURED
                       ELSE
                         MOVE "N" TO WS-BASIC-FEATURED
                       END-IF
                     WHEN "TIER-S-FEATURED"
                       IF WS-PARAM-NUM > 0
                         MOVE "Y" TO WS-SILVER-FEATURED
                       ELSE
                         MOVE "N" TO WS-SILVER-FEATURED
                       END-IF
                     WHEN "TIER-G-FEATURED"
                       IF WS-PARAM-NUM > 0
                         MOVE "Y" TO WS-GOLD-FEATURED
                       ELSE
                         MOVE "N" TO WS-GOLD-FEATURED
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PARAMS-FILE
           MOVE "N" TO WS-EOF.

       CHECK-EMPLOYER-QUOTA.
           MOVE 0 TO LK-PQ-CO-ID
           MOVE "B" TO LK-PQ-TIER
           MOVE 0 TO LK-PQ-LIVE
           MOVE "N" TO LK-PQ-OVER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-PQ-EMPLOYER))
             TO WS-MATCH-NAME

           MOVE "N" TO WS-EOF
           OPEN INPUT COMPANIES-FILE
           IF WS-COMPANIES-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ COMPANIES-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME)) =
                     WS-MATCH-NAME
                     MOVE CO-ID TO LK-PQ-CO-ID
                     IF CO-TIER = "S" OR CO-TIER = "G"
                       MOVE CO-TIER TO LK-PQ-TIER
                     END-IF
                     MOVE "Y" TO WS-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COMPANIES-FILE
           ELSE
             IF WS-COMPANIES-STATUS = "05"
               CLOSE COMPANIES-FILE
             END-IF
           END-IF

           MOVE LK-PQ-TIER TO WS-TIER-CODE
           PERFORM SET-TIER-RIGHTS
           MOVE WS-TIER-FEATURED TO LK-PQ-FEATURED

           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ JOBS-FILE
                 AT END
                   MOVE "Y" TO WS-EOF
                 NOT AT END
                   IF JOB-REVIEW-STATUS NOT = "R"
                     AND FUNCTION UPPER-CASE(FUNCTION
                       TRIM(JOB-EMPLOYER)) = WS-MATCH-NAME
                     ADD 1 TO LK-PQ-LIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOBS-FILE
           ELSE
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
           END-IF
           MOVE "N" TO WS-EOF

           IF LK-PQ-QUOTA > 0
             AND LK-PQ-LIVE >= LK-PQ-QUOTA
             MOVE "Y" TO LK-PQ-OVER
           END-IF.

      *> Quota and featured right for the tier in WS-TIER-CODE.
       SET-TIER-RIGHTS.
           EVALUATE WS-TIER-CODE
             WHEN "G"
               MOVE WS-GOLD-QUOTA TO LK-PQ-QUOTA
               MOVE WS-GOLD-FEATURED TO WS-TIER-FEATURED
             WHEN "S"
               MOVE WS-SILVER-QUOTA TO LK-PQ-QUOTA
               MOVE WS-SILVER-FEATURED TO WS-TIER-FEATURED
             WHEN OTHER
               MOVE WS-BASIC-QUOTA TO LK-PQ-QUOTA
               MOVE WS-BASIC-FEATURED TO WS-TIER-FEATURED
           END-EVALUATE.

       LIST-FEATURED-COMPANIES.
           MOVE 0 TO LK-PQ-FEAT-COUNT
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
                 MOVE CO-TIER TO WS-TIER-CODE
                 PERFORM SET-TIER-RIGHTS
                 IF WS-TIER-FEATURED = "Y"
                   AND LK-PQ-FEAT-COUNT < 200
                   ADD 1 TO LK-PQ-FEAT-COUNT
                   MOVE CO-NAME TO LK-PQ-FEAT-NAME(LK-PQ-FEAT-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE COMPANIES-FILE
           MOVE "N" TO WS-EOF.

       END PROGRAM PARTNERQUOTA.
