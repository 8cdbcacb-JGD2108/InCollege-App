      *> PUBLISHJOBS, OFFERSWEEP, SKILLSWEEP, RETENTIONSWEEP,
      *> PURGECONNECTIONS, RECONCILECONNECTIONS, RECONCILEPROFILES,
      *> DAILYREPORT, EVENTATTENDREPORT (all daily), the weekly
      *> TALLYVERIFY drift check, the weekly EDUVERIFY registrar
      *> comparison, the daily GROUPRENEWAL roster pass, the daily
      *> STALEREQUESTS pending-request reminder/expiry pass, the
      *> daily SYNDICATEJOBS partner job-board feed, the daily
      *> APPAGING unanswered-application pass, the weekly
      *> RESPONSEREPORT employer response times and the daily
      *> RECEIVABLESAGING employer statement reminders and
      *> collection holds, the weekly TICKETREPORT help desk
      *> summary, the daily SMSREMINDERS interview and event
      *> text reminders, the daily NETWORKGRAPH rebuild of the
      *> precomputed connection graph and the daily
      *> CONTACTFOLLOWUPS employer relations follow-up and dormant
      *> partner lists and the monthly PARTNERUSAGE partnership
      *> tier quota report, the daily MAILRETURNS pass over the
      *> mail gateway's bounce and delivery returns, the weekly
      *> AUDITVERIFY walk of the audit trail's chain, the weekly
      *> CAPACITYREPORT data file growth forecast, the daily
      *> ATSEXPORTS applicant exports for employer tracking
      *> systems, the daily QUEUEAGING morning report on the
      *> administrative work queues and the weekly REVIEWQUEUE
      *> resume review queue report. A step
      *> scheduled off tonight is recorded OK with a "skipped by
      *> schedule" counts line so per-step restart keeps working.
      *> The step programs must be built as callable modules on the
      *> module search path.
      *>
      *> Steps that rewrite a master file hand back control totals
      *> after their counts line: one CT row per file with records
      *> read, written, dropped, archived and held. Each row must
      *> balance (read = written + dropped) and the file must now
      *> hold exactly the rows written; otherwise the step is
      *> FAILED and the chain stops, as for any other failure.
      *> Every check is logged to BATCHCONTROL.DAT.
      *>
      *> Once the chain has finished (or stopped), REPORTDIST
      *> catalogs the dated report files produced today and sends
      *> each one to its owners from REPORTDIST.DAT. It is not a
      *> step: it runs after every invocation, including a restart,
      *> and only sends what has not already been cataloged today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT OPTIONAL BATCHCONTROL-FILE
               ASSIGN TO "BATCHCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHCONTROL-STATUS.

           SELECT OPTIONAL CONTROL-COUNT-FILE
               ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-COUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STEPSUMMARY-FILE.
           01 STEPSUMMARY-RECORD PIC X(60).
      *> Control-total rows that follow the counts line
           01 STEPSUMMARY-CONTROL.
             05 SC-TAG PIC X(2).
             05 SC-FILE PIC X(18).
             05 SC-READ PIC 9(8).
             05 SC-WRITTEN PIC 9(8).
             05 SC-DROPPED PIC 9(8).
             05 SC-ARCHIVED PIC 9(8).
             05 SC-HELD PIC 9(8).

       FD BATCHRUN-FILE.
           01 BATCHRUN-RECORD.
             05 BS-SKIP-FROM PIC X(8).
             05 BS-SKIP-TO PIC X(8).

      *> One row per control-total check: the step's figures, the
      *> records actually found in the file, and the verdict
      *> (BALANCED, UNBALANCED when read <> written + dropped,
      *> COUNT-DIFF when the file does not hold what was written).
       FD BATCHCONTROL-FILE.
           01 BATCHCONTROL-RECORD.
             05 BC-RUN-DATE PIC X(8).
             05 BC-STEP-NUM PIC 9(2).
             05 BC-STEP-NAME PIC X(20).
             05 BC-FILE PIC X(18).
             05 BC-READ PIC 9(8).
             05 BC-WRITTEN PIC 9(8).
             05 BC-DROPPED PIC 9(8).
             05 BC-ARCHIVED PIC 9(8).
             05 BC-HELD PIC 9(8).
             05 BC-COUNTED PIC 9(8).
             05 BC-RESULT PIC X(10).

       FD CONTROL-COUNT-FILE.
           01 CONTROL-COUNT-RECORD PIC X(1000).

       WORKING-STORAGE SECTION.
         77 WS-BATCHRUN-STATUS PIC XX.
         77 WS-BATCHRUN-EOF PIC X VALUE "N".

         77 WS-SCHEDULE-STATUS PIC XX.
         77 WS-SCHEDULE-EOF PIC X VALUE "N".
         77 WS-MAX-STEPS PIC 9(2) VALUE 30.
         77 WS-STEP-TOTAL PIC 9(2) VALUE 0.
         01 WS-STEP-LIST.
           05 WS-STEP-ROW OCCURS 30 TIMES.
             10 WS-STEP-NAME-ENTRY PIC X(20).
             10 WS-STEP-FREQ PIC X(1).
             10 WS-STEP-SKIP-FROM PIC X(8).
         77 WS-RC-END-TS PIC X(14).
         77 WS-RC-COUNTS PIC X(60).
         77 WS-STEPSUMMARY-STATUS PIC XX.
         77 WS-STEPSUMMARY-EOF PIC X VALUE "N".
         77 WS-STEPSUMMARY-ROWS PIC 9(4) VALUE 0.

      *> Control-total balancing
         77 WS-BATCHCONTROL-STATUS PIC XX.
         77 WS-CONTROL-COUNT-STATUS PIC XX.
         77 WS-CONTROL-COUNT-EOF PIC X VALUE "N".
         77 WS-CONTROL-FILE-NAME PIC X(40).
         77 WS-CONTROL-COUNTED PIC 9(8) VALUE 0.
         77 WS-CONTROL-RESULT PIC X(10).
         77 WS-CONTROL-FAILED PIC X VALUE "N".
         77 WS-CONTROL-MESSAGE PIC X(60).
         01 WS-STEP-DONE-FLAGS.
           05 WS-STEP-DONE PIC X OCCURS 30 TIMES.
         77 WS-RUN-TONIGHT PIC X VALUE "Y".
         77 WS-TODAY-INTEGER PIC S9(9) VALUE 0.
      *> 1 = Monday ... 7 = Sunday
           IF WS-FIRST-STEP > WS-STEP-TOTAL
             DISPLAY "Nightly sequence already complete for "
               WS-TODAY-STAMP "."
             PERFORM DISTRIBUTE-REPORTS
             GOBACK
           END-IF

             PERFORM RUN-ONE-STEP
           END-PERFORM

           PERFORM DISTRIBUTE-REPORTS

           IF WS-CHAIN-STOPPED = "Y"
             MOVE 8 TO RETURN-CODE
             DISPLAY "Nightly sequence stopped; rerun to resume from "
      *> weekly tally and registrar checks) so adding or
      *> rescheduling a step is a file edit, not a code change.
       SEED-STEP-SCHEDULE.
           MOVE 30 TO WS-STEP-TOTAL
           MOVE "DATAHEALTHCHECK" TO WS-STEP-NAME-ENTRY(1)
           MOVE "EXPIREJOBS" TO WS-STEP-NAME-ENTRY(2)
           MOVE "PUBLISHJOBS" TO WS-STEP-NAME-ENTRY(3)
           MOVE "EVENTATTENDREPORT" TO WS-STEP-NAME-ENTRY(11)
           MOVE "TALLYVERIFY" TO WS-STEP-NAME-ENTRY(12)
           MOVE "EDUVERIFY" TO WS-STEP-NAME-ENTRY(13)
           MOVE "GROUPRENEWAL" TO WS-STEP-NAME-ENTRY(14)
           MOVE "STALEREQUESTS" TO WS-STEP-NAME-ENTRY(15)
           MOVE "SYNDICATEJOBS" TO WS-STEP-NAME-ENTRY(16)
           MOVE "APPAGING" TO WS-STEP-NAME-ENTRY(17)
           MOVE "RESPONSEREPORT" TO WS-STEP-NAME-ENTRY(18)
           MOVE "RECEIVABLESAGING" TO WS-STEP-NAME-ENTRY(19)
           MOVE "TICKETREPORT" TO WS-STEP-NAME-ENTRY(20)
           MOVE "SMSREMINDERS" TO WS-STEP-NAME-ENTRY(21)
           MOVE "NETWORKGRAPH" TO WS-STEP-NAME-ENTRY(22)
           MOVE "CONTACTFOLLOWUPS" TO WS-STEP-NAME-ENTRY(23)
           MOVE "PARTNERUSAGE" TO WS-STEP-NAME-ENTRY(24)
           MOVE "MAILRETURNS" TO WS-STEP-NAME-ENTRY(25)
           MOVE "AUDITVERIFY" TO WS-STEP-NAME-ENTRY(26)
           MOVE "CAPACITYREPORT" TO WS-STEP-NAME-ENTRY(27)
           MOVE "ATSEXPORTS" TO WS-STEP-NAME-ENTRY(28)
           MOVE "QUEUEAGING" TO WS-STEP-NAME-ENTRY(29)
           MOVE "REVIEWQUEUE" TO WS-STEP-NAME-ENTRY(30)
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-TOTAL
             MOVE "D" TO WS-STEP-FREQ(WS-STEP-IDX)
             MOVE SPACES TO WS-STEP-SKIP-FROM(WS-STEP-IDX)
             MOVE SPACES TO WS-STEP-SKIP-TO(WS-STEP-IDX)
           END-PERFORM
      *> The tally drift check, the registrar comparison, the
      *> employer response-time report, the help desk report, the
      *> audit trail verification, the capacity forecast and the
      *> resume review queue report are weekly passes, not nightly
      *> ones.
           MOVE "W" TO WS-STEP-FREQ(12)
           MOVE "W" TO WS-STEP-FREQ(13)
           MOVE "W" TO WS-STEP-FREQ(18)
           MOVE "W" TO WS-STEP-FREQ(20)
           MOVE "W" TO WS-STEP-FREQ(26)
           MOVE "W" TO WS-STEP-FREQ(27)
           MOVE "W" TO WS-STEP-FREQ(30)
      *> Partner usage against the tier quotas is reported monthly.
           MOVE "M" TO WS-STEP-FREQ(24)

           OPEN OUTPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"

           CANCEL WS-STEP-PROGRAM.

       DISTRIBUTE-REPORTS.
      *> A distribution problem never fails the night: the steps
      *> have already recorded their own outcomes.
           CALL "REPORTDIST"
             ON EXCEPTION
               DISPLAY "REPORTDIST is not available; reports were "
                 "not distributed."
           END-CALL
           MOVE 0 TO RETURN-CODE
           CANCEL "REPORTDIST".

      *> The first row is the step's counts line; any CT rows after
      *> it are control totals to balance. An out-of-balance file
      *> fails the step and its name replaces the counts line.
       READ-STEP-SUMMARY.
           MOVE SPACES TO WS-RC-COUNTS
           MOVE "N" TO WS-CONTROL-FAILED
           MOVE SPACES TO WS-CONTROL-MESSAGE
           MOVE 0 TO WS-STEPSUMMARY-ROWS
           MOVE "N" TO WS-STEPSUMMARY-EOF
           OPEN INPUT STEPSUMMARY-FILE
           IF WS-STEPSUMMARY-STATUS = "00"
             PERFORM UNTIL WS-STEPSUMMARY-EOF = "Y"
               READ STEPSUMMARY-FILE
                 AT END
                   MOVE "Y" TO WS-STEPSUMMARY-EOF
                 NOT AT END
                   ADD 1 TO WS-STEPSUMMARY-ROWS
                   IF WS-STEPSUMMARY-ROWS = 1
                     MOVE STEPSUMMARY-RECORD TO WS-RC-COUNTS
                   ELSE
                     IF SC-TAG = "CT"
                       PERFORM CHECK-CONTROL-TOTALS
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STEPSUMMARY-FILE
           ELSE
             IF WS-STEPSUMMARY-STATUS = "05"
               CLOSE STEPSUMMARY-FILE
             END-IF
           END-IF

           IF WS-CONTROL-FAILED = "Y"
             MOVE "Y" TO WS-STEP-FAILED
             MOVE WS-CONTROL-MESSAGE TO WS-RC-COUNTS
           END-IF.

       CHECK-CONTROL-TOTALS.
           PERFORM COUNT-CONTROL-FILE

           MOVE "BALANCED" TO WS-CONTROL-RESULT
           IF SC-READ NOT = SC-WRITTEN + SC-DROPPED
             MOVE "UNBALANCED" TO WS-CONTROL-RESULT
             DISPLAY "  Control totals out of balance for "
               FUNCTION TRIM(SC-FILE) ": read " SC-READ
               ", written " SC-WRITTEN ", dropped " SC-DROPPED "."
           ELSE
             IF WS-CONTROL-COUNTED NOT = SC-WRITTEN
               MOVE "COUNT-DIFF" TO WS-CONTROL-RESULT
               DISPLAY "  " FUNCTION TRIM(SC-FILE) " holds "
                 WS-CONTROL-COUNTED " record(s); the step wrote "
                 SC-WRITTEN "."
             END-IF
           END-IF

           IF WS-CONTROL-RESULT NOT = "BALANCED"
             AND WS-CONTROL-FAILED NOT = "Y"
             MOVE "Y" TO WS-CONTROL-FAILED
             MOVE SPACES TO WS-CONTROL-MESSAGE
             STRING "control totals " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CONTROL-RESULT) DELIMITED BY SIZE
                    " for " DELIMITED BY SIZE
                    FUNCTION TRIM(SC-FILE) DELIMITED BY SIZE
               INTO WS-CONTROL-MESSAGE
             END-STRING
           END-IF

           PERFORM WRITE-CONTROL-LOG.

       COUNT-CONTROL-FILE.
           MOVE 0 TO WS-CONTROL-COUNTED
           MOVE "N" TO WS-CONTROL-COUNT-EOF
           MOVE SPACES TO WS-CONTROL-FILE-NAME
           MOVE SC-FILE TO WS-CONTROL-FILE-NAME
           OPEN INPUT CONTROL-COUNT-FILE
           IF WS-CONTROL-COUNT-STATUS = "00"
             PERFORM UNTIL WS-CONTROL-COUNT-EOF = "Y"
               READ CONTROL-COUNT-FILE
                 AT END
                   MOVE "Y" TO WS-CONTROL-COUNT-EOF
                 NOT AT END
                   ADD 1 TO WS-CONTROL-COUNTED
               END-READ
             END-PERFORM
             CLOSE CONTROL-COUNT-FILE
           ELSE
             IF WS-CONTROL-COUNT-STATUS = "05"
               CLOSE CONTROL-COUNT-FILE
             END-IF
           END-IF.

       WRITE-CONTROL-LOG.
           OPEN EXTEND BATCHCONTROL-FILE
           IF WS-BATCHCONTROL-STATUS = "35"
             OPEN OUTPUT BATCHCONTROL-FILE
             IF WS-BATCHCONTROL-STATUS = "00"
               CLOSE BATCHCONTROL-FILE
             END-IF
             OPEN EXTEND BATCHCONTROL-FILE
           END-IF

           IF WS-BATCHCONTROL-STATUS NOT = "00"
             AND WS-BATCHCONTROL-STATUS NOT = "05"
             DISPLAY "Unable to write BATCHCONTROL.DAT (status "
               WS-BATCHCONTROL-STATUS ")."
             EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-STAMP TO BC-RUN-DATE
           MOVE WS-STEP-IDX TO BC-STEP-NUM
           MOVE WS-STEP-PROGRAM TO BC-STEP-NAME
           MOVE SC-FILE TO BC-FILE
           MOVE SC-READ TO BC-READ
           MOVE SC-WRITTEN TO BC-WRITTEN
           MOVE SC-DROPPED TO BC-DROPPED
           MOVE SC-ARCHIVED TO BC-ARCHIVED
           MOVE SC-HELD TO BC-HELD
           MOVE WS-CONTROL-COUNTED TO BC-COUNTED
           MOVE WS-CONTROL-RESULT TO BC-RESULT
           WRITE BATCHCONTROL-RECORD
           CLOSE BATCHCONTROL-FILE.

       WRITE-RUN-CONTROL.
           OPEN EXTEND BATCHRUN-FILE
           IF WS-BATCHRUN-STATUS = "35"
