         77 WS-MAX-GENERATIONS PIC 9 VALUE 3.
         77 WS-ROTATE-GEN PIC 9 VALUE 0.

         77 WS-FILE-TOTAL PIC 9(2) VALUE 82.
         01 WS-FILE-LIST.
           05 WS-FILE-NAME-ENTRY PIC X(24) OCCURS 82 TIMES.
         77 WS-FILE-IDX PIC 9(2) VALUE 0.

         77 WS-COPIED-COUNT PIC 9(6) VALUE 0.
           MOVE "BATCHRUN.DAT" TO WS-FILE-NAME-ENTRY(42)
           MOVE "APPLICATIONS-HOLD.DAT" TO WS-FILE-NAME-ENTRY(43)
           MOVE "BOOKMARKS-HOLD.DAT" TO WS-FILE-NAME-ENTRY(44)
           MOVE "SIDEFILE-HOLD.DAT" TO WS-FILE-NAME-ENTRY(45)
           MOVE "EVENTSERIES.DAT" TO WS-FILE-NAME-ENTRY(46)
           MOVE "ROOMS.DAT" TO WS-FILE-NAME-ENTRY(47)
           MOVE "EVENTJOBS.DAT" TO WS-FILE-NAME-ENTRY(48)
           MOVE "FAIRREGS.DAT" TO WS-FILE-NAME-ENTRY(49)
           MOVE "FAIRVISITS.DAT" TO WS-FILE-NAME-ENTRY(50)
           MOVE "RESUMEBOOKS.DAT" TO WS-FILE-NAME-ENTRY(51)
           MOVE "STATEMENTS.DAT" TO WS-FILE-NAME-ENTRY(52)
           MOVE "PAYMENTS.DAT" TO WS-FILE-NAME-ENTRY(53)
           MOVE "COLLECTHOLDS.DAT" TO WS-FILE-NAME-ENTRY(54)
           MOVE "TWOSTEP.DAT" TO WS-FILE-NAME-ENTRY(55)
           MOVE "TICKETS.DAT" TO WS-FILE-NAME-ENTRY(56)
           MOVE "LEGALHOLDS.DAT" TO WS-FILE-NAME-ENTRY(57)
           MOVE "LEGALHOLDLOG.DAT" TO WS-FILE-NAME-ENTRY(58)
           MOVE "REPORTDIST.DAT" TO WS-FILE-NAME-ENTRY(59)
           MOVE "REPORTCATALOG.DAT" TO WS-FILE-NAME-ENTRY(60)
           MOVE "SMSPREFS.DAT" TO WS-FILE-NAME-ENTRY(61)
           MOVE "SMSQUEUE.DAT" TO WS-FILE-NAME-ENTRY(62)
           MOVE "SMSLOG.DAT" TO WS-FILE-NAME-ENTRY(63)
           MOVE "OUTSIDEAPPS.DAT" TO WS-FILE-NAME-ENTRY(64)
           MOVE "ATTENDANCE.DAT" TO WS-FILE-NAME-ENTRY(65)
           MOVE "PACKETS.DAT" TO WS-FILE-NAME-ENTRY(66)
           MOVE "SCREENANS.DAT" TO WS-FILE-NAME-ENTRY(67)
           MOVE "ANNUALCLOSE.DAT" TO WS-FILE-NAME-ENTRY(68)
           MOVE "CONTACTLOG.DAT" TO WS-FILE-NAME-ENTRY(69)
           MOVE "LOCATIONS.DAT" TO WS-FILE-NAME-ENTRY(70)
           MOVE "LOCALIAS.DAT" TO WS-FILE-NAME-ENTRY(71)
           MOVE "PROJECTS.DAT" TO WS-FILE-NAME-ENTRY(72)
           MOVE "CERTS.DAT" TO WS-FILE-NAME-ENTRY(73)
           MOVE "PROFHIST.DAT" TO WS-FILE-NAME-ENTRY(74)
           MOVE "MAILDELIVERY.DAT" TO WS-FILE-NAME-ENTRY(75)
           MOVE "AUDITVERIFY.DAT" TO WS-FILE-NAME-ENTRY(76)
           MOVE "ACADCODES.DAT" TO WS-FILE-NAME-ENTRY(77)
           MOVE "ACADALIAS.DAT" TO WS-FILE-NAME-ENTRY(78)
           MOVE "ATSFEEDS.DAT" TO WS-FILE-NAME-ENTRY(79)
           MOVE "ATSSENT.DAT" TO WS-FILE-NAME-ENTRY(80)
           MOVE "ATSEXPORTLOG.DAT" TO WS-FILE-NAME-ENTRY(81)
           MOVE "QUEUEHIST.DAT" TO WS-FILE-NAME-ENTRY(82).

       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
