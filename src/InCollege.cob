                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BOOKMARKS-STATUS.

              SELECT OPTIONAL JOB-CHANGES-FILE
                ASSIGN TO "JOBCHANGES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JOB-CHANGES-STATUS.

              SELECT OPTIONAL INTERVIEWS-FILE
                ASSIGN TO "INTERVIEWS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPTOUT-STATUS.

              SELECT OPTIONAL SYNDOPTOUT-FILE
                ASSIGN TO "SYNDOPTOUT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SYNDOPT-STATUS.

              SELECT OPTIONAL ATSFEEDS-FILE
                ASSIGN TO "ATSFEEDS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ATSFEED-STATUS.

              SELECT OPTIONAL PLACEMENTS-FILE
                ASSIGN TO "PLACEMENTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PLACEMENTS-STATUS.

              SELECT OPTIONAL OUTSIDEAPPS-FILE
                ASSIGN TO "OUTSIDEAPPS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUTSIDE-STATUS.

              SELECT OPTIONAL JOBVIEWS-FILE
                ASSIGN TO "JOBVIEWS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EVENTS-STATUS.

              SELECT OPTIONAL ROOMS-FILE
                ASSIGN TO "ROOMS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ROOMS-STATUS.

              SELECT OPTIONAL FAIRREGS-FILE
                ASSIGN TO "FAIRREGS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FAIRREGS-STATUS.

              SELECT OPTIONAL FAIRVISITS-FILE
                ASSIGN TO "FAIRVISITS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FAIRVISITS-STATUS.

              SELECT OPTIONAL EVENTJOBS-FILE
                ASSIGN TO "EVENTJOBS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EVENTJOBS-STATUS.

              SELECT OPTIONAL EVENTSERIES-FILE
                ASSIGN TO "EVENTSERIES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EVENTSERIES-STATUS.

              SELECT OPTIONAL RSVPS-FILE
                ASSIGN TO "RSVPS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MAILLOG-STATUS.

              SELECT OPTIONAL SMSPREFS-FILE
                ASSIGN TO "SMSPREFS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SMSPREFS-STATUS.

              SELECT OPTIONAL SMSQUEUE-FILE
                ASSIGN TO "SMSQUEUE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SMSQUEUE-STATUS.

              SELECT OPTIONAL SMSLOG-FILE
                ASSIGN TO "SMSLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SMSLOG-STATUS.

              SELECT OPTIONAL TALENTPOOLS-FILE
                ASSIGN TO "TALENTPOOLS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GROUPMEMBERS-STATUS.

              SELECT OPTIONAL GROUPPOSTS-FILE
                ASSIGN TO "GROUPPOSTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GROUPPOSTS-STATUS.

              SELECT OPTIONAL MENTORLOG-FILE
                ASSIGN TO "MENTORLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COMPANIES-STATUS.

              SELECT OPTIONAL LOCATIONS-FILE
                ASSIGN TO "LOCATIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOCATIONS-STATUS.

              SELECT OPTIONAL FOLLOWS-FILE
                ASSIGN TO "FOLLOWS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JOBSKILLS-STATUS.

              SELECT OPTIONAL JOBELIG-FILE
                ASSIGN TO "JOBELIG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JOBELIG-STATUS.

              SELECT OPTIONAL PENDINGRECRUITERS-FILE
                ASSIGN TO "PENDINGRECRUITERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONN-FILE-STATUS.

      *> Nightly network graph (NETWORKGRAPH), its completion
      *> control row, and the connections changed online since.
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

              SELECT OPTIONAL JOBRISK-FILE
                ASSIGN TO "JOBRISK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JOBRISK-STATUS.

              SELECT OPTIONAL MESSAGES-FILE
                ASSIGN TO "MESSAGES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COOPHOURS-STATUS.

              SELECT OPTIONAL ACADCAL-FILE
                ASSIGN TO "ACADCAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACADCAL-STATUS.

              SELECT OPTIONAL OUTCOMES-FILE
                ASSIGN TO "OUTCOMES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUTCOMES-STATUS.

              SELECT OPTIONAL EMPREVIEWS-FILE
                ASSIGN TO "EMPREVIEWS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EMPREVIEWS-STATUS.

              SELECT OPTIONAL COMPTEAM-FILE
                ASSIGN TO "COMPTEAM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COMPTEAM-STATUS.

              SELECT OPTIONAL COLLECTHOLDS-FILE
                ASSIGN TO "COLLECTHOLDS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COLLECTHOLDS-STATUS.

              SELECT OPTIONAL TWOSTEP-FILE
                ASSIGN TO "TWOSTEP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TWOSTEP-STATUS.

              SELECT OPTIONAL TICKETS-FILE
                ASSIGN TO "TICKETS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TICKETS-STATUS.

              SELECT OPTIONAL LEGALHOLDS-FILE
                ASSIGN TO "LEGALHOLDS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LEGALHOLDS-STATUS.

              SELECT OPTIONAL LEGALHOLDLOG-FILE
                ASSIGN TO "LEGALHOLDLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOLDLOG-STATUS.

              SELECT OPTIONAL AUDIT-FILE
                ASSIGN TO "AUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

              SELECT OPTIONAL SEARCHMISS-FILE
                ASSIGN TO "SEARCHMISS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENDOREQ-STATUS.

              SELECT OPTIONAL INTRODUCTIONS-FILE
                ASSIGN TO "INTRODUCTIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INTRO-STATUS.

              SELECT OPTIONAL ADVISEES-FILE
                ASSIGN TO "ADVISEES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADVISEE-STATUS.

              SELECT OPTIONAL APPOINTMENTS-FILE
                ASSIGN TO "APPOINTMENTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-APPT-STATUS.

              SELECT OPTIONAL REVIEWS-FILE
                ASSIGN TO "REVIEWS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REVIEWS-STATUS.

              SELECT OPTIONAL REVIEWNOTES-FILE
                ASSIGN TO "REVIEWNOTES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REVNOTES-STATUS.

              SELECT OPTIONAL MESSAGES-NEW-FILE
                ASSIGN TO "MESSAGES.NEW"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MSGNEW-STATUS.

              SELECT OPTIONAL CONVERSATIONS-FILE
                ASSIGN TO "CONVERSATIONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONVHDR-STATUS.

              SELECT OPTIONAL CONVOMSGS-FILE
                ASSIGN TO "CONVOMSGS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONVMSG-STATUS.

              SELECT OPTIONAL CONNECTIONS-NEW-FILE
                ASSIGN TO "CONNECTIONS.NEW"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CALEXPORT-STATUS.

              SELECT SHORTLIST-FILE
                ASSIGN TO DYNAMIC WS-SL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SL-FILE-STATUS.

              SELECT OPTIONAL IVFEEDBACK-FILE
                ASSIGN TO "IVFEEDBACK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IVFB-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> of the browse and alert views until the nightly publisher
      *> clears it. Spaces mean live as soon as moderation allows.
             05 JOB-PUBLISH-DATE PIC X(8).
      *> Work mode: O on-site, H hybrid, R remote. JOB-LOCATION holds
      *> the LOCATIONS.DAT master name ("City, ST" or Anywhere);
      *> spaces on older records read as on-site.
             05 JOB-WORK-MODE PIC X(1).

         FD APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
             05 BM-USERNAME PIC X(12).
             05 BM-JOB-ID PIC X(12).

      *> Before/after log of edits to a live posting, one row per
      *> changed field (TITLE, DESCRIPTION, LOCATION, SALARY,
      *> DEADLINE, OPENINGS).
         FD JOB-CHANGES-FILE.
           01 JOB-CHANGE-RECORD.
             05 JC-JOB-ID PIC X(12).
             05 JC-TIMESTAMP PIC X(12).
             05 JC-EDITOR PIC X(12).
             05 JC-FIELD PIC X(12).
             05 JC-BEFORE PIC X(100).
             05 JC-AFTER PIC X(100).

         FD INTERVIEWS-FILE.
           01 INTERVIEW-RECORD.
             05 IV-JOB-ID PIC X(12).
             05 IV-APPLICANT PIC X(12).
      *> Proposed interview time, YYYYMMDDHHMM
             05 IV-SLOT PIC X(12).
      *> P=proposed, A=accepted, D=declined, R=accepted with a
      *> new time requested (IV-NEW-SLOT), C=cancelled
             05 IV-STATUS PIC X(1).
      *> Y/N = slot inside the applicant's stated weekly
      *> availability; rows from before this field read as spaces
             05 IV-IN-WINDOW PIC X(1).
      *> After the slot: H=held, C=candidate no-show, E=employer
      *> no-show; spaces until one side records it
             05 IV-OUTCOME PIC X(1).
      *> Cancellation reason when IV-STATUS = C: 1=schedule
      *> conflict, 2=position filled or closed, 3=no longer
      *> interested, 4=illness or emergency, 5=other
             05 IV-CANCEL-CODE PIC X(1).
      *> Who asked for the new time, cancelled, or recorded the
      *> outcome -- the other party is the one notified
             05 IV-ACTION-BY PIC X(12).
             05 IV-NEW-SLOT PIC X(12).

         FD JOBS-ARCHIVE-FILE.
           01 JOB-ARCHIVE-RECORD.
             05 ARC-DEADLINE PIC X(8).
             05 ARC-ARCHIVED-DATE PIC X(8).
             05 ARC-REASON PIC X(12).
             05 ARC-WORK-MODE PIC X(1).

         FD SAVEDSEARCHES-FILE.
           01 SAVEDSEARCH-RECORD.
             05 SS-KEYWORD PIC X(30).
             05 SS-LOCATION PIC X(30).
             05 SS-CREATED-DATE PIC X(8).
      *> O/H/R to alert only on that work mode; spaces for any
             05 SS-WORK-MODE PIC X(1).

         FD OPTOUT-FILE.
           01 OPTOUT-RECORD.
             05 OO-USERNAME PIC X(12).

      *> Companies whose postings are kept out of the outbound
      *> syndication feed (SYNDICATEJOBS), keyed by company id.
         FD SYNDOPTOUT-FILE.
           01 SYNDOPTOUT-RECORD.
             05 SO-CO-ID PIC 9(4).
             05 SO-SET-BY PIC X(12).
             05 SO-SET-DATE PIC X(8).

      *> Companies that take a nightly applicant export for their own
      *> applicant-tracking system (ATSEXPORTS), keyed by company id.
         FD ATSFEEDS-FILE.
           01 ATSFEED-RECORD.
             05 AF-CO-ID PIC 9(4).
             05 AF-SET-BY PIC X(12).
             05 AF-SET-DATE PIC X(8).

         FD PLACEMENTS-FILE.
           01 PLACEMENT-RECORD.
             05 PL-JOB-ID PIC X(12).
             05 PL-USERNAME PIC X(12).
      *> H = hired, D = offer declined, N = not selected
             05 PL-OUTCOME PIC X(1).
      *> P = reported by the poster, S = self-reported by the student,
      *> O = self-reported hire off InCollege (PL-JOB-ID holds the
      *> OUTSIDEAPPS.DAT id)
             05 PL-REPORTER PIC X(1).
             05 PL-DATE PIC X(8).
      *> Y when the two sides reported different outcomes; flagged
      *> rows surface in the placements report for admin review
             05 PL-FLAGGED PIC X(1).

      *> Applications a student made directly with an employer,
      *> logged by the student so career services sees them.
         FD OUTSIDEAPPS-FILE.
           01 OUTSIDEAPP-RECORD.
      *> "OUT" and a nine-digit sequence
             05 OA-ID PIC X(12).
             05 OA-USERNAME PIC X(12).
             05 OA-EMPLOYER PIC X(30).
             05 OA-TITLE PIC X(30).
             05 OA-APPLIED-DATE PIC X(8).
             05 OA-SOURCE PIC X(20).
      *> Same codes as APP-STATUS: S applied, I interviewing,
      *> O offered, A hired, X offer declined, R rejected
             05 OA-STATUS PIC X(1).
             05 OA-STATUS-DATE PIC X(8).

         FD JOBVIEWS-FILE.
           01 JOBVIEW-RECORD.
             05 JV-VIEWER PIC X(12).

         FD QUARANTINE-FILE.
           01 QUARANTINE-RECORD.
      *> M = message, A = About Me, E = endorsement,
      *> G = student organization board post, C = group
      *> conversation message, V = employer review (target holds
      *> the CO-ID, extra the 1-5 rating)
             05 QU-TYPE PIC X(1).
             05 QU-AUTHOR PIC X(12).
             05 QU-TARGET PIC X(12).
             05 EV-DATE PIC X(8).
             05 EV-CAPACITY PIC 9(4).
             05 EV-OWNER PIC X(12).
      *> Blank for a one-off event; otherwise the EVENTSERIES.DAT id
      *> this occurrence was generated from.
             05 EV-SERIES-ID PIC X(12).
      *> Space = scheduled, X = this date cancelled by the organizer
             05 EV-STATUS PIC X(1).
      *> ROOMS.DAT id when booked into a campus room (blank for an
      *> off-site location); times are HHMM, blank on older rows,
      *> which are treated as running all day.
             05 EV-ROOM-ID PIC X(3).
             05 EV-START-TIME PIC X(4).
             05 EV-END-TIME PIC X(4).
      *> Company info session: the hosting company's CO-ID, zero-
      *> padded; blank for every other kind of event.
             05 EV-CO-ID PIC X(4).
      *> F = career fair (companies register for booths); space for
      *> every other kind of event.
             05 EV-TYPE PIC X(1).

      *> Career fair registrations: one row per company per fair,
      *> with its booth and the postings it is recruiting for.
         FD FAIRREGS-FILE.
           01 FAIRREG-RECORD.
             05 FR-EVENT-ID PIC X(12).
             05 FR-CO-ID PIC 9(4).
             05 FR-BOOTH PIC X(3).
             05 FR-REGISTERED-BY PIC X(12).
             05 FR-REG-DATE PIC X(8).
             05 FR-JOB-ID PIC X(12) OCCURS 5 TIMES.

      *> Students who stopped by a company's booth at a fair; their
      *> resume snapshot is kept in PACKETS.DAT under the fair's id.
         FD FAIRVISITS-FILE.
           01 FAIRVISIT-RECORD.
             05 FV-EVENT-ID PIC X(12).
             05 FV-CO-ID PIC 9(4).
             05 FV-USERNAME PIC X(12).
             05 FV-VISIT-DATE PIC X(8).
             05 FV-RECORDED-BY PIC X(12).

      *> Postings an info session is about, one row per event date
      *> and posting, so a job's detail view can list its sessions.
         FD EVENTJOBS-FILE.
           01 EVENTJOB-RECORD.
             05 EJ-EVENT-ID PIC X(12).
             05 EJ-JOB-ID PIC X(12).

         FD ROOMS-FILE.
           01 ROOM-RECORD.
             05 RM-ID PIC 9(3).
             05 RM-NAME PIC X(30).
             05 RM-CAPACITY PIC 9(4).
             05 RM-ACTIVE PIC X(1).

         FD EVENTSERIES-FILE.
           01 EVENTSERIES-RECORD.
             05 SR-ID PIC X(12).
             05 SR-TITLE PIC X(30).
      *> W = weekly, B = every two weeks
             05 SR-PATTERN PIC X(1).
             05 SR-START-DATE PIC X(8).
             05 SR-END-DATE PIC X(8).
             05 SR-OWNER PIC X(12).

         FD RSVPS-FILE.
           01 RSVP-RECORD.
             05 ML2-TYPE PIC X(4).
             05 ML2-QUEUED-TS PIC X(14).

      *> Text-message opt-ins: one row per user who has set up texts.
         FD SMSPREFS-FILE.
           01 SMSPREF-RECORD.
             05 SP-USERNAME PIC X(12).
      *> Y = wants texts, N = does not
             05 SP-OPT-IN PIC X(1).
             05 SP-MOBILE PIC X(15).
      *> Y = number verified, P = code sent and not yet entered
             05 SP-VERIFIED PIC X(1).
             05 SP-CODE PIC X(6).
             05 SP-CODE-DATE PIC X(8).
      *> Quiet hours HHMM; a window that ends earlier than it starts
      *> runs past midnight.
             05 SP-QUIET-FROM PIC X(4).
             05 SP-QUIET-TO PIC X(4).

      *> Outbound handoff the campus text gateway picks up; it holds
      *> each row until SQ-SEND-AT (YYYYMMDDHHMM).
         FD SMSQUEUE-FILE.
           01 SMSQUEUE-RECORD.
             05 SMQ-MOBILE PIC X(15).
             05 SMQ-USERNAME PIC X(12).
             05 SMQ-TYPE PIC X(4).
             05 SMQ-SEND-AT PIC X(12).
             05 SMQ-TEXT PIC X(160).

      *> Text send log: proof of what left the system and when.
         FD SMSLOG-FILE.
           01 SMSLOG-RECORD.
             05 SL-USERNAME PIC X(12).
             05 SL-TYPE PIC X(4).
             05 SL-REF PIC X(24).
             05 SL-QUEUED-TS PIC X(14).
             05 SL-SEND-AT PIC X(12).

      *> Named talent pools: candidates a recruiter saved out of
      *> talent search, one row per pool member, persisted per
      *> recruiter so a weekly search does not have to be re-run.
             05 CN-NOTE PIC X(100).

      *> Student organizations: the group master and its membership
      *> roster (role O = officer, M = member, P = join request
      *> waiting on an officer in a closed group).
         FD GROUPS-FILE.
           01 GROUP-RECORD.
             05 GR-ID PIC X(12).
             05 GR-NAME PIC X(30).
             05 GR-DESC PIC X(60).
             05 GR-OWNER PIC X(12).
      *> Y = closed: joining needs an officer's approval
             05 GR-CLOSED PIC X(1).

         FD GROUPMEMBERS-FILE.
           01 GROUPMEMBER-RECORD.
             05 GM-GROUP-ID PIC X(12).
             05 GM-USERNAME PIC X(12).
             05 GM-ROLE PIC X(1).
      *> Date the member joined, or the request was made
             05 GM-REQ-DATE PIC X(8).
      *> Academic year (its starting calendar year) the membership
      *> was last confirmed for, and the year GROUPRENEWAL last
      *> asked for a re-confirm. Rows from before renewal tracking
      *> read as spaces and are carried into the current year.
             05 GM-RENEWED-YEAR PIC X(4).
             05 GM-RENEW-ASKED PIC X(4).

      *> Group discussion board: a topic has a blank parent id, a
      *> reply carries its topic's id. Rows are never physically
      *> deleted (an officer's removal sets GP-STATUS), so the row
      *> count also numbers the next post id.
         FD GROUPPOSTS-FILE.
           01 GROUPPOST-RECORD.
             05 GP-POST-ID PIC X(12).
             05 GP-GROUP-ID PIC X(12).
             05 GP-PARENT-ID PIC X(12).
             05 GP-AUTHOR PIC X(12).
             05 GP-TIMESTAMP PIC X(14).
      *> Y = pinned to the top of the board by an officer
             05 GP-PINNED PIC X(1).
      *> space = live, R = removed by an officer
             05 GP-STATUS PIC X(1).
             05 GP-TITLE PIC X(40).
             05 GP-TEXT PIC X(200).

         FD MENTORLOG-FILE.
           01 MENTORLOG-RECORD.
             05 CO-DESC PIC X(60).
      *> Recruiter username that maintains this company entry
             05 CO-RECRUITER PIC X(12).
      *> Partnership tier: B basic (blank reads as basic), S silver,
      *> G gold; drives the posting quota, featured placement and
      *> the fee rows BILLINGSTATEMENTS prices from.
             05 CO-TIER PIC X(1).

      *> Location master (LOCATIONS utility; matched by LOCMATCH)
         FD LOCATIONS-FILE.
           01 LOCATION-RECORD.
             05 LOC-ID PIC 9(3).
             05 LOC-CITY PIC X(20).
             05 LOC-STATE PIC X(2).
             05 LOC-REGION PIC X(2).
             05 LOC-ACTIVE PIC X(1).

      *> Students following a company get a feed entry whenever one
      *> of its postings goes live.
             05 JT-LOCATION PIC X(30).
             05 JT-SALARY PIC X(30).
             05 JT-RECUR PIC X(1).
             05 JT-WORK-MODE PIC X(1).

      *> Admin-maintained job category taxonomy (JOBCATS utility);
      *> postings carry the JC-ID so "SWE Intern" and "Software
             05 JS-JOB-ID PIC X(12).
             05 JS-SC-ID PIC 9.

      *> Eligibility rules a poster may set on a posting: a
      *> graduation-year range (0 = open), whether alumni may apply,
      *> and up to five accepted majors (all blank = any major).
         FD JOBELIG-FILE.
           01 JOBELIG-RECORD.
             05 JE-JOB-ID PIC X(12).
             05 JE-GRAD-FROM PIC 9(4).
             05 JE-GRAD-TO PIC 9(4).
             05 JE-ALUMNI PIC X(1).
             05 JE-MAJOR PIC X(30) OCCURS 5 TIMES.

         FD PENDINGRECRUITERS-FILE.
           01 PENDINGRECRUITER-RECORD.
             05 PR-USERNAME PIC X(12).
             05 EST-USER1 PIC X(12).
             05 EST-USER2 PIC X(12).

      *> Header row first, then each user's rows in NG-USER order.
         FD NETGRAPH-FILE.
           01 NETGRAPH-RECORD.
             05 NG-USER PIC X(12).
      *> F = direct connection, S = second-degree contact
             05 NG-KIND PIC X(1).
             05 NG-OTHER PIC X(12).
             05 NG-MUTUAL PIC 9(4).
      *> S rows: the best mutual connection to go through
             05 NG-VIA PIC X(12).
           01 NETGRAPH-HEADER.
             05 NGH-MARK PIC X(12).
             05 NGH-KIND PIC X(1).
             05 NGH-BUILT PIC X(14).
             05 FILLER PIC X(14).

         FD NETGRAPHCTL-FILE.
           01 NETGRAPHCTL-RECORD.
             05 NCT-BUILT PIC X(14).
             05 NCT-ROWS PIC 9(8).

         FD NETCHANGES-FILE.
           01 NETCHANGE-RECORD.
             05 NC-USER1 PIC X(12).
             05 NC-USER2 PIC X(12).
      *> A = connected, R = removed, M = accounts merged
             05 NC-ACTION PIC X(1).
             05 NC-TIMESTAMP PIC X(14).

      *> Fraud risk rows for the job moderation queue; a student's
      *> "report this posting" is source S (see JOBRISK).
         FD JOBRISK-FILE.
           01 JOBRISK-RECORD.
             05 JR-JOB-ID PIC X(12).
             05 JR-SOURCE PIC X(1).
             05 JR-SCORE PIC 9(3).
             05 JR-BY PIC X(12).
             05 JR-DATE PIC X(8).
             05 JR-REASONS PIC X(100).

         FD CONNECTIONS-FILE.
           01 CONNECTION-RECORD.
             05 REQUESTER-USERNAME PIC X(12).
             05 RECIPIENT-USERNAME PIC X(12).
             05 REQUEST-STATUS PIC X.
             05 REQUEST-DECISION-DATE PIC X(8).
      *> Date the request was sent; blank on rows from before it was
      *> kept. REMINDED = Y once the recipient has been nudged.
             05 REQUEST-SENT-DATE PIC X(8).
             05 REQUEST-REMINDED PIC X.
      *> I = raised from an accepted introduction
             05 REQUEST-ORIGIN PIC X.

         FD MESSAGES-FILE.
           01 MESSAGE-RECORD.
             05 CH-STATUS PIC X(1).
             05 CH-NOTE PIC X(30).

      *> Academic calendar master, maintained by ACADCAL: T rows are
      *> terms (code such as 2026FA), H rows campus holidays; both
      *> carry an inclusive start/end date.
         FD ACADCAL-FILE.
           01 ACADCAL-RECORD.
             05 AC-TYPE PIC X(1).
             05 AC-CODE PIC X(6).
             05 AC-START PIC X(8).
             05 AC-END PIC X(8).
             05 AC-NAME PIC X(30).

      *> Graduate first-destination outcomes, one row per answer;
      *> the latest row for a user is the current one. OC-STATUS is
      *> E employed, C continuing education, M military, V service
      *> program, S still seeking, N not seeking. OC-SOURCE is G
      *> when the graduate chose the outcome, P when they confirmed
      *> the hire pre-filled from PLACEMENTS.DAT.
         FD OUTCOMES-FILE.
           01 OUTCOME-RECORD.
             05 OC-USERNAME PIC X(12).
             05 OC-STATUS PIC X(1).
             05 OC-ORG PIC X(30).
             05 OC-CONFIRMED PIC X(8).
             05 OC-SOURCE PIC X(1).

      *> Student reviews of a company's hiring process, one per
      *> student per company, written once the review has passed the
      *> content screen. The reviewer is kept only to enforce the
      *> one-review rule and is never shown; companies see the
      *> anonymous average and recent comments.
         FD EMPREVIEWS-FILE.
           01 EMPREVIEW-RECORD.
             05 ERV-CO-ID PIC 9(4).
             05 ERV-REVIEWER PIC X(12).
             05 ERV-RATING PIC 9(1).
             05 ERV-DATE PIC X(8).
             05 ERV-TEXT PIC X(70).

      *> Company hiring teams: the verified recruiter accounts that
      *> share a company's postings. A company with no rows here is
      *> a team of one, led by its CO-RECRUITER; once the lead adds a
      *> member the rows are the whole roster, lead included.
         FD COMPTEAM-FILE.
           01 COMPTEAM-RECORD.
             05 CT-CO-ID PIC 9(4).
             05 CT-MEMBER PIC X(12).
      *> L = team lead, M = member
             05 CT-ROLE PIC X(1).
             05 CT-ADDED-BY PIC X(12).
             05 CT-ADDED-DATE PIC X(8).

      *> Collection holds placed by RECEIVABLESAGING on employers
      *> with a statement unpaid 90 days; while a company has a row
      *> at status H no new posting goes up under its name.
         FD COLLECTHOLDS-FILE.
           01 COLLECTHOLD-RECORD.
             05 CLH-CO-ID PIC 9(4).
             05 CLH-PERIOD PIC X(6).
             05 CLH-AMOUNT PIC 9(7).
             05 CLH-PLACED-DATE PIC X(8).
             05 CLH-STATUS PIC X(1).
             05 CLH-CLEARED-BY PIC X(12).
             05 CLH-CLEARED-DATE PIC X(8).

      *> Two-step sign-in opt-ins: one row per user who has set a
      *> preference (Y on, N off). Recruiters and administrators are
      *> always required to use it whatever their row says.
         FD TWOSTEP-FILE.
           01 TWOSTEP-RECORD.
             05 TWS-USERNAME PIC X(12).
             05 TWS-ENABLED PIC X(1).
             05 TWS-SET-DATE PIC X(8).

      *> Help desk tickets, one row per ticket. Users open them here;
      *> administrators assign, answer, resolve and reopen them from
      *> AdminConsole, which rewrites the file.
         FD TICKETS-FILE.
           01 TICKET-RECORD.
             05 TK-ID PIC 9(6).
             05 TK-USERNAME PIC X(12).
      *> L login, A application, P job posting, D data correction,
      *> O other
             05 TK-CATEGORY PIC X(1).
      *> O open, R resolved
             05 TK-STATUS PIC X(1).
             05 TK-ASSIGNEE PIC X(12).
             05 TK-OPENED-TS PIC X(14).
             05 TK-RESOLVED-TS PIC X(14).
             05 TK-DESCRIPTION PIC X(80).

      *> Legal holds placed and released by administrators through
      *> ADMINACCOUNTS; the last row per user is the current state.
         FD LEGALHOLDS-FILE.
           01 LEGALHOLD-RECORD.
             05 LH-USERNAME PIC X(12).
      *> H = hold in force, R = released
             05 LH-STATUS PIC X(1).
             05 LH-DATE PIC X(8).
             05 LH-REQUESTED-BY PIC X(12).
             05 LH-CONFIRMED-BY PIC X(12).
             05 LH-CASE-REF PIC X(12).

      *> One row per item a hold kept from being removed.
         FD LEGALHOLDLOG-FILE.
           01 LEGALHOLDLOG-RECORD.
             05 HL-DATE PIC X(8).
             05 HL-PROGRAM PIC X(16).
             05 HL-USERNAME PIC X(12).
             05 HL-DETAIL PIC X(60).

         FD AUDIT-FILE.
           01 AUDIT-RECORD.
             05 AUD-TIMESTAMP PIC X(14).
             05 AUD-ACTOR PIC X(12).
             05 AUD-ACTION PIC X(12).
             05 AUD-TARGET PIC X(12).
             05 AUD-BEFORE-VALUE PIC X(30).
             05 AUD-SECOND-ACTOR PIC X(12).
      *> Chain link written by AUDITCHAIN; blank on older rows
             05 AUD-SEQ PIC X(8).
             05 AUD-DIGEST PIC X(16).

         FD SEARCHMISS-FILE.
           01 SEARCHMISS-RECORD.
             05 SM-DATE PIC X(8).
             05 ER-STATUS PIC X(1).
             05 ER-DATE PIC X(8).

         FD INTRODUCTIONS-FILE.
           01 INTRO-RECORD.
             05 IN-REQUESTER PIC X(12).
             05 IN-BROKER PIC X(12).
             05 IN-TARGET PIC X(12).
      *> P = waiting on the mutual connection, F = forwarded to the
      *> target, D = declined by the mutual connection, R = declined
      *> by the target, A = accepted (connection request raised),
      *> X = closed because a block now stands between two of them
             05 IN-STATUS PIC X(1).
             05 IN-ASKED-DATE PIC X(8).
             05 IN-ACTION-DATE PIC X(8).
             05 IN-ASK-NOTE PIC X(60).
             05 IN-FWD-NOTE PIC X(60).

      *> Advisor caseload: one row per advisor/advisee pairing,
      *> maintained with ADMINACCOUNTS ADVISE / UNADVISE.
         FD ADVISEES-FILE.
           01 ADVISEE-RECORD.
             05 AV-ADVISOR PIC X(12).
             05 AV-STUDENT PIC X(12).
             05 AV-ASSIGNED-DATE PIC X(8).

      *> Career-counseling appointment slots, one row per slot a
      *> counselor publishes.
         FD APPOINTMENTS-FILE.
           01 APPOINTMENT-RECORD.
             05 AP-COUNSELOR PIC X(12).
             05 AP-SLOT PIC X(12).
      *> R = resume review, M = mock interview, C = career exploration
             05 AP-TYPE PIC X(1).
      *> O = open, B = booked, X = withdrawn by the counselor
             05 AP-STATUS PIC X(1).
             05 AP-STUDENT PIC X(12).
             05 AP-BOOKED-DATE PIC X(8).
      *> Set once the time has passed: A = attended, N = no-show
             05 AP-OUTCOME PIC X(1).

      *> Resume review queue. The resume itself is frozen into
      *> PACKETS.DAT under RV-ID when the student submits it.
         FD REVIEWS-FILE.
           01 REVIEW-RECORD.
             05 RV-ID PIC X(12).
             05 RV-STUDENT PIC X(12).
             05 RV-SUBMITTED-TS PIC X(12).
      *> Q = waiting, P = picked up by a counselor, D = returned
             05 RV-STATUS PIC X(1).
             05 RV-COUNSELOR PIC X(12).
             05 RV-PICKED-TS PIC X(12).
             05 RV-RETURNED-TS PIC X(12).

      *> Counselor comments on a review; RN-LINE-REF is the snapshot
      *> line the comment belongs to, 000 for an overall comment.
         FD REVIEWNOTES-FILE.
           01 REVIEWNOTE-RECORD.
             05 RN-ID PIC X(12).
             05 RN-LINE-REF PIC 9(3).
             05 RN-COUNSELOR PIC X(12).
             05 RN-TS PIC X(12).
             05 RN-TEXT PIC X(80).

         FD MESSAGES-NEW-FILE.
           01 MESSAGE-NEW-RECORD.
             05 MSGN-SENDER PIC X(12).
             05 MSGN-READ-FLAG PIC X.
             05 MSGN-DELETED-FLAG PIC X.

      *> Group conversation header: the creator holds slot 1 and
      *> up to seven of the creator's connections fill the rest.
      *> Rows are never rewritten, so the row count numbers the
      *> next conversation id.
         FD CONVERSATIONS-FILE.
           01 CONVERSATION-RECORD.
             05 CV-ID PIC X(12).
             05 CV-CREATOR PIC X(12).
             05 CV-TITLE PIC X(30).
             05 CV-CREATED PIC X(14).
             05 CV-MEMBER PIC X(12) OCCURS 8 TIMES.

      *> One row per message posted to a group conversation. Each
      *> read flag lines up with the member slot in the header:
      *> N = unread, Y = read (always Y for the sender), X = withheld
      *> because that member blocks the sender, space = empty slot.
         FD CONVOMSGS-FILE.
           01 CONVOMSG-RECORD.
             05 CM-CONVO-ID PIC X(12).
             05 CM-SENDER PIC X(12).
             05 CM-TIMESTAMP PIC X(14).
             05 CM-CONTENT PIC X(200).
             05 CM-READ-FLAG PIC X(1) OCCURS 8 TIMES.

         FD CONNECTIONS-NEW-FILE.
           01 CONNECTION-NEW-RECORD.
             05 CNW-REQUESTER PIC X(12).
             05 CNW-RECIPIENT PIC X(12).
             05 CNW-STATUS PIC X.
             05 CNW-DECISION-DATE PIC X(8).
             05 CNW-SENT-DATE PIC X(8).
             05 CNW-REMINDED PIC X.
             05 CNW-ORIGIN PIC X.

         FD COMMIT-MARKER-FILE.
           01 COMMIT-MARKER-RECORD PIC 9(8).
         FD CALEXPORT-FILE.
           01 CALEXPORT-LINE PIC X(100).

         FD SHORTLIST-FILE.
           01 SHORTLIST-LINE PIC X(80).

         FD IVFEEDBACK-FILE.
           01 IVFEEDBACK-RECORD.
      *> One scorecard per interview: job + applicant + slot
             05 FB-JOB-ID PIC X(12).
             05 FB-APPLICANT PIC X(12).
             05 FB-SLOT PIC X(12).
      *> S = screening round, T = second round, F = final round
             05 FB-ROUND PIC X(1).
             05 FB-INTERVIEWER PIC X(12).
             05 FB-DATE PIC X(8).
      *> Fixed criteria, each rated 1 (poor) through 5 (excellent):
      *> technical skills, communication, problem solving, team fit
             05 FB-RATING PIC 9(1) OCCURS 4 TIMES.
      *> Y = advance, H = hold, N = do not advance
             05 FB-RECOMMEND PIC X(1).
             05 FB-NOTE PIC X(60).

       WORKING-STORAGE SECTION.

         77 WS-EXIT-PROGRAM PIC X VALUE "N".
         77 WS-SEC-ANSWER PIC X(30).
      *> WS-ACCOUNT-TYPE is "S" for student or "R" for recruiter/
      *> employer, captured at signup and returned by LOGINPROG so
      *> job-posting and student-directory features can be scoped;
      *> "F" is a faculty advisor or career counselor, granted with
      *> ADMINACCOUNTS MAKEADVISOR.
         77 WS-ACCOUNT-TYPE PIC X(1).
      *> WS-STATUS is a 1 character success/failure flag, 'Y' for success and 'N' for failure
         77 WS-STATUS PIC X(1).
            10 WS-VIEW-EDU-VERIFIED PIC X(1).
        77 WS-VIEW-EXP-COUNT PIC 99 VALUE 0.
        77 WS-VIEW-EDU-COUNT PIC 99 VALUE 0.
      *> Projects and certifications (VIEWEXTRAS)
        01 WS-VIEW-PROJECT-LIST.
          05 WS-VIEW-PRJ-ENTRY OCCURS 10 TIMES.
            10 WS-VIEW-PRJ-NAME PIC X(30).
            10 WS-VIEW-PRJ-ROLE PIC X(30).
            10 WS-VIEW-PRJ-DATE PIC X(10).
            10 WS-VIEW-PRJ-DESC PIC X(100).
        01 WS-VIEW-CERT-LIST.
          05 WS-VIEW-CRT-ENTRY OCCURS 10 TIMES.
            10 WS-VIEW-CRT-NAME PIC X(30).
            10 WS-VIEW-CRT-ISSUER PIC X(30).
            10 WS-VIEW-CRT-ISSUED-DATE PIC X(8).
            10 WS-VIEW-CRT-EXPIRY-DATE PIC X(8).
            10 WS-VIEW-CRT-CREDENTIAL-ID PIC X(20).
        77 WS-VIEW-PRJ-COUNT PIC 99 VALUE 0.
        77 WS-VIEW-CRT-COUNT PIC 99 VALUE 0.
        77 WS-VIEW-EXTRAS-USER PIC X(12).
      *> One project or certification formatted for display: up to
      *> three detail lines plus a one-line summary for the export
      *> and packet snapshots.
        01 WS-XTRA-LINES.
          05 WS-XTRA-LINE PIC X(100) OCCURS 3 TIMES.
        77 WS-XTRA-LINE-COUNT PIC 9 VALUE 0.
        77 WS-XTRA-IDX PIC 9 VALUE 0.
        77 WS-XTRA-SUMMARY PIC X(100).
        77 WS-XTRA-PTR PIC 9(3) VALUE 1.
        77 WS-XTRA-TODAY PIC X(8).
        77 WS-CRT-EXPIRED PIC X VALUE "N".
        77 WS-PROFILE-FOUND PIC X VALUE "N".
        77 WS-VIEW-INDEX PIC 99 VALUE 0.
        77 WS-YEAR-TEXT PIC X(4).
      *> WS-PROFILE-CHOICE Indicates if user wants to add optional info or not
         77 WS-PROFILE-CHOICE PIC X(1).
      *> WS-PROFILE-ACTION Indicates to EDITPROFILE what part of profile to edit: 1=basic,2=experience,3=education
      *> 4=project,5=certification
         77 WS-PROFILE-ACTION PIC 9(1).
      *> Profile input control flags and limits
        77 WS-VALID-INPUT PIC X VALUE "N".
           05 WS-EDU-UNI PIC X(30).
           05 WS-EDU-START-YEAR PIC 9(4).
           05 WS-EDU-END-YEAR PIC 9(4).
      *> Optional project entries
         01 WS-PROJECT.
           05 WS-PRJ-NAME PIC X(30).
           05 WS-PRJ-ROLE PIC X(30).
           05 WS-PRJ-DATE PIC X(10).
           05 WS-PRJ-DESC PIC X(100).
      *> Optional certification entries
         01 WS-CERTIFICATION.
           05 WS-CRT-NAME PIC X(30).
           05 WS-CRT-ISSUER PIC X(30).
           05 WS-CRT-ISSUED-DATE PIC X(8).
           05 WS-CRT-EXPIRY-DATE PIC X(8).
           05 WS-CRT-CREDENTIAL-ID PIC X(20).
         77 WS-PRJ-ENTRY-COUNT PIC 99 VALUE 0.
         77 WS-CRT-ENTRY-COUNT PIC 99 VALUE 0.

      *> WS-TRIMMED-IN: holds trimmed input
      *> WS-IN-LEN: length trimmed input
           05 WS-JOB-OPENINGS PIC X(4).
           05 WS-JOB-CATEGORY PIC X(3).
           05 WS-JOB-PUBLISH-DATE PIC X(8).
           05 WS-JOB-WORK-MODE PIC X(1).
         77 WS-JOBS-EOF PIC X VALUE "N".
      *> WS-JOBS-FOUND: "Y"/"N" any postings found this pass, "E" on file error
         77 WS-JOBS-FOUND PIC X VALUE "N".
         77 WS-BROWSE-KEYWORD PIC X(30).
         77 WS-BROWSE-LOCATION PIC X(30).
         77 WS-BROWSE-EMPLOYER PIC X(30).
      *> O/H/R work-mode filter, and Y when WS-BROWSE-LOCATION is a
      *> master name to match whole rather than as a substring
         77 WS-BROWSE-WORK-MODE PIC X(1).
         77 WS-BROWSE-LOC-EXACT PIC X VALUE "N".
         77 WS-JOB-MATCHES-FILTER PIC X VALUE "Y".
         01 WS-JOB-POS-TABLE.
           05 WS-JOB-POS PIC 9(4) OCCURS 1000 TIMES.
             10 WS-IV-SLOT PIC X(12).
             10 WS-IV-STATUS PIC X(1).
             10 WS-IV-INWIN PIC X(1).
             10 WS-IV-OUTCOME PIC X(1).
             10 WS-IV-CANCEL-CODE PIC X(1).
             10 WS-IV-ACTION-BY PIC X(12).
             10 WS-IV-NEW-SLOT PIC X(12).
      *> Slot as read from the file, so a rescheduled row can still
      *> be matched back to its record when the table is saved
             10 WS-IV-ORIG-SLOT PIC X(12).
         77 WS-IV-COUNT PIC 9(4) VALUE 0.
         77 WS-IV-IDX PIC 9(4) VALUE 0.
         01 WS-IV-PENDING-TABLE.
      *> with a live interview for either side.
         77 WS-IV-CONFLICT PIC X VALUE "N".
         77 WS-IV-CHECK-IDX PIC 9(4) VALUE 0.
      *> The two parties the conflict check tests WS-IV-SLOT-IN
      *> against; set by whoever is proposing or moving a slot.
         77 WS-IV-CHK-POSTER PIC X(12).
         77 WS-IV-CHK-APPLICANT PIC X(12).
      *> Reschedule / cancel / outcome handling
         77 WS-IV-CHANGED PIC X VALUE "N".
         77 WS-IV-OTHER-PARTY PIC X(12).
         77 WS-IV-ACTION PIC X(1).
         01 WS-IV-MINE-TABLE.
           05 WS-IV-MINE-ENTRY PIC 9(4) OCCURS 100 TIMES.
         77 WS-IV-MINE-COUNT PIC 9(4) VALUE 0.
         77 WS-IV-MINE-PICK PIC 9(4) VALUE 0.
         77 WS-IV-NOW-STAMP PIC X(12).
         77 WS-IV-OUTCOME-LABEL PIC X(20).

      *> ===== Interview feedback (scorecard) working storage =====
         77 WS-IVFB-STATUS PIC XX.
         77 WS-IVFB-EOF PIC X VALUE "N".
         01 WS-IVFB-PICK-TABLE.
           05 WS-IVFB-PICK-ENTRY PIC 9(4) OCCURS 100 TIMES.
         77 WS-IVFB-PICK-COUNT PIC 9(4) VALUE 0.
         77 WS-IVFB-PICK PIC 9(4) VALUE 0.
         77 WS-IVFB-DUPLICATE PIC X VALUE "N".
         77 WS-IVFB-ROUND PIC X(1).
         77 WS-IVFB-RECOMMEND PIC X(1).
         01 WS-IVFB-RATINGS.
           05 WS-IVFB-RATING PIC 9(1) OCCURS 4 TIMES.
         77 WS-IVFB-CRIT-IDX PIC 9(1) VALUE 0.
         77 WS-IVFB-CRIT-LABEL PIC X(16).
         77 WS-IVFB-ROUND-LABEL PIC X(12).
         77 WS-IVFB-REC-LABEL PIC X(16).
         77 WS-IVFB-NOTE PIC X(60).
      *> Per-applicant rollup of every scorecard on one posting
         01 WS-IVFB-ROLLUP-TABLE.
           05 WS-IVFB-RU-ENTRY OCCURS 200 TIMES.
             10 WS-IVFB-RU-APPLICANT PIC X(12).
             10 WS-IVFB-RU-CARDS PIC 9(3).
             10 WS-IVFB-RU-SCREEN PIC 9(3).
             10 WS-IVFB-RU-SECOND PIC 9(3).
             10 WS-IVFB-RU-FINAL PIC 9(3).
             10 WS-IVFB-RU-SUM PIC 9(5) OCCURS 4 TIMES.
             10 WS-IVFB-RU-LAST-SLOT PIC X(12).
             10 WS-IVFB-RU-LAST-REC PIC X(1).
         77 WS-IVFB-RU-COUNT PIC 9(4) VALUE 0.
         77 WS-IVFB-RU-IDX PIC 9(4) VALUE 0.
         77 WS-IVFB-RU-FOUND PIC 9(4) VALUE 0.
         77 WS-IVFB-TOTAL-SUM PIC 9(6) VALUE 0.
         77 WS-IVFB-AVG PIC 9V9 VALUE 0.
         01 WS-IVFB-AVG-TEXT-TABLE.
           05 WS-IVFB-AVG-TEXT PIC 9.9 OCCURS 5 TIMES.

      *> ===== Safe-commit (crash-safe rewrite) working storage =====
      *> Whole-file rewrites go to a .NEW work file first, are
         77 WS-SAFE-MARKER-NAME PIC X(40).
         77 WS-SAFE-EXPECTED PIC 9(8) VALUE 0.
         77 WS-SAFE-OK PIC X VALUE "N".
         77 WS-PROTECTED-TOTAL PIC 9(2) VALUE 27.
         01 WS-PROTECTED-LIST.
           05 WS-PROTECTED-BASE PIC X(20) OCCURS 27 TIMES.
         77 WS-PROTECTED-IDX PIC 9(2) VALUE 0.
         77 WS-MARKER-PRESENT PIC X VALUE "N".
         77 WS-WORK-PRESENT PIC X VALUE "N".
             10 WS-ARC-EMPLOYER PIC X(30).
             10 WS-ARC-LOCATION PIC X(30).
             10 WS-ARC-SALARY PIC X(30).
             10 WS-ARC-WORK-MODE PIC X(1).
         77 WS-ARC-PICK PIC 9(4) VALUE 0.

      *> ===== Posting template working storage =====
             10 WS-JT-LOCATION PIC X(30).
             10 WS-JT-SALARY PIC X(30).
             10 WS-JT-RECUR PIC X(1).
             10 WS-JT-WORK-MODE PIC X(1).
         77 WS-JT-COUNT PIC 9(2) VALUE 0.
         77 WS-JT-IDX PIC 9(2) VALUE 0.
         77 WS-JT-PICK PIC 9(2) VALUE 0.
             10 WS-JOBROW-OPENINGS PIC X(4).
             10 WS-JOBROW-CATEGORY PIC X(3).
             10 WS-JOBROW-PUBLISH PIC X(8).
             10 WS-JOBROW-WORK-MODE PIC X(1).
         01 WS-MY-POST-TABLE.
           05 WS-MY-POST-ROW PIC 9(4) OCCURS 1000 TIMES.

      *> Editing a live posting (EDIT-LIVE-POSTING)
         77 WS-JOB-CHANGES-STATUS PIC XX.
         77 WS-JOB-CHANGES-EOF PIC X VALUE "N".
         77 WS-EDIT-CHOICE PIC X.
         01 WS-EDIT-OLD-FIELDS.
           05 WS-EDIT-OLD-TITLE PIC X(30).
           05 WS-EDIT-OLD-DESC PIC X(100).
           05 WS-EDIT-OLD-LOCATION PIC X(30).
           05 WS-EDIT-OLD-SALARY PIC X(30).
           05 WS-EDIT-OLD-DEADLINE PIC X(8).
           05 WS-EDIT-OLD-OPENINGS PIC X(4).
           05 WS-EDIT-OLD-WORK-MODE PIC X(1).
         01 WS-EDIT-NEW-FIELDS.
           05 WS-EDIT-NEW-TITLE PIC X(30).
           05 WS-EDIT-NEW-DESC PIC X(100).
           05 WS-EDIT-NEW-LOCATION PIC X(30).
           05 WS-EDIT-NEW-SALARY PIC X(30).
           05 WS-EDIT-NEW-DEADLINE PIC X(8).
           05 WS-EDIT-NEW-OPENINGS PIC X(4).
           05 WS-EDIT-NEW-WORK-MODE PIC X(1).
      *> More letters than this changed across title and description
      *> counts as a rewording and goes back to moderation (PARAMS
      *> POST-EDIT-MATERIAL).
         77 WS-EDIT-MATERIAL-CHARS PIC 9(3) VALUE 10.
         77 WS-EDIT-MATERIAL PIC X VALUE "N".
         77 WS-EDIT-DIFFS PIC 9(3) VALUE 0.
         77 WS-EDIT-POS PIC 9(3) VALUE 0.
         77 WS-EDIT-APPLIED PIC X VALUE "N".
         77 WS-EDIT-FIELD-LIST PIC X(30).
         77 WS-EDIT-PTR PIC 9(3) VALUE 1.
         77 WS-EDIT-LOG-SHOWN PIC 9(4) VALUE 0.
         77 WS-EDIT-NOTIF-TEXT PIC X(60).
         77 WS-EDIT-AUD-USER PIC X(12).
         77 WS-EDIT-AUD-MAX PIC 9(4) VALUE 500.
         01 WS-EDIT-AUD-TABLE.
           05 WS-EDIT-AUD-ENTRY PIC X(12) OCCURS 500 TIMES.
         77 WS-EDIT-AUD-COUNT PIC 9(4) VALUE 0.
         77 WS-EDIT-AUD-IDX PIC 9(4) VALUE 0.
      *> Duplicate posting check (FIND-DUPLICATE-POSTING). Match keys
      *> are upper-case letters and digits only; titles whose keys
      *> differ in no more than WS-DUP-TITLE-TOLERANCE positions count
      *> as the same job.
         77 WS-DUP-KEY-IN PIC X(30).
         77 WS-DUP-KEY-OUT PIC X(30).
         77 WS-DUP-KEY-LEN PIC 9(2) VALUE 0.
         77 WS-DUP-KEY-POS PIC 9(2) VALUE 0.
         77 WS-DUP-KEY-CHAR PIC X.
         77 WS-DUP-NEW-EMPLOYER PIC X(30).
         77 WS-DUP-NEW-TITLE PIC X(30).
         77 WS-DUP-NEW-LOCATION PIC X(30).
         77 WS-DUP-ROW-TITLE PIC X(30).
         77 WS-DUP-TITLE-DIFFS PIC 9(2) VALUE 0.
         77 WS-DUP-TITLE-TOLERANCE PIC 9(2) VALUE 3.
         77 WS-DUP-FOUND-ID PIC X(12).
         77 WS-DUP-FOUND-TITLE PIC X(30).

      *> ===== My Network working storage (VIEWNET_SRC.cpy) =====
         77 WS-EST-FILE-STATUS PIC XX.
         77 WS-EST-EOF PIC X VALUE "N".
         77 WS-OPTOUT-IDX PIC 9(4) VALUE 0.
         77 WS-ACCT-LOOKUP-USER PIC X(12).
         77 WS-ACCT-LOOKUP-TYPE PIC X(1).
         77 WS-ACCT-LOOKUP-ACTIVE PIC X(1).

      *> ===== Placement outcome working storage =====
         77 WS-PLACEMENTS-STATUS PIC XX.
           05 WS-MYAPP-JOB-ID PIC X(12) OCCURS 100 TIMES.
         77 WS-MYAPP-PICK PIC 9(4) VALUE 0.

      *> ===== Outside application working storage =====
         77 WS-OUTSIDE-STATUS PIC XX.
         77 WS-OUTSIDE-EOF PIC X VALUE "N".
         01 WS-OUTSIDE-TABLE.
           05 WS-OX-ENTRY OCCURS 100 TIMES.
             10 WS-OX-ID PIC X(12).
             10 WS-OX-STATUS PIC X(1).
         77 WS-OX-COUNT PIC 9(4) VALUE 0.
         77 WS-OX-PICK PIC 9(4) VALUE 0.
         77 WS-OX-SEQ PIC 9(9) VALUE 0.
         77 WS-OX-HIGH-SEQ PIC 9(9) VALUE 0.
         77 WS-OX-NEW-ID PIC X(12).
         77 WS-OX-NEW-STATUS PIC X(1).
         77 WS-OX-EMPLOYER PIC X(30).
         77 WS-OX-TITLE PIC X(30).
         77 WS-OX-APPLIED PIC X(8).
         77 WS-OX-SOURCE PIC X(20).
         77 WS-OX-LABEL PIC X(20).
         77 WS-OX-KEPT PIC 9(8) VALUE 0.

      *> ===== Openings auto-close working storage =====
         77 WS-OPENINGS-LEFT PIC 9(4) VALUE 0.
         77 WS-JOBS-STREAM-KEPT PIC 9(8) VALUE 0.
         77 WS-MPF-COUNT PIC 9(4) VALUE 0.
         77 WS-MPF-IDX PIC 9(4) VALUE 0.

      *> ===== Campus text gateway working storage =====
         77 WS-SMSPREFS-STATUS PIC XX.
         77 WS-SMSQUEUE-STATUS PIC XX.
         77 WS-SMSLOG-STATUS PIC XX.
         77 WS-SMSPREFS-EOF PIC X VALUE "N".
         77 WS-SMS-USER PIC X(12).
         77 WS-SMS-FOUND PIC X VALUE "N".
         77 WS-SMS-OPT-IN PIC X(1).
         77 WS-SMS-MOBILE PIC X(15).
         77 WS-SMS-VERIFIED PIC X(1).
         77 WS-SMS-CODE PIC X(6).
         77 WS-SMS-CODE-DATE PIC X(8).
         77 WS-SMS-QUIET-FROM PIC X(4).
         77 WS-SMS-QUIET-TO PIC X(4).
         77 WS-SMS-TYPE PIC X(4).
         77 WS-SMS-REF PIC X(24).
         77 WS-SMS-TEXT PIC X(160).
      *> Y = send even though the number is not yet verified (the
      *> verification code itself)
         77 WS-SMS-VERIFY-SEND PIC X VALUE "N".
         77 WS-SMS-QUEUED PIC X VALUE "N".
         77 WS-SMS-SEND-AT PIC X(12).
         77 WS-SMS-SEND-HHMM PIC X(4).
         77 WS-SMS-CODE-SEED PIC 9(9) VALUE 0.
         77 WS-SMS-CODE-NUM PIC 9(6) VALUE 0.
         77 WS-SMS-HHMM-IN PIC X(4).
         77 WS-SMS-HHMM-OK PIC X VALUE "N".
         01 WS-SMSPREF-TABLE.
           05 WS-SPF-ENTRY OCCURS 2000 TIMES.
             10 WS-SPF-ROW PIC X(51).
         77 WS-SPF-COUNT PIC 9(4) VALUE 0.
         77 WS-SPF-IDX PIC 9(4) VALUE 0.

      *> ===== Talent pool working storage =====
         77 WS-TALENTPOOLS-STATUS PIC XX.
         77 WS-TALENTPOOLS-EOF PIC X VALUE "N".
         77 WS-MUTUAL-CANDIDATE PIC X(12).
         77 WS-MUTUAL-COUNT PIC 9(4) VALUE 0.

      *> ===== Nightly network graph working storage =====
         77 WS-NETGRAPH-STATUS PIC XX.
         77 WS-NETGRAPHCTL-STATUS PIC XX.
         77 WS-NETCHANGES-STATUS PIC XX.
         77 WS-NG-EOF PIC X VALUE "N".
         77 WS-NG-BUILT PIC X(14).
         77 WS-NG-KEY PIC X(12).
      *> READY = the graph is complete and was read for me;
      *> FROM-GRAPH = my connections table came from it
         77 WS-NG-READY PIC X VALUE "N".
         77 WS-NG-FROM-GRAPH PIC X VALUE "N".
         77 WS-NG-STALE PIC X VALUE "N".
         77 WS-NG-HIT PIC X VALUE "N".
         77 WS-NG-CHECK-OTHER PIC X(12).
         77 WS-NG-CHECK-FRIENDS PIC X VALUE "N".
      *> Connections I share with each entry of WS-MY-CONN-TABLE
         01 WS-NG-FIRST-MUTUALS.
           05 WS-NG-FM PIC 9(4) OCCURS 1000 TIMES.
         77 WS-NG-MAX-SD PIC 9(4) VALUE 100.
         01 WS-NG-SD-TABLE.
           05 WS-NG-SD-ENTRY OCCURS 100 TIMES.
             10 WS-NG-SD-USER PIC X(12).
             10 WS-NG-SD-MUTUAL PIC 9(4).
             10 WS-NG-SD-VIA PIC X(12).
         77 WS-NG-SD-COUNT PIC 9(4) VALUE 0.
         77 WS-NG-SD-IDX PIC 9(4) VALUE 0.
         77 WS-NG-CHANGE-USER1 PIC X(12).
         77 WS-NG-CHANGE-USER2 PIC X(12).
         77 WS-NG-CHANGE-ACTION PIC X(1).

      *> ===== Report this posting (BROWSEJOBS_SRC.cpy) =====
         77 WS-JOBRISK-STATUS PIC XX.
         77 WS-JOBRISK-EOF PIC X VALUE "N".
         77 WS-JR-ALREADY PIC X VALUE "N".
         77 WS-JR-POSTER PIC X(12).

      *> ===== Referral hint on job details (BROWSEJOBS_SRC.cpy) =====
         77 WS-EXP-FILE-STATUS PIC XX.
         77 WS-EXP-EOF PIC X VALUE "N".
             10 WS-CONN-RECIPIENT PIC X(12).
             10 WS-CONN-STATUS PIC X.
             10 WS-CONN-DECISION-DATE PIC X(8).
             10 WS-CONN-SENT-DATE PIC X(8).
             10 WS-CONN-REMINDED PIC X.
             10 WS-CONN-ORIGIN PIC X.
         77 WS-CONN-COUNT PIC 9(4) VALUE 0.
         77 WS-CONN-IDX PIC 9(4).
         77 WS-CONN-EOF PIC X VALUE "N".
         77 WS-ENDORSE-EOF PIC X VALUE "N".
         77 WS-ENDORSE-CHOICE PIC X.
         77 WS-ENDORSE-TYPE-CHOICE PIC X.
         77 WS-ENDORSE-MAX-NUM PIC 99 VALUE 0.
         77 WS-ENDORSE-ENTRY-TYPE PIC X.
         77 WS-ENDORSE-ENTRY-NUM PIC 99.
         77 WS-ENDORSE-TEXT PIC X(60).
         77 WS-CH-TERM-WORK PIC X(6).
         77 WS-CH-MONTH PIC 9(2) VALUE 0.
         77 WS-CH-DIRTY PIC X VALUE "N".

      *> ===== Academic calendar working storage =====
         77 WS-ACADCAL-STATUS PIC XX.
         77 WS-ACADCAL-EOF PIC X VALUE "N".
         77 WS-CAL-DATE PIC X(8).
         77 WS-CAL-DATE-NUM PIC 9(8).
         77 WS-CAL-DATE-INT PIC S9(9).
         77 WS-CAL-TERM-CODE PIC X(6).
         77 WS-CAL-TERM-NAME PIC X(30).
         77 WS-CAL-FA-START PIC X(8).
         77 WS-CAL-MOVED PIC X VALUE "N".
         77 WS-CAL-HIT PIC X VALUE "N".
         77 WS-CAL-PASS PIC 9(2) VALUE 0.

      *> ===== Graduate outcome working storage =====
         77 WS-OUTCOMES-STATUS PIC XX.
         77 WS-OUTCOMES-EOF PIC X VALUE "N".
         77 WS-OC-ANSWERED PIC X VALUE "N".
         77 WS-OC-HIRE-JOB PIC X(12).
         77 WS-OC-HIRE-DATE PIC X(8).
         77 WS-OC-HIRE-EMPLOYER PIC X(30).
         77 WS-OC-CHOICE PIC X(1).
         77 WS-OC-NEW-STATUS PIC X(1).
         77 WS-OC-NEW-ORG PIC X(30).
         77 WS-OC-NEW-SOURCE PIC X(1).
         01 WS-MY-POSTING-IDS.
           05 WS-MPI-ENTRY PIC X(12) OCCURS 100 TIMES.
         77 WS-MPI-COUNT PIC 9(3) VALUE 0.
         77 WS-MPI-HIT PIC X VALUE "N".
         77 WS-CH-POSTER PIC X(12).

      *> ===== Employer review working storage =====
         77 WS-EMPREVIEWS-STATUS PIC XX.
         77 WS-EMPREVIEWS-EOF PIC X VALUE "N".
      *> Fewer reviews than this and a company shows no rating, so
      *> a handful of interviewees cannot be singled out.
         77 WS-RVW-MIN-SHOWN PIC 9(2) VALUE 3.
         01 WS-RVW-APP-TABLE.
           05 WS-RVW-APP-ENTRY OCCURS 100 TIMES.
             10 WS-RVW-APP-STATUS PIC X(1).
             10 WS-RVW-APP-EMPLOYER PIC X(30).
         77 WS-RVW-ELIGIBLE PIC 9(4) VALUE 0.
         77 WS-RVW-IDX PIC 9(4) VALUE 0.
         77 WS-RVW-DONE PIC X VALUE "N".
         77 WS-RVW-RATING PIC 9(1) VALUE 0.
         77 WS-RVW-TEXT PIC X(70).
         77 WS-RVW-COUNT PIC 9(5) VALUE 0.
         77 WS-RVW-SUM PIC 9(6) VALUE 0.
         77 WS-RVW-AVG PIC 9V9 VALUE 0.
         77 WS-RVW-AVG-TEXT PIC 9.9.
         77 WS-RVW-COUNT-TEXT PIC Z(4)9.
         01 WS-RVW-RECENT-TABLE.
           05 WS-RVW-RECENT-TEXT PIC X(70) OCCURS 3 TIMES.
         77 WS-RVW-RECENT-COUNT PIC 9(1) VALUE 0.
      *> Per-company totals for the employer list, indexed by CO-ID
         01 WS-RVW-CO-TABLE.
           05 WS-RVW-CO-ENTRY OCCURS 200 TIMES.
             10 WS-RVW-CO-COUNT PIC 9(5).
             10 WS-RVW-CO-SUM PIC 9(6).

      *> ===== Employer collection hold working storage =====
         77 WS-COLLECTHOLDS-STATUS PIC XX.
         77 WS-COLLECTHOLDS-EOF PIC X VALUE "N".
         77 WS-COLLECT-HELD PIC X VALUE "N".

      *> ===== Partnership tier working storage (PARTNERQUOTA) =====
         01 WS-PARTNER-QUOTA.
           05 WS-PQ-FUNCTION PIC X(1).
           05 WS-PQ-EMPLOYER PIC X(30).
           05 WS-PQ-CO-ID PIC 9(4).
           05 WS-PQ-TIER PIC X(1).
           05 WS-PQ-QUOTA PIC 9(4).
           05 WS-PQ-LIVE PIC 9(4).
           05 WS-PQ-FEATURED PIC X(1).
           05 WS-PQ-OVER PIC X(1).
           05 WS-PQ-FEAT-COUNT PIC 9(4).
           05 WS-PQ-FEAT-NAME PIC X(30) OCCURS 200 TIMES.
         77 WS-PQ-IDX PIC 9(4) VALUE 0.
         77 WS-BROWSE-PASS PIC 9 VALUE 0.
         77 WS-JOB-FEATURED PIC X VALUE "N".
         77 WS-PQ-TIER-TEXT PIC X(6).
         77 WS-PQ-COUNT-TEXT PIC Z(3)9.
         77 WS-PQ-QUOTA-TEXT PIC Z(3)9.

      *> ===== Two-step sign-in working storage =====
         77 WS-TWOSTEP-STATUS PIC XX.
         77 WS-TWOSTEP-EOF PIC X VALUE "N".
         77 WS-TWOSTEP-ON PIC X VALUE "N".
         77 WS-CODE-TRIES PIC 9 VALUE 0.
      *> Passed to LOGINPROG: mode P checks the password, mode C
      *> checks the one-time code; on a P call that needs a second
      *> step LOGINPROG hands back the code to mail out.
         01 WS-TWO-STEP.
           05 WS-STEP-MODE PIC X(1).
           05 WS-STEP-CODE PIC X(6).
         01 WS-TWOSTEP-TABLE.
           05 WS-TSP-ENTRY OCCURS 1000 TIMES.
             10 WS-TSP-USERNAME PIC X(12).
             10 WS-TSP-ENABLED PIC X(1).
             10 WS-TSP-DATE PIC X(8).
         77 WS-TSP-COUNT PIC 9(4) VALUE 0.
         77 WS-TSP-IDX PIC 9(4) VALUE 0.

      *> ===== Help desk ticket working storage =====
         77 WS-TICKETS-STATUS PIC XX.
         77 WS-TICKETS-EOF PIC X VALUE "N".
         77 WS-TICKET-NEXT-ID PIC 9(6) VALUE 0.
         77 WS-TICKET-MINE PIC 9(4) VALUE 0.
         77 WS-TICKET-CATEGORY PIC X(1).
         77 WS-TICKET-CAT-TEXT PIC X(15).

      *> ===== Legal hold working storage =====
         77 WS-LEGALHOLDS-STATUS PIC XX.
         77 WS-HOLDLOG-STATUS PIC XX.
         77 WS-LEGALHOLDS-EOF PIC X VALUE "N".
         77 WS-HOLD-CHECK-USER PIC X(12).
         77 WS-HOLD-STATE PIC X(1).
         77 WS-HOLD-LOG-DETAIL PIC X(60).

      *> ===== Company hiring team working storage =====
         77 WS-COMPTEAM-STATUS PIC XX.
         77 WS-COMPTEAM-EOF PIC X VALUE "N".
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-CT-MAX PIC 9(4) VALUE 500.
         01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 500 TIMES.
             10 WS-CT-CO-ID PIC 9(4).
             10 WS-CT-MEMBER PIC X(12).
             10 WS-CT-ROLE PIC X(1).
             10 WS-CT-ADDED-BY PIC X(12).
             10 WS-CT-ADDED-DATE PIC X(8).
         77 WS-CT-COUNT PIC 9(4) VALUE 0.
         77 WS-CT-IDX PIC 9(4) VALUE 0.
         77 WS-CT-SCAN PIC 9(4) VALUE 0.
         77 WS-CT-HIT PIC 9(4) VALUE 0.
         77 WS-CT-LEAD-ROW PIC 9(4) VALUE 0.
         77 WS-CT-ROSTER-ROWS PIC 9(4) VALUE 0.
         77 WS-CT-SEL-CO PIC 9(4) VALUE 0.
         77 WS-CT-SEL-NAME PIC X(30).
         77 WS-CT-LEAD PIC X(12).
         77 WS-CT-CHECK-USER PIC X(12).
         77 WS-CT-ON-TEAM PIC X VALUE "N".
         77 WS-CT-FROM PIC X(12).
         77 WS-CT-TO PIC X(12).
         77 WS-CT-REASSIGN-OK PIC X VALUE "N".
         77 WS-CT-COUNT-TEXT PIC Z(3)9.
         77 WS-CT-COUNT-TEXT2 PIC Z(3)9.
         77 WS-CT-COUNT-TEXT3 PIC Z(3)9.
      *> Teammates of the signed-in recruiter, each paired with the
      *> company name a posting must carry to be shared with them
         01 WS-CT-MATE-TABLE.
           05 WS-CT-MATE-ENTRY OCCURS 100 TIMES.
             10 WS-CT-MATE-USER PIC X(12).
             10 WS-CT-MATE-EMPLOYER PIC X(30).
         77 WS-CT-MATE-COUNT PIC 9(3) VALUE 0.
         77 WS-CT-MATE-IDX PIC 9(3) VALUE 0.
         77 WS-CT-SHARED PIC X VALUE "N".
      *> What a reassignment moved, kept for the audit trail
         01 WS-CT-MOVED-JOB-TABLE.
           05 WS-CT-MOVED-JOB-ID PIC X(12) OCCURS 200 TIMES.
         77 WS-CT-MOVED-JOB-COUNT PIC 9(4) VALUE 0.
         77 WS-CT-LEFT-OVER PIC 9(4) VALUE 0.
         01 WS-CT-MOVED-IV-TABLE.
           05 WS-CT-MOVED-IV OCCURS 200 TIMES.
             10 WS-CT-MOVED-IV-JOB PIC X(12).
             10 WS-CT-MOVED-IV-APPL PIC X(12).
         77 WS-CT-MOVED-IV-COUNT PIC 9(4) VALUE 0.
         01 WS-CT-MOVED-POOL-TABLE.
           05 WS-CT-MOVED-POOL PIC X(20) OCCURS 50 TIMES.
         77 WS-CT-MOVED-POOL-COUNT PIC 9(4) VALUE 0.
         77 WS-CT-MOVED-POOL-ROWS PIC 9(4) VALUE 0.
      *> Pool rows the new owner already holds, so a merge does not
      *> duplicate a candidate inside a pool
         01 WS-CT-TO-POOL-TABLE.
           05 WS-CT-TO-POOL OCCURS 300 TIMES.
             10 WS-CT-TO-POOL-NAME PIC X(20).
             10 WS-CT-TO-POOL-MEMBER PIC X(12).
         77 WS-CT-TO-POOL-COUNT PIC 9(4) VALUE 0.
         77 WS-CT-MOVED-IDX PIC 9(4) VALUE 0.
         77 WS-CT-DUP PIC X VALUE "N".
         77 WS-CT-POOL-NOTED PIC X VALUE "N".
         77 WS-CT-KEPT PIC 9(8) VALUE 0.
         77 WS-CT-AUD-ACTION PIC X(12).
         77 WS-CT-AUD-TARGET PIC X(12).
         77 WS-CT-AUD-BEFORE PIC X(30).
         77 WS-CT-AUD-SECOND PIC X(12).
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

      *> ===== Zero-result search log =====
         77 WS-SEARCHMISS-STATUS PIC XX.
         77 WS-SM-TERM PIC X(30).
         77 WS-ER-AGE-DAYS PIC S9(6) VALUE 0.
         77 WS-ER-ENTRY-LABEL PIC X(60).

      *> ===== Introduction working storage (VIEWNET_SRC.cpy) =====
         77 WS-INTRO-STATUS PIC XX.
         77 WS-INTRO-EOF PIC X VALUE "N".
         77 WS-INTRO-KEPT PIC 9(4) VALUE 0.
         77 WS-INTRO-SHOWN PIC 9(4) VALUE 0.
         77 WS-INTRO-OPEN PIC X VALUE "N".
         77 WS-INTRO-ANSWER PIC X.
         77 WS-INTRO-TARGET PIC X(12).
         77 WS-INTRO-BROKER PIC X(12).
         77 WS-INTRO-NOTE PIC X(60).
         77 WS-INTRO-BLOCKED PIC X VALUE "N".
         77 WS-INTRO-USER-A PIC X(12).
         77 WS-INTRO-USER-B PIC X(12).

      *> ===== Advisor caseload working storage (ADVISOR_SRC.cpy) =====
         77 WS-ADVISEE-STATUS PIC XX.
         77 WS-ADVISEE-EOF PIC X VALUE "N".
         77 WS-CASE-COUNT PIC 9(4) VALUE 0.
         77 WS-CASE-STUDENT PIC X(12).
         77 WS-CASE-NAME PIC X(41).
      *> Application tally per advisee, one counter per APP-STATUS
      *> code in WS-CASE-APP-CODES order (spaces count as S)
         77 WS-CASE-APP-CODES PIC X(8) VALUE "SUIORAXL".
         01 WS-CASE-APP-TALLY.
           05 WS-CASE-APP-N PIC 9(4) OCCURS 8 TIMES.
         77 WS-CASE-APP-IDX PIC 9(2) VALUE 0.
         77 WS-CASE-APP-TOTAL PIC 9(4) VALUE 0.
      *> How many of WS-CASE-APP-TOTAL were logged as outside
      *> applications (OUTSIDEAPPS.DAT)
         77 WS-CASE-APP-OUTSIDE PIC 9(4) VALUE 0.
         77 WS-CASE-LINE-HOLD PIC X(80).
         77 WS-CASE-IV-COUNT PIC 9(4) VALUE 0.
         77 WS-CASE-IV-NEXT PIC X(12).
         77 WS-CASE-NOW PIC X(12).
         77 WS-CASE-EOF PIC X VALUE "N".
         77 WS-CASE-SEEKING PIC X(3).

      *> ===== Counseling appointments working storage (APPTS_SRC.cpy)
         77 WS-APPT-STATUS PIC XX.
         77 WS-APPT-EOF PIC X VALUE "N".
         77 WS-APPT-CHOICE PIC X.
         77 WS-APPT-TYPE PIC X.
         77 WS-APPT-TYPE-IN PIC X.
         77 WS-APPT-TYPE-LABEL PIC X(20).
         77 WS-APPT-NOW PIC X(12).
         77 WS-APPT-LIST-MODE PIC X(5).
         77 WS-APPT-LOOKUP-STUDENT PIC X(12).
         77 WS-APPT-NOSHOWS PIC 9(4) VALUE 0.
         77 WS-APPT-LIMIT-TEXT PIC 9(4) VALUE 0.
         77 WS-APPT-TODAY-INT PIC S9(9) VALUE 0.
         77 WS-APPT-SLOT-INT PIC S9(9) VALUE 0.
      *> Three-strikes policy: this many no-shows inside the window
      *> pause online booking (PARAMS APPT-STRIKE-LIMIT and
      *> APPT-STRIKE-DAYS)
         77 WS-APPT-STRIKE-LIMIT PIC 9(2) VALUE 3.
         77 WS-APPT-STRIKE-DAYS PIC 9(4) VALUE 180.
         77 WS-APT-MAX PIC 9(3) VALUE 50.
         01 WS-APT-TABLE.
           05 WS-APT-ENTRY OCCURS 50 TIMES.
             10 WS-APT-COUNSELOR PIC X(12).
             10 WS-APT-SLOT PIC X(12).
             10 WS-APT-TYPE PIC X(1).
             10 WS-APT-STATUS PIC X(1).
             10 WS-APT-STUDENT PIC X(12).
         01 WS-APT-SWAP PIC X(38).
         77 WS-APT-COUNT PIC 9(3) VALUE 0.
         77 WS-APT-IDX PIC 9(3) VALUE 0.
         77 WS-APT-IDX2 PIC 9(3) VALUE 0.
         77 WS-APT-PICK PIC 9(3) VALUE 0.
         77 WS-APT-TAKE PIC X VALUE "N".
         77 WS-APT-ADDED PIC 9(4) VALUE 0.
         77 WS-APT-CONFLICT PIC X VALUE "N".
         77 WS-APT-ACTION PIC X(8).
         77 WS-APT-KEY-COUNSELOR PIC X(12).
         77 WS-APT-KEY-SLOT PIC X(12).
         77 WS-APT-APPLIED PIC X VALUE "N".
         77 WS-APT-OTHER-PARTY PIC X(12).
         77 WS-APT-KEPT PIC 9(8) VALUE 0.

      *> ===== Resume review queue working storage (REVIEWQ_SRC.cpy)
         77 WS-REVIEWS-STATUS PIC XX.
         77 WS-REVIEWS-EOF PIC X VALUE "N".
         77 WS-REVNOTES-STATUS PIC XX.
         77 WS-REVNOTES-EOF PIC X VALUE "N".
         77 WS-RV-OPEN-FOUND PIC X VALUE "N".
         77 WS-RV-LAST-NUM PIC 9(9) VALUE 0.
         77 WS-RV-NEW-ID PIC X(12).
         77 WS-RV-CUR-ID PIC X(12).
         77 WS-RV-CUR-STUDENT PIC X(12).
         77 WS-RV-KEY-ID PIC X(12).
         77 WS-RV-ACTION PIC X(8).
         77 WS-RV-APPLIED PIC X VALUE "N".
         77 WS-RV-KEPT PIC 9(8) VALUE 0.
         77 WS-RV-WAITING PIC 9(4) VALUE 0.
         77 WS-RV-OLDEST-ID PIC X(12).
         77 WS-RV-OLDEST-STUDENT PIC X(12).
         77 WS-RV-OLDEST-TS PIC X(12).
         77 WS-RV-LINE-REF PIC 9(3) VALUE 0.
         77 WS-RV-STATUS-TEXT PIC X(40).
         77 WS-RV-MAX PIC 9(3) VALUE 20.
         01 WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 20 TIMES.
             10 WS-RVT-ID PIC X(12).
             10 WS-RVT-STUDENT PIC X(12).
             10 WS-RVT-SUBMITTED-TS PIC X(12).
             10 WS-RVT-STATUS PIC X(1).
             10 WS-RVT-COUNSELOR PIC X(12).
             10 WS-RVT-PICKED-TS PIC X(12).
             10 WS-RVT-RETURNED-TS PIC X(12).
         77 WS-RV-COUNT PIC 9(3) VALUE 0.
         77 WS-RV-IDX PIC 9(3) VALUE 0.
         77 WS-RV-PICK PIC 9(3) VALUE 0.
         77 WS-RN-MAX PIC 9(3) VALUE 200.
         01 WS-RN-TABLE.
           05 WS-RN-ENTRY OCCURS 200 TIMES.
             10 WS-RNT-LINE-REF PIC 9(3).
             10 WS-RNT-TEXT PIC X(80).
         77 WS-RN-COUNT PIC 9(3) VALUE 0.
         77 WS-RN-IDX PIC 9(3) VALUE 0.

      *> ===== Messaging working storage (MESSAGING_SRC.cpy) =====
         77 WS-MESSAGES-STATUS PIC XX.
         77 WS-MESSAGE-EXIT PIC X VALUE "N".
             10 WS-MSG-ALL-READ PIC X.
             10 WS-MSG-ALL-DELETED PIC X.
         77 WS-MSG-PICK PIC 9(4) VALUE 0.

      *> ===== Group conversation working storage =====
         77 WS-CONVHDR-STATUS PIC XX.
         77 WS-CONVHDR-EOF PIC X VALUE "N".
         77 WS-CONVMSG-STATUS PIC XX.
         77 WS-CONVMSG-EOF PIC X VALUE "N".
         77 WS-GCV-MAX-MEMBERS PIC 9(2) VALUE 8.
         77 WS-GCV-MAX PIC 9(4) VALUE 50.
         01 WS-GCV-TABLE.
           05 WS-GCV-ENTRY OCCURS 50 TIMES.
             10 WS-GCV-ID PIC X(12).
             10 WS-GCV-TITLE PIC X(30).
             10 WS-GCV-MY-SLOT PIC 9(2).
             10 WS-GCV-MEMBER PIC X(12) OCCURS 8 TIMES.
             10 WS-GCV-LATEST-TS PIC X(14).
             10 WS-GCV-MSG-COUNT PIC 9(4).
             10 WS-GCV-UNREAD PIC 9(4).
         01 WS-GCV-SWAP-ENTRY PIC X(162).
         77 WS-GCV-COUNT PIC 9(4) VALUE 0.
         77 WS-GCV-IDX PIC 9(4) VALUE 0.
         77 WS-GCV-IDX2 PIC 9(4) VALUE 0.
         77 WS-GCV-PICK PIC 9(4) VALUE 0.
         77 WS-GCV-SLOT PIC 9(2) VALUE 0.
         77 WS-GCV-SLOT2 PIC 9(2) VALUE 0.
         77 WS-GCV-ROW-COUNT PIC 9(10) VALUE 0.
         77 WS-GCV-NEXT-ID PIC X(12).
         77 WS-GCV-NEW-TITLE PIC X(30).
         01 WS-GCV-NEW-MEMBERS.
           05 WS-GCV-NEW-MEMBER PIC X(12) OCCURS 8 TIMES.
         77 WS-GCV-NEW-COUNT PIC 9(2) VALUE 0.
         77 WS-GCV-DUP PIC X VALUE "N".
         77 WS-GCV-DONE PIC X VALUE "N".
         01 WS-GCV-FLAGS.
           05 WS-GCV-FLAG PIC X(1) OCCURS 8 TIMES.
         77 WS-GCV-RECIP-COUNT PIC 9(2) VALUE 0.
         77 WS-GCV-UNREAD-TOTAL PIC 9(4) VALUE 0.
         77 WS-GCV-KEPT PIC 9(8) VALUE 0.
         77 WS-GCV-PTR PIC 9(3) VALUE 0.
      *> ===== Content screening working storage =====
         77 WS-BLOCKLIST-STATUS PIC XX.
         77 WS-QUARANTINE-STATUS PIC XX.
         77 WS-QUARANTINE-EOF PIC X VALUE "N".
         77 WS-BLOCKLIST-EOF PIC X VALUE "N".
         77 WS-SCREEN-TEXT PIC X(500).
         77 WS-SCREEN-FLAGGED PIC X VALUE "N".
         77 WS-TOP-MISSING PIC X(40).
         77 WS-COMP-SKILLS PIC 9(4) VALUE 0.
         77 WS-COMP-ENDORSE PIC 9(4) VALUE 0.
      *> Account being scored; the login greeting scores the user
      *> in hand, the advisor caseload scores each advisee.
         77 WS-COMPLETE-USER PIC X(12).

      *> ===== Profile change history working storage =====
      *> Request block for the shared PROFHIST module
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
         77 WS-PH-IDX PIC 9(2) VALUE 0.
         77 WS-PH-LABEL PIC X(14).
         77 WS-PH-VERB PIC X(12).
         77 WS-PH-WHO PIC X(16).

      *> ===== Self-service login history working storage =====
         77 WS-LOGINFAIL-STATUS PIC XX.
         77 WS-MY-FAIL-COUNT PIC 9(2) VALUE 0.
         77 WS-MY-FAIL-TS PIC X(14).
         77 WS-MY-FAIL-FOUND PIC X VALUE "N".
      *> Latest help desk support views of the account (AUDIT.DAT
      *> SUPPORTVIEW rows)
         01 WS-SUPPORT-VIEW-TABLE.
           05 WS-SUPPORT-VIEW PIC X(14) OCCURS 5 TIMES.
         77 WS-SUPPORT-VIEW-COUNT PIC 9(4) VALUE 0.
         77 WS-SUPPORT-VIEW-IDX PIC 9(2) VALUE 0.
         77 WS-AUDIT-EOF PIC X VALUE "N".

      *> ===== Survey delivery working storage =====
         77 WS-SURVEYS-STATUS PIC XX.
             10 WS-EV-DATE PIC X(8).
             10 WS-EV-CAPACITY PIC 9(4).
             10 WS-EV-OWNER PIC X(12).
             10 WS-EV-SERIES-ID PIC X(12).
             10 WS-EV-STATUS PIC X(1).
             10 WS-EV-ROOM-ID PIC X(3).
             10 WS-EV-START-TIME PIC X(4).
             10 WS-EV-END-TIME PIC X(4).
             10 WS-EV-CO-ID PIC X(4).
             10 WS-EV-TYPE PIC X(1).
         77 WS-EV-COUNT PIC 9(4) VALUE 0.
         77 WS-EV-IDX PIC 9(4) VALUE 0.
         77 WS-EV-PICK PIC 9(4) VALUE 0.
           05 WS-NEW-EV-LOCATION PIC X(30).
           05 WS-NEW-EV-DATE PIC X(8).
           05 WS-NEW-EV-CAPACITY PIC 9(4).
           05 WS-NEW-EV-ROOM-ID PIC X(3).
           05 WS-NEW-EV-START PIC X(4).
           05 WS-NEW-EV-END PIC X(4).
           05 WS-NEW-EV-CO-ID PIC X(4).
           05 WS-NEW-EV-CO-NAME PIC X(30).
           05 WS-NEW-EV-TYPE PIC X(1).
      *> Series: N = one-off, W = weekly, B = every two weeks; the
      *> occurrences run from WS-NEW-EV-DATE through the end date.
         77 WS-NEW-EV-PATTERN PIC X VALUE "N".
         77 WS-NEW-EV-END-DATE PIC X(8).
         77 WS-EVENTSERIES-STATUS PIC XX.
         77 WS-EVENTSERIES-EOF PIC X VALUE "N".
         77 WS-SR-NEXT-NUM PIC 9(8) VALUE 0.
         77 WS-SR-NEW-ID PIC X(12).
         77 WS-SR-STEP-DAYS PIC 9(2) VALUE 7.
         77 WS-SR-DAY-NUM PIC 9(8) VALUE 0.
         77 WS-SR-END-NUM PIC 9(8) VALUE 0.
         77 WS-SR-OCC-DATE PIC 9(8) VALUE 0.
         77 WS-SR-OCC-COUNT PIC 9(4) VALUE 0.
         77 WS-SR-MAX-OCC PIC 9(4) VALUE 52.
         77 WS-SR-PATTERN-LABEL PIC X(16).
      *> Y while RSVP-TO-SERIES drives RSVP-TO-EVENT, so each date
      *> reports on one short line instead of the single-event text.
         77 WS-RSVP-SERIES-MODE PIC X VALUE "N".
         77 WS-SR-RSVP-ADDED PIC 9(4) VALUE 0.
         77 WS-SR-SAVE-PICK PIC 9(4) VALUE 0.
         77 WS-EV-CANCEL-NOTIFIED PIC 9(4) VALUE 0.
         77 WS-SR-SHOW-END PIC X(8).
      *> Room master, loaded for CREATE-EVENT's room pick list.
         77 WS-ROOMS-STATUS PIC XX.
         77 WS-ROOMS-EOF PIC X VALUE "N".
         01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 100 TIMES.
             10 WS-ROOM-ID PIC 9(3).
             10 WS-ROOM-NAME PIC X(30).
             10 WS-ROOM-CAPACITY PIC 9(4).
             10 WS-ROOM-ACTIVE PIC X(1).
         77 WS-ROOM-COUNT PIC 9(3) VALUE 0.
         77 WS-ROOM-IDX PIC 9(3) VALUE 0.
         77 WS-ROOM-PICK PIC 9(3) VALUE 0.
         77 WS-ROOM-SEATS PIC 9(4) VALUE 0.
      *> Time overlap checks work in minutes past midnight.
         77 WS-EV-TIME-TEXT PIC X(4).
         77 WS-EV-TIME-OK PIC X VALUE "N".
         77 WS-EV-TIME-MIN PIC 9(4) VALUE 0.
         77 WS-EV-NEW-START-MIN PIC 9(4) VALUE 0.
         77 WS-EV-NEW-END-MIN PIC 9(4) VALUE 0.
         77 WS-EV-OTHER-START-MIN PIC 9(4) VALUE 0.
         77 WS-EV-OTHER-END-MIN PIC 9(4) VALUE 0.
         77 WS-EV-OTHER-DAY-NUM PIC 9(8) VALUE 0.
         77 WS-EV-FIRST-DAY-NUM PIC 9(8) VALUE 0.
         77 WS-EV-CLASH-FOUND PIC X VALUE "N".
         77 WS-EV-CLASH-DATE PIC X(8).
         77 WS-EV-CLASH-TITLE PIC X(30).
      *> Info sessions: the recruiter's companies, their open
      *> postings at that company, and the postings linked.
         77 WS-EVENTJOBS-STATUS PIC XX.
         77 WS-EVENTJOBS-EOF PIC X VALUE "N".
         01 WS-ISC-TABLE.
           05 WS-ISC-ENTRY OCCURS 10 TIMES.
             10 WS-ISC-ID PIC X(4).
             10 WS-ISC-NAME PIC X(30).
         77 WS-ISC-COUNT PIC 9(2) VALUE 0.
         77 WS-ISC-IDX PIC 9(2) VALUE 0.
         77 WS-ISC-PICK PIC 9(2) VALUE 0.
         01 WS-ISJ-TABLE.
           05 WS-ISJ-ENTRY OCCURS 20 TIMES.
             10 WS-ISJ-ID PIC X(12).
             10 WS-ISJ-TITLE PIC X(30).
         77 WS-ISJ-COUNT PIC 9(2) VALUE 0.
         77 WS-ISJ-IDX PIC 9(2) VALUE 0.
         77 WS-ISJ-PICK PIC 9(2) VALUE 0.
         01 WS-EVJ-TABLE.
           05 WS-EVJ-JOB-ID PIC X(12) OCCURS 5 TIMES.
         77 WS-EVJ-COUNT PIC 9(2) VALUE 0.
         77 WS-EVJ-IDX PIC 9(2) VALUE 0.
         01 WS-SR-OCC-TABLE.
           05 WS-SR-OCC-ID PIC X(12) OCCURS 52 TIMES.
         77 WS-SR-OCC-IDX PIC 9(4) VALUE 0.
      *> Career fair registrations for the fair on screen.
         77 WS-FAIRREGS-STATUS PIC XX.
         77 WS-FAIRREGS-EOF PIC X VALUE "N".
         77 WS-FAIRVISITS-STATUS PIC XX.
         77 WS-FAIRVISITS-EOF PIC X VALUE "N".
         01 WS-FR-TABLE.
           05 WS-FR-ENTRY OCCURS 100 TIMES.
             10 WS-FR-CO-ID PIC 9(4).
             10 WS-FR-BOOTH PIC X(3).
             10 WS-FR-CO-NAME PIC X(30).
         77 WS-FR-COUNT PIC 9(3) VALUE 0.
         77 WS-FR-IDX PIC 9(3) VALUE 0.
         77 WS-FR-PICK PIC 9(3) VALUE 0.
         77 WS-FR-MY-IDX PIC 9(3) VALUE 0.
         77 WS-FR-NEXT-BOOTH PIC 9(3) VALUE 0.
         77 WS-FR-BOOTH-NUM PIC 9(3) VALUE 0.
         77 WS-FR-NEW-BOOTH PIC X(3).
         77 WS-FR-STREAM-KEPT PIC 9(6) VALUE 0.
         77 WS-FV-VISITOR PIC X(12).
         77 WS-FV-DUP PIC X(1) VALUE "N".
         77 WS-FV-SEEN-FAIR PIC X(1) VALUE "N".
         77 WS-FV-RECORDED PIC 9(4) VALUE 0.
      *> Whose resume a packet snapshot is taken of, and the id it is
      *> filed under (a posting, or a career fair for booth visits).
         77 WS-PK-SUBJECT PIC X(12).
         77 WS-PK-KEY-ID PIC X(12).
      *> Event ids linked to the posting on screen in the detail
      *> view, resolved against EVENTS.DAT for the session list.
         01 WS-ISS-TABLE.
           05 WS-ISS-EVENT-ID PIC X(12) OCCURS 50 TIMES.
         77 WS-ISS-COUNT PIC 9(2) VALUE 0.
         77 WS-ISS-IDX PIC 9(2) VALUE 0.
         77 WS-ISS-SHOWN PIC 9(2) VALUE 0.
      *> An interview slot is taken to occupy one hour.
         77 WS-IV-BLOCK-MINUTES PIC 9(3) VALUE 60.
         77 WS-EV-IV-OVERLAP PIC X VALUE "N".
         77 WS-EV-IV-SLOT PIC X(12).
         77 WS-EV-LINE-PTR PIC 9(3) VALUE 0.
         77 WS-MAX-RSVPS PIC 9(4) VALUE 500.
         77 WS-RSVP-STREAM-KEPT PIC 9(8) VALUE 0.
         01 WS-RSVP-TABLE.
             10 WS-GR-NAME PIC X(30).
             10 WS-GR-DESC PIC X(60).
             10 WS-GR-OWNER PIC X(12).
             10 WS-GR-CLOSED PIC X(1).
         77 WS-GR-COUNT PIC 9(4) VALUE 0.
         77 WS-GR-IDX PIC 9(4) VALUE 0.
         77 WS-GR-PICK PIC 9(4) VALUE 0.
         77 WS-GM-MEMBER-COUNT PIC 9(4) VALUE 0.
         77 WS-NEW-GR-NAME PIC X(30).
         77 WS-NEW-GR-DESC PIC X(60).
         77 WS-NEW-GR-CLOSED PIC X(1).
      *> Academic year the roster is being kept for: the calendar
      *> year it started in, September 1 being the first day.
         77 WS-ACAD-YEAR PIC X(4).
         77 WS-ACAD-YEAR-NUM PIC 9(4) VALUE 0.
         77 WS-ACAD-NEXT-YEAR PIC 9(4) VALUE 0.
         77 WS-GM-REQ-COUNT PIC 9(4) VALUE 0.
      *> Pending join requests for one group and the officer's
      *> decision on each (A = approve, D = decline, S = skip).
         01 WS-JOIN-REQ-TABLE.
           05 WS-JR-ENTRY OCCURS 20 TIMES.
             10 WS-JR-USERNAME PIC X(12).
             10 WS-JR-REQ-DATE PIC X(8).
             10 WS-JR-DECISION PIC X(1).
         77 WS-JR-COUNT PIC 9(4) VALUE 0.
         77 WS-JR-IDX PIC 9(4) VALUE 0.

      *> ===== Group discussion board working storage =====
         77 WS-GROUPPOSTS-STATUS PIC XX.
         77 WS-GROUPPOSTS-EOF PIC X VALUE "N".
         77 WS-GP-ROW-COUNT PIC 9(10) VALUE 0.
         77 WS-GP-NEXT-NUM PIC 9(10) VALUE 0.
      *> Live topics of the group on screen, with the newest
      *> activity (topic or latest reply) used for the ordering.
         77 WS-MAX-TOPICS PIC 9(4) VALUE 200.
         01 WS-TOPIC-TABLE.
           05 WS-GT-ENTRY OCCURS 200 TIMES.
             10 WS-GT-ID PIC X(12).
             10 WS-GT-AUTHOR PIC X(12).
             10 WS-GT-TIMESTAMP PIC X(14).
             10 WS-GT-PINNED PIC X(1).
             10 WS-GT-TITLE PIC X(40).
             10 WS-GT-LAST-ACTIVITY PIC X(14).
             10 WS-GT-REPLIES PIC 9(4).
         01 WS-GT-SWAP-ENTRY.
           05 WS-GT-SWAP-ID PIC X(12).
           05 WS-GT-SWAP-AUTHOR PIC X(12).
           05 WS-GT-SWAP-TIMESTAMP PIC X(14).
           05 WS-GT-SWAP-PINNED PIC X(1).
           05 WS-GT-SWAP-TITLE PIC X(40).
           05 WS-GT-SWAP-LAST-ACTIVITY PIC X(14).
           05 WS-GT-SWAP-REPLIES PIC 9(4).
         77 WS-GT-COUNT PIC 9(4) VALUE 0.
         77 WS-GT-IDX PIC 9(4) VALUE 0.
         77 WS-GT-IDX2 PIC 9(4) VALUE 0.
         77 WS-GT-PICK PIC 9(4) VALUE 0.
      *> Live replies of the topic being read, oldest first.
         01 WS-REPLY-TABLE.
           05 WS-GRP-REPLY-ENTRY OCCURS 100 TIMES.
             10 WS-GRP-REPLY-ID PIC X(12).
             10 WS-GRP-REPLY-AUTHOR PIC X(12).
             10 WS-GRP-REPLY-TIMESTAMP PIC X(14).
             10 WS-GRP-REPLY-TEXT PIC X(200).
         77 WS-GRP-REPLY-COUNT PIC 9(4) VALUE 0.
         77 WS-GRP-REPLY-IDX PIC 9(4) VALUE 0.
         77 WS-GP-TOPIC-TEXT PIC X(200).
         77 WS-GP-BOARD-DONE PIC X VALUE "N".
         77 WS-GP-NEW-TITLE PIC X(40).
         77 WS-GP-NEW-TEXT PIC X(200).
         77 WS-GP-NEW-PARENT PIC X(12).
      *> Officer action on one post: P = flip pin, R = remove.
         77 WS-GP-ACTION PIC X(1).
         77 WS-GP-ACTION-ID PIC X(12).
         77 WS-GP-STREAM-KEPT PIC 9(8) VALUE 0.
         77 WS-GP-DATE-TEXT PIC X(10).
         77 WS-GM-DECISION PIC X(1).
      *> Memberships due a yearly re-confirm and the answers given.
         01 WS-RENEW-TABLE.
           05 WS-RNW-ENTRY OCCURS 20 TIMES.
             10 WS-RNW-GROUP-ID PIC X(12).
             10 WS-RNW-ANSWER PIC X(1).
         77 WS-RNW-COUNT PIC 9(4) VALUE 0.
         77 WS-RNW-IDX PIC 9(4) VALUE 0.
         77 WS-RNW-KEPT PIC 9(4) VALUE 0.
      *> Non-blank: CREATE-EVENT records this id (a group) as the
      *> event owner instead of the signed-in user.
         77 WS-EVENT-OWNER-OVERRIDE PIC X(12) VALUE SPACES.
             10 WS-CO-INDUSTRY PIC X(30).
             10 WS-CO-DESC PIC X(60).
             10 WS-CO-RECRUITER PIC X(12).
             10 WS-CO-TIER PIC X(1).
         77 WS-CO-COUNT PIC 9(4) VALUE 0.
         77 WS-CO-IDX PIC 9(4) VALUE 0.
         77 WS-CO-PICK PIC 9(4) VALUE 0.

      *> ===== Location master working storage =====
         77 WS-LOCATIONS-STATUS PIC XX.
         77 WS-LOCATIONS-EOF PIC X VALUE "N".
         77 WS-MAX-LOCATIONS PIC 9(3) VALUE 300.
         01 WS-LOCATION-TABLE.
           05 WS-LOC-ENTRY OCCURS 300 TIMES.
             10 WS-LOC-ID PIC 9(3).
             10 WS-LOC-CITY PIC X(20).
             10 WS-LOC-STATE PIC X(2).
             10 WS-LOC-REGION PIC X(2).
             10 WS-LOC-ACTIVE PIC X(1).
         77 WS-LOC-COUNT PIC 9(3) VALUE 0.
         77 WS-LOC-IDX PIC 9(3) VALUE 0.
         77 WS-LOC-PICK PIC 9(3) VALUE 0.
         77 WS-LOC-NAME PIC X(30).
      *> Picked location and work mode, for posting and editing
         77 WS-LOC-PICKED-NAME PIC X(30).
         77 WS-LOC-PICKED-MODE PIC X(1).
         77 WS-WORK-MODE-TEXT PIC X(7).
         01 WS-LOCATION-MATCH.
           05 WS-LM-FUNCTION PIC X(1).
           05 WS-LM-TEXT PIC X(30).
           05 WS-LM-FOUND PIC X(1).
           05 WS-LM-LOC-ID PIC 9(3).
           05 WS-LM-NAME PIC X(30).
           05 WS-LM-REGION PIC X(2).
           05 WS-LM-MODE PIC X(1).
      *> College and major picked from the code tables, for the
      *> profile and the majors a posting accepts
         77 WS-ACAD-PICK-TYPE PIC X(1).
         77 WS-ACAD-PICKED PIC X VALUE "N".
         77 WS-ACAD-LISTED PIC X VALUE "N".
         77 WS-ACAD-PICKED-NAME PIC X(30).
         77 WS-ACAD-PICK PIC 9(2) VALUE 0.
         77 WS-ACAD-IDX PIC 9(2) VALUE 0.
         77 WS-ACAD-NUMBER-TEXT PIC Z9.
         01 WS-ACAD-MATCH.
           05 WS-AM-FUNCTION PIC X(1).
           05 WS-AM-TYPE PIC X(1).
           05 WS-AM-TEXT PIC X(30).
           05 WS-AM-FOUND PIC X(1).
           05 WS-AM-CODE PIC X(6).
           05 WS-AM-NAME PIC X(30).
           05 WS-AM-LIST-COUNT PIC 9(2).
           05 WS-AM-MORE PIC X(1).
           05 WS-AM-LIST OCCURS 40 TIMES.
             10 WS-AM-L-CODE PIC X(6).
             10 WS-AM-L-NAME PIC X(30).
      *> The choices last listed, so a number can pick one
         01 WS-ACAD-SHOWN.
           05 WS-AS-TYPE PIC X(1) VALUE SPACE.
           05 WS-AS-COUNT PIC 9(2) VALUE 0.
           05 WS-AS-NAME PIC X(30) OCCURS 40 TIMES.
      *> Browse by location: open postings grouped by master name
      *> and work mode
         77 WS-MAX-LOC-GROUPS PIC 9(3) VALUE 200.
         01 WS-LOC-GROUP-TABLE.
           05 WS-LG-ENTRY OCCURS 200 TIMES.
             10 WS-LG-LOCATION PIC X(30).
             10 WS-LG-MODE PIC X(1).
             10 WS-LG-COUNT PIC 9(4).
         01 WS-LG-HOLD.
           05 WS-LG-HOLD-LOCATION PIC X(30).
           05 WS-LG-HOLD-MODE PIC X(1).
           05 WS-LG-HOLD-COUNT PIC 9(4).
         77 WS-LG-COUNT-ALL PIC 9(3) VALUE 0.
         77 WS-LG-IDX PIC 9(3) VALUE 0.
         77 WS-LG-MATCH PIC 9(3) VALUE 0.
         77 WS-LG-PICK PIC 9(3) VALUE 0.
         77 WS-LG-COUNT-TEXT PIC Z(3)9.
      *> Syndication opt-outs (SYNDOPTOUT.DAT)
         77 WS-SYNDOPT-STATUS PIC XX.
         77 WS-SYNDOPT-EOF PIC X VALUE "N".
         01 WS-SYNDOPT-TABLE.
           05 WS-SYNDOPT-ENTRY OCCURS 200 TIMES.
             10 WS-SYNDOPT-CO-ID PIC 9(4).
             10 WS-SYNDOPT-BY PIC X(12).
             10 WS-SYNDOPT-DATE PIC X(8).
         77 WS-SYNDOPT-COUNT PIC 9(4) VALUE 0.
         77 WS-SYNDOPT-IDX PIC 9(4) VALUE 0.
         77 WS-SYNDOPT-HIT PIC 9(4) VALUE 0.

      *> Nightly applicant export subscriptions (ATSFEEDS.DAT)
         77 WS-ATSFEED-STATUS PIC XX.
         77 WS-ATSFEED-EOF PIC X VALUE "N".
         01 WS-ATSFEED-TABLE.
           05 WS-ATSFEED-ENTRY OCCURS 200 TIMES.
             10 WS-ATSFEED-CO-ID PIC 9(4).
             10 WS-ATSFEED-BY PIC X(12).
             10 WS-ATSFEED-DATE PIC X(8).
         77 WS-ATSFEED-COUNT PIC 9(4) VALUE 0.
         77 WS-ATSFEED-IDX PIC 9(4) VALUE 0.
         77 WS-ATSFEED-HIT PIC 9(4) VALUE 0.

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
         77 WS-NEW-CO-NAME PIC X(30).
         77 WS-NEW-CO-INDUSTRY PIC X(30).
         77 WS-NEW-CO-DESC PIC X(60).
         77 WS-JS-REQ-COUNT PIC 9(2) VALUE 0.
         77 WS-JS-MET-COUNT PIC 9(2) VALUE 0.
         77 WS-JS-CHECK-USER PIC X(12).

      *> ===== Posting eligibility working storage =====
         77 WS-JOBELIG-STATUS PIC XX.
         77 WS-JOBELIG-EOF PIC X VALUE "N".
         77 WS-EL-SET PIC X VALUE "N".
         77 WS-EL-GRAD-FROM PIC 9(4) VALUE 0.
         77 WS-EL-GRAD-TO PIC 9(4) VALUE 0.
         77 WS-EL-ALUMNI PIC X(1) VALUE "Y".
         01 WS-EL-MAJOR-TABLE.
           05 WS-EL-MAJOR PIC X(30) OCCURS 5 TIMES.
         77 WS-EL-MAJOR-COUNT PIC 9 VALUE 0.
         77 WS-EL-IDX PIC 9 VALUE 0.
         77 WS-EL-OK PIC X VALUE "Y".
         77 WS-EL-REASON PIC X(60).
         77 WS-EL-USER-GRAD PIC 9(4) VALUE 0.
         77 WS-EL-USER-MAJOR PIC X(30).
         77 WS-EL-YEAR-TEXT PIC X(4).
         77 WS-EL-LINE PIC X(80).
         77 WS-EL-PTR PIC 9(3) VALUE 0.
         77 WS-NEW-JOB-ID PIC X(12).

      *> ===== Ranked applicant shortlist working storage =====
      *> One row per open application on the selected posting; each
      *> ranking factor keeps its own column so the order can be
      *> explained to the hiring manager.
         01 WS-SL-TABLE.
           05 WS-SL-ENTRY OCCURS 200 TIMES.
             10 WS-SL-USER PIC X(12).
             10 WS-SL-STATUS PIC X(14).
             10 WS-SL-SKILLS PIC 9(2).
             10 WS-SL-YES PIC 9.
             10 WS-SL-KNOCKOUT PIC X(1).
             10 WS-SL-EDU PIC X(1).
             10 WS-SL-MAJOR PIC X(1).
             10 WS-SL-REFERRED PIC X(1).
             10 WS-SL-SCORE PIC 9(3).
             10 WS-SL-SORT-KEY PIC 9(4).
         01 WS-SL-HOLD.
           05 FILLER PIC X(12).
           05 FILLER PIC X(14).
           05 FILLER PIC 9(2).
           05 FILLER PIC 9.
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 FILLER PIC X(1).
           05 FILLER PIC 9(3).
           05 FILLER PIC 9(4).
         77 WS-SL-COUNT PIC 9(4) VALUE 0.
         77 WS-SL-IDX PIC 9(4) VALUE 0.
         77 WS-SL-IDX2 PIC 9(4) VALUE 0.
         77 WS-SL-CLOSED PIC 9(4) VALUE 0.
         77 WS-SL-SWAP PIC X VALUE "N".
         77 WS-SL-HAS-KNOCKOUT PIC X VALUE "N".
         01 WS-SL-MAJOR-WORDS.
           05 WS-SL-MAJOR-WORD PIC X(20) OCCURS 5 TIMES.
         77 WS-SL-WORD-IDX PIC 9 VALUE 0.
         01 WS-SL-PRINT-LINE.
           05 WS-SLP-RANK PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SLP-USER PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SLP-STATUS PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SLP-SKILLS PIC X(7).
           05 WS-SLP-SCREEN PIC X(7).
           05 WS-SLP-KNOCKOUT PIC X(5).
           05 WS-SLP-EDU PIC X(5).
           05 WS-SLP-MAJOR PIC X(6).
           05 WS-SLP-REFERRED PIC X(5).
           05 WS-SLP-SCORE PIC X(5).
         77 WS-SL-NUM-TEXT PIC Z(3)9.
         77 WS-SL-FILENAME PIC X(40).
         77 WS-SL-FILE-STATUS PIC XX.
         77 WS-SL-SAVE PIC X VALUE "N".

      *> ===== Job category working storage =====
         77 WS-JOBCATS-STATUS PIC XX.
         77 WS-JOBCATS-EOF PIC X VALUE "N".
      *> Overrides the built-in business-rule defaults from
      *> PARAMS.DAT. Recognized names: MSG-RECIP-LIMIT,
      *> MSG-TOTAL-LIMIT, CKP-INTERVAL, PAGE-SIZE, PW-MAX-AGE,
      *> LOCK-STALE-SECS, APPT-STRIKE-LIMIT, APPT-STRIKE-DAYS,
      *> POST-EDIT-MATERIAL.
      *> Anything absent or non-numeric leaves the default standing,
      *> so a missing file costs nothing.
           MOVE "N" TO WS-PARAMS-EOF

           OPEN INPUT PARAMS-FILE
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-LOCK-STALE-SECS
                       END-IF
                     WHEN "APPT-STRIKE-LIMIT"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-APPT-STRIKE-LIMIT
                       END-IF
                     WHEN "APPT-STRIKE-DAYS"
                       IF WS-PARAM-NUM > 0
                         MOVE WS-PARAM-NUM TO WS-APPT-STRIKE-DAYS
                       END-IF
                     WHEN "POST-EDIT-MATERIAL"
                       MOVE WS-PARAM-NUM TO WS-EDIT-MATERIAL-CHARS
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
            END-PERFORM
          END-IF

          MOVE WS-USERNAME TO WS-VIEW-EXTRAS-USER
          PERFORM LOAD-VIEW-EXTRAS
          PERFORM SHOW-PROFILE-EXTRAS

          PERFORM SHOW-PROFILE-VIEWERS.

       DISPLAY-ABOUT-ME-WRAPPED.
            ADD WS-ABOUT-WRAP-CHUNK TO WS-ABOUT-WRAP-POS
          END-PERFORM.

       WRITE-EXTRAS-TO-RESUME.
          MOVE "Projects:" TO RESUME-LINE
          WRITE RESUME-LINE
          IF WS-VIEW-PRJ-COUNT = 0
            MOVE "  None" TO RESUME-LINE
            WRITE RESUME-LINE
          ELSE
            PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
              UNTIL WS-VIEW-INDEX > WS-VIEW-PRJ-COUNT
              PERFORM FORMAT-PROJECT-LINES
              PERFORM VARYING WS-XTRA-IDX FROM 1 BY 1
                UNTIL WS-XTRA-IDX > WS-XTRA-LINE-COUNT
                MOVE WS-XTRA-LINE(WS-XTRA-IDX) TO RESUME-LINE
                WRITE RESUME-LINE
              END-PERFORM
            END-PERFORM
          END-IF

          MOVE SPACES TO RESUME-LINE
          WRITE RESUME-LINE

          MOVE "Certifications:" TO RESUME-LINE
          WRITE RESUME-LINE
          IF WS-VIEW-CRT-COUNT = 0
            MOVE "  None" TO RESUME-LINE
            WRITE RESUME-LINE
          ELSE
            PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
              UNTIL WS-VIEW-INDEX > WS-VIEW-CRT-COUNT
              PERFORM FORMAT-CERT-LINES
              PERFORM VARYING WS-XTRA-IDX FROM 1 BY 1
                UNTIL WS-XTRA-IDX > WS-XTRA-LINE-COUNT
                MOVE WS-XTRA-LINE(WS-XTRA-IDX) TO RESUME-LINE
                WRITE RESUME-LINE
              END-PERFORM
            END-PERFORM
          END-IF.

       WRITE-ABOUT-ME-TO-RESUME.
          MOVE FUNCTION TRIM(WS-VIEW-ABOUT-ME) TO WS-ABOUT-WRAP-TEMP
          MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VIEW-ABOUT-ME))
            END-PERFORM
          END-IF

          MOVE SPACES TO RESUME-LINE
          WRITE RESUME-LINE

          MOVE WS-USERNAME TO WS-VIEW-EXTRAS-USER
          PERFORM LOAD-VIEW-EXTRAS
          PERFORM WRITE-EXTRAS-TO-RESUME

          CLOSE RESUME-FILE

          MOVE SPACES TO OUTPUT-RECORD
              AT END
                MOVE "Y" TO WS-CAL-EOF
              NOT AT END
                IF (IV-STATUS = "A" OR IV-STATUS = "R")
                  AND (FUNCTION TRIM(IV-APPLICANT) =
                    FUNCTION TRIM(WS-USERNAME)
                    OR FUNCTION TRIM(IV-POSTER) =
              NOT AT END
                IF EV-DATE >= WS-CAL-FROM-DATE
                  AND EV-DATE <= WS-CAL-TO-DATE
                  AND EV-STATUS NOT = "X"
                  PERFORM VARYING WS-CAL-RSVP-IDX FROM 1 BY 1
                    UNTIL WS-CAL-RSVP-IDX > WS-CAL-RSVP-COUNT
                    IF FUNCTION TRIM(EV-ID) = FUNCTION
       WRITE-RSVP-VEVENT.
          MOVE "BEGIN:VEVENT" TO CALEXPORT-LINE
          WRITE CALEXPORT-LINE
      *> Timed events export real start/end stamps; rows from before
      *> events carried times stay all-day entries.
          IF EV-START-TIME IS NUMERIC AND EV-END-TIME IS NUMERIC
            MOVE SPACES TO CALEXPORT-LINE
            STRING "DTSTART:" DELIMITED BY SIZE
                   EV-DATE DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   EV-START-TIME DELIMITED BY SIZE
                   "00" DELIMITED BY SIZE
              INTO CALEXPORT-LINE
            END-STRING
            WRITE CALEXPORT-LINE
            MOVE SPACES TO CALEXPORT-LINE
            STRING "DTEND:" DELIMITED BY SIZE
                   EV-DATE DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   EV-END-TIME DELIMITED BY SIZE
                   "00" DELIMITED BY SIZE
              INTO CALEXPORT-LINE
            END-STRING
            WRITE CALEXPORT-LINE
          ELSE
            MOVE SPACES TO CALEXPORT-LINE
            STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
                   EV-DATE DELIMITED BY SIZE
              INTO CALEXPORT-LINE
            END-STRING
            WRITE CALEXPORT-LINE
          END-IF
          MOVE SPACES TO CALEXPORT-LINE
          STRING "SUMMARY:" DELIMITED BY SIZE
                 FUNCTION TRIM(EV-TITLE) DELIMITED BY SIZE
            END-PERFORM
          END-IF

          MOVE WS-USERNAME TO WS-VIEW-EXTRAS-USER
          PERFORM LOAD-VIEW-EXTRAS

          MOVE "Projects:" TO DATAEXPORT-LINE
          WRITE DATAEXPORT-LINE
          IF WS-VIEW-PRJ-COUNT = 0
            MOVE "  None" TO DATAEXPORT-LINE
            WRITE DATAEXPORT-LINE
          ELSE
            PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
              UNTIL WS-VIEW-INDEX > WS-VIEW-PRJ-COUNT
              PERFORM FORMAT-PROJECT-LINES
              MOVE WS-XTRA-SUMMARY TO DATAEXPORT-LINE
              WRITE DATAEXPORT-LINE
            END-PERFORM
          END-IF

          MOVE "Certifications:" TO DATAEXPORT-LINE
          WRITE DATAEXPORT-LINE
          IF WS-VIEW-CRT-COUNT = 0
            MOVE "  None" TO DATAEXPORT-LINE
            WRITE DATAEXPORT-LINE
          ELSE
            PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
              UNTIL WS-VIEW-INDEX > WS-VIEW-CRT-COUNT
              PERFORM FORMAT-CERT-LINES
              MOVE WS-XTRA-SUMMARY TO DATAEXPORT-LINE
              WRITE DATAEXPORT-LINE
            END-PERFORM
          END-IF

          MOVE SPACES TO DATAEXPORT-LINE
          WRITE DATAEXPORT-LINE.

             END-IF
             MOVE "11. Alumni Directory" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "13. Introductions" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "0. Back to post-login menu" TO OUTPUT-RECORD
             PERFORM PRINT-LINE

               WHEN "4"
                 PERFORM HANDLE-VIEW-SENT-REQUESTS
               WHEN "5"
                 IF WS-ACCOUNT-TYPE = "R" OR WS-ACCOUNT-TYPE = "F"
                   MOVE "This feature is available to student accounts
      -              " only." TO OUTPUT-RECORD
                   PERFORM PRINT-LINE
                 PERFORM SEARCH-BY-EXPERIENCE
               WHEN "9"
                 PERFORM HANDLE-SECOND-DEGREE-BROWSE
               WHEN "13"
                 PERFORM HANDLE-INTRODUCTIONS
               WHEN "11"
                 PERFORM HANDLE-ALUMNI-DIRECTORY
               WHEN "10"
             EXIT PARAGRAPH
           END-IF

      *> Advisors are staff, not candidates.
           MOVE PROFILE-USERNAME TO WS-ACCT-LOOKUP-USER
           PERFORM GET-ACCOUNT-TYPE-OF
           IF WS-ACCT-LOOKUP-TYPE = "F"
             EXIT PARAGRAPH
           END-IF

      *> Cross-campus candidates appear only when they opted in.
           IF FUNCTION LENGTH(FUNCTION TRIM(PROFILE-CAMPUS)) > 0
             AND PROFILE-CAMPUS NOT = WS-MY-CAMPUS
           END-EVALUATE
           PERFORM SAVE-MAIL-PREFERENCE

           PERFORM HANDLE-TEXT-SETTINGS
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF

           PERFORM SAVE-USER-PREFS
           MOVE "Privacy settings saved." TO OUTPUT-RECORD
           PERFORM PRINT-LINE.

       GET-ACCOUNT-TYPE-OF.
      *> Looks up WS-ACCT-LOOKUP-USER's account type (space when the
      *> account is gone) and its active flag.
           MOVE SPACE TO WS-ACCT-LOOKUP-TYPE
           MOVE SPACE TO WS-ACCT-LOOKUP-ACTIVE
           MOVE "N" TO WS-USER-EOF

           OPEN INPUT USERS-FILE
                 IF FUNCTION TRIM(USERNAME) =
                   FUNCTION TRIM(WS-ACCT-LOOKUP-USER)
                   MOVE USER-ACCOUNT-TYPE TO WS-ACCT-LOOKUP-TYPE
                   MOVE USER-ACTIVE TO WS-ACCT-LOOKUP-ACTIVE
                   MOVE "Y" TO WS-USER-EOF
                 END-IF
             END-READ
                     AND WS-PREF-XCAMPUS NOT = "Y"
                     MOVE "N" TO WS-VIEWER-IS-CONNECTED
                   END-IF
      *> Advisor accounts are not classmates.
                   MOVE PROFILE-USERNAME TO WS-ACCT-LOOKUP-USER
                   PERFORM GET-ACCOUNT-TYPE-OF
                   IF WS-ACCT-LOOKUP-TYPE = "F"
                     MOVE "N" TO WS-VIEWER-IS-CONNECTED
                   END-IF
                   IF WS-VIEWER-IS-CONNECTED = "Y"
                     AND WS-SEARCH-MATCH-COUNT < WS-MAX-SEARCH-MATCHES
                     ADD 1 TO WS-SEARCH-MATCH-COUNT
                   END-IF

      *> Alumni stay reachable for networking but are left out of
      *> the student-focused recommender by default, as are
      *> advisor accounts.
                   MOVE PROFILE-USERNAME TO WS-ACCT-LOOKUP-USER
                   PERFORM GET-ACCOUNT-TYPE-OF
                   IF WS-ACCT-LOOKUP-TYPE = "L"
                     OR WS-ACCT-LOOKUP-TYPE = "F"
                     MOVE "Y" TO WS-ALREADY-CONNECTED
                   END-IF

             END-PERFORM
           END-IF

           MOVE WS-SEARCH-RESULT-USERNAME TO WS-VIEW-EXTRAS-USER
           PERFORM LOAD-VIEW-EXTRAS
           PERFORM SHOW-PROFILE-EXTRAS

           MOVE "-------------------------" TO OUTPUT-RECORD
           PERFORM PRINT-LINE

           WRITE SURVEYANSWER-RECORD
           CLOSE SURVEYANSWERS-FILE.

       PROMPT-GRADUATE-OUTCOME.
      *> Alumni are asked where they landed until they answer once.
      *> A hire recorded in PLACEMENTS.DAT is offered as the answer.
           PERFORM CHECK-OUTCOME-ANSWERED
           IF WS-OC-ANSWERED = "Y"
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PLACEMENT-HIRE

           MOVE "--- Graduate outcome ---" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "Career services reports where each graduating class lan
      -      "ds." TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "What are you doing now?" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           IF WS-OC-HIRE-JOB NOT = SPACES
             MOVE SPACES TO OUTPUT-RECORD
             STRING "Our records show you were hired by "
                      DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OC-HIRE-EMPLOYER) DELIMITED BY
                      SIZE
                    " (" DELIMITED BY SIZE
                    WS-OC-HIRE-DATE DELIMITED BY SIZE
                    ")." DELIMITED BY SIZE
               INTO OUTPUT-RECORD
             END-STRING
             PERFORM PRINT-LINE
             MOVE "Enter Y to confirm that, or choose below."
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
           END-IF
           MOVE "1. Employed" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "2. Continuing education" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "3. Military service" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "4. Service program (volunteer, fellowship)" TO
             OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "5. Still seeking" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "6. Not seeking" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "Enter your choice, or leave blank to answer at your nex
      -      "t login:" TO OUTPUT-RECORD
           PERFORM PRINT-LINE

           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(INPUT-RECORD(1:1)) TO WS-OC-CHOICE
           MOVE SPACES TO WS-OC-NEW-ORG
           MOVE "G" TO WS-OC-NEW-SOURCE
           EVALUATE WS-OC-CHOICE
             WHEN "Y"
               IF WS-OC-HIRE-JOB = SPACES
                 MOVE SPACE TO WS-OC-NEW-STATUS
               ELSE
                 MOVE "E" TO WS-OC-NEW-STATUS
                 MOVE WS-OC-HIRE-EMPLOYER TO WS-OC-NEW-ORG
                 MOVE "P" TO WS-OC-NEW-SOURCE
               END-IF
             WHEN "1"
               MOVE "E" TO WS-OC-NEW-STATUS
             WHEN "2"
               MOVE "C" TO WS-OC-NEW-STATUS
             WHEN "3"
               MOVE "M" TO WS-OC-NEW-STATUS
             WHEN "4"
               MOVE "V" TO WS-OC-NEW-STATUS
             WHEN "5"
               MOVE "S" TO WS-OC-NEW-STATUS
             WHEN "6"
               MOVE "N" TO WS-OC-NEW-STATUS
             WHEN OTHER
               MOVE SPACE TO WS-OC-NEW-STATUS
           END-EVALUATE

           IF WS-OC-NEW-STATUS = SPACE
             MOVE "No outcome recorded; we will ask again at your next l
      -      "ogin." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           IF WS-OC-NEW-SOURCE = "G"
             EVALUATE WS-OC-NEW-STATUS
               WHEN "E"
                 MOVE "Employer name:" TO OUTPUT-RECORD
               WHEN "C"
                 MOVE "Institution name:" TO OUTPUT-RECORD
               WHEN "M"
                 MOVE "Branch of service (optional):" TO
                   OUTPUT-RECORD
               WHEN "V"
                 MOVE "Program name (optional):" TO OUTPUT-RECORD
             END-EVALUATE
             IF WS-OC-NEW-STATUS NOT = "S"
               AND WS-OC-NEW-STATUS NOT = "N"
               PERFORM PRINT-LINE
               PERFORM READ-AND-LOG
               IF WS-EOF = "Y"
                 EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OC-NEW-ORG
             END-IF
           END-IF

           PERFORM APPEND-OUTCOME-RECORD
           IF WS-OUTCOMES-STATUS = "00"
             MOVE "Thank you; your outcome has been recorded." TO
               OUTPUT-RECORD
           ELSE
             MOVE "Unable to record your outcome right now." TO
               OUTPUT-RECORD
           END-IF
           PERFORM PRINT-LINE.

       CHECK-OUTCOME-ANSWERED.
           MOVE "N" TO WS-OC-ANSWERED
           MOVE "N" TO WS-OUTCOMES-EOF

           OPEN INPUT OUTCOMES-FILE
           IF WS-OUTCOMES-STATUS NOT = "00"
             IF WS-OUTCOMES-STATUS = "05"
               CLOSE OUTCOMES-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-OUTCOMES-EOF = "Y"
             READ OUTCOMES-FILE
               AT END
                 MOVE "Y" TO WS-OUTCOMES-EOF
               NOT AT END
                 IF FUNCTION TRIM(OC-USERNAME) =
                   FUNCTION TRIM(WS-USERNAME)
                   MOVE "Y" TO WS-OC-ANSWERED
                   MOVE "Y" TO WS-OUTCOMES-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE OUTCOMES-FILE.

       FIND-PLACEMENT-HIRE.
      *> Latest unflagged hire reported for this user, with the
      *> employer from the live posting or the archive.
           MOVE SPACES TO WS-OC-HIRE-JOB
           MOVE SPACES TO WS-OC-HIRE-DATE
           MOVE SPACES TO WS-OC-HIRE-EMPLOYER
           MOVE "N" TO WS-PLACEMENTS-EOF

           OPEN INPUT PLACEMENTS-FILE
           IF WS-PLACEMENTS-STATUS NOT = "00"
             IF WS-PLACEMENTS-STATUS = "05"
               CLOSE PLACEMENTS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PLACEMENTS-EOF = "Y"
             READ PLACEMENTS-FILE
               AT END
                 MOVE "Y" TO WS-PLACEMENTS-EOF
               NOT AT END
                 IF FUNCTION TRIM(PL-USERNAME) =
                     FUNCTION TRIM(WS-USERNAME)
                   AND PL-OUTCOME = "H"
                   AND PL-FLAGGED NOT = "Y"
                   AND PL-DATE >= WS-OC-HIRE-DATE
                   MOVE PL-JOB-ID TO WS-OC-HIRE-JOB
                   MOVE PL-DATE TO WS-OC-HIRE-DATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PLACEMENTS-FILE

           IF WS-OC-HIRE-JOB = SPACES
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-JOBS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
             PERFORM UNTIL WS-JOBS-EOF = "Y"
               READ JOBS-FILE
                 AT END
                   MOVE "Y" TO WS-JOBS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(JOB-ID) =
                     FUNCTION TRIM(WS-OC-HIRE-JOB)
                     MOVE JOB-EMPLOYER TO WS-OC-HIRE-EMPLOYER
                     MOVE "Y" TO WS-JOBS-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOBS-FILE
           ELSE
             IF WS-JOBS-STATUS = "05"
               CLOSE JOBS-FILE
             END-IF
           END-IF

           IF WS-OC-HIRE-EMPLOYER NOT = SPACES
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-JOBS-EOF
           OPEN INPUT JOBS-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
             PERFORM UNTIL WS-JOBS-EOF = "Y"
               READ JOBS-ARCHIVE-FILE
                 AT END
                   MOVE "Y" TO WS-JOBS-EOF
                 NOT AT END
                   IF FUNCTION TRIM(ARC-JOB-ID) =
                     FUNCTION TRIM(WS-OC-HIRE-JOB)
                     MOVE ARC-EMPLOYER TO WS-OC-HIRE-EMPLOYER
                     MOVE "Y" TO WS-JOBS-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JOBS-ARCHIVE-FILE
           ELSE
             IF WS-ARCHIVE-STATUS = "05"
               CLOSE JOBS-ARCHIVE-FILE
             END-IF
           END-IF

           IF WS-OC-HIRE-EMPLOYER NOT = SPACES
             EXIT PARAGRAPH
           END-IF

      *> A hire logged against an outside application.
           MOVE "N" TO WS-OUTSIDE-EOF
           OPEN INPUT OUTSIDEAPPS-FILE
           IF WS-OUTSIDE-STATUS = "00"
             PERFORM UNTIL WS-OUTSIDE-EOF = "Y"
               READ OUTSIDEAPPS-FILE
                 AT END
                   MOVE "Y" TO WS-OUTSIDE-EOF
                 NOT AT END
                   IF OA-ID = WS-OC-HIRE-JOB
                     MOVE OA-EMPLOYER TO WS-OC-HIRE-EMPLOYER
                     MOVE "Y" TO WS-OUTSIDE-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE OUTSIDEAPPS-FILE
           ELSE
             IF WS-OUTSIDE-STATUS = "05"
               CLOSE OUTSIDEAPPS-FILE
             END-IF
           END-IF

           IF WS-OC-HIRE-EMPLOYER = SPACES
             MOVE SPACES TO WS-OC-HIRE-JOB
           END-IF.

       APPEND-OUTCOME-RECORD.
           OPEN EXTEND OUTCOMES-FILE
           IF WS-OUTCOMES-STATUS = "35"
             OPEN OUTPUT OUTCOMES-FILE
             IF WS-OUTCOMES-STATUS = "00"
               CLOSE OUTCOMES-FILE
             END-IF
             OPEN EXTEND OUTCOMES-FILE
           END-IF

           IF WS-OUTCOMES-STATUS NOT = "00"
             AND WS-OUTCOMES-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-USERNAME TO OC-USERNAME
           MOVE WS-OC-NEW-STATUS TO OC-STATUS
           MOVE WS-OC-NEW-ORG TO OC-ORG
           MOVE FUNCTION CURRENT-DATE(1:8) TO OC-CONFIRMED
           MOVE WS-OC-NEW-SOURCE TO OC-SOURCE
           WRITE OUTCOME-RECORD
           CLOSE OUTCOMES-FILE
           MOVE "00" TO WS-OUTCOMES-STATUS.

       CHECK-FORCED-PASSWORD-CHANGE.
      *> Accounts provisioned from the registrar roster carry a
      *> temporary password; the first login must change it before
      *> anything else.
           MOVE "N" TO WS-PWRESET-PENDING
           MOVE 0 TO WS-PWRESET-COUNT
           MOVE "N" TO WS-PWRESET-EOF

           OPEN INPUT PWRESET-FILE
           IF WS-PWRESET-STATUS NOT = "00"
             IF WS-PWRESET-STATUS = "05"
               CLOSE PWRESET-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PWRESET-EOF = "Y"
             READ PWRESET-FILE
               AT END
                 MOVE "Y" TO WS-PWRESET-EOF
               NOT AT END
                 IF WS-PWRESET-COUNT < WS-MAX-PWRESET
                   ADD 1 TO WS-PWRESET-COUNT
                   MOVE PWR-USERNAME TO
                     WS-PWRESET-USER(WS-PWRESET-COUNT)
                   IF FUNCTION TRIM(PWR-USERNAME) =
                     FUNCTION TRIM(WS-USERNAME)
                     MOVE "Y" TO WS-PWRESET-PENDING
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE PWRESET-FILE

           IF WS-PWRESET-PENDING NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "Your temporary password must be changed before you
      -      " continue." TO OUTPUT-RECORD
           PERFORM PRINT-LINE

           MOVE "N" TO WS-CHANGE-PW-STATUS
           PERFORM UNTIL WS-CHANGE-PW-STATUS = "Y" OR WS-EOF = "Y"
             PERFORM HANDLE-CHANGE-PASSWORD
           END-PERFORM

           IF WS-CHANGE-PW-STATUS = "Y"
             PERFORM REMOVE-PWRESET-ENTRY
           END-IF.

       REMOVE-PWRESET-ENTRY.
           OPEN OUTPUT PWRESET-FILE
           IF WS-PWRESET-STATUS NOT = "00"
             AND WS-PWRESET-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PWRESET-IDX FROM 1 BY 1
             UNTIL WS-PWRESET-IDX > WS-PWRESET-COUNT
             IF FUNCTION TRIM(WS-PWRESET-USER(WS-PWRESET-IDX)) NOT =
               FUNCTION TRIM(WS-USERNAME)
      *> A mostly-empty profile is invisible to talent search and
      *> scores terribly in the recommender; tell the student where
      *> they stand and what to add first.
           MOVE WS-USERNAME TO WS-COMPLETE-USER
           PERFORM COMPUTE-PROFILE-COMPLETENESS

           MOVE SPACES TO OUTPUT-RECORD
           END-IF.

       COMPUTE-PROFILE-COMPLETENESS.
      *> Weighted pieces: the basic profile (20), an About Me (15),
      *> experience (15), education (10), a completed skill (15), an
      *> endorsement received (15), a project (5) and a
      *> certification (5). The first missing piece becomes the
      *> suggestion.
           MOVE 0 TO WS-COMPLETE-PCT
           MOVE SPACES TO WS-TOP-MISSING
           MOVE 0 TO WS-VIEW-EDU-COUNT
           MOVE "N" TO WS-PROFILE-FOUND

           CALL "VIEWPROFILE" USING WS-COMPLETE-USER
                                WS-VIEW-PROFILE-DATA
                                WS-VIEW-EXPERIENCE-LIST
                                  WS-VIEW-EDUCATION-LIST
                                WS-VIEW-EXP-COUNT WS-VIEW-EDU-COUNT

           ADD 20 TO WS-COMPLETE-PCT
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-VIEW-ABOUT-ME)) > 0
             ADD 15 TO WS-COMPLETE-PCT
           ELSE
             MOVE "write an About Me" TO WS-TOP-MISSING
           END-IF

           IF WS-VIEW-EXP-COUNT > 0
             ADD 15 TO WS-COMPLETE-PCT
           ELSE
             IF WS-TOP-MISSING = SPACES
               MOVE "add an experience entry" TO WS-TOP-MISSING
                   MOVE "Y" TO WS-SKILLS-EOF-TS
                 NOT AT END
                   IF FUNCTION TRIM(STS-USERNAME) =
                     FUNCTION TRIM(WS-COMPLETE-USER)
                     AND STS-STALE NOT = "Y"
                     ADD 1 TO WS-COMP-SKILLS
                   END-IF
                   MOVE "Y" TO WS-ENDORSE-EOF
                 NOT AT END
                   IF FUNCTION TRIM(ENDORSE-ENDORSEE) =
                     FUNCTION TRIM(WS-COMPLETE-USER)
                     ADD 1 TO WS-COMP-ENDORSE
                   END-IF
               END-READ
               MOVE "ask a connection for an endorsement" TO
                 WS-TOP-MISSING
             END-IF
           END-IF

           MOVE WS-COMPLETE-USER TO WS-VIEW-EXTRAS-USER
           PERFORM LOAD-VIEW-EXTRAS
           IF WS-VIEW-PRJ-COUNT > 0
             ADD 5 TO WS-COMPLETE-PCT
           ELSE
             IF WS-TOP-MISSING = SPACES
               MOVE "add a project" TO WS-TOP-MISSING
             END-IF
           END-IF
           IF WS-VIEW-CRT-COUNT > 0
             ADD 5 TO WS-COMPLETE-PCT
           ELSE
             IF WS-TOP-MISSING = SPACES
               MOVE "add a certification" TO WS-TOP-MISSING
             END-IF
           END-IF.

       HANDLE-PROFILE-CHANGES.
      *> Recent changes to the user's own profile sections, from the
      *> PROFHIST change history, with a one-step undo of the latest
      *> change they made themselves.
           MOVE "--- My Profile Changes ---" TO OUTPUT-RECORD
           PERFORM PRINT-LINE

           MOVE SPACES TO WS-PROFILE-HISTORY
           MOVE "L" TO WS-PH-FUNCTION
           MOVE WS-USERNAME TO WS-PH-USERNAME
           MOVE 0 TO WS-PH-CHANGES
           CALL "PROFHIST" USING WS-PROFILE-HISTORY
             ON EXCEPTION
               MOVE 0 TO WS-PH-CHANGES
           END-CALL

           IF WS-PH-CHANGES = 0
             MOVE "  No profile changes on record." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           MOVE "Recent changes (oldest first):" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
             UNTIL WS-PH-IDX > WS-PH-CHANGES
             EVALUATE WS-PH-L-SECTION(WS-PH-IDX)
               WHEN "P"
                 MOVE "Profile" TO WS-PH-LABEL
               WHEN "E"
                 MOVE "Experience" TO WS-PH-LABEL
               WHEN "D"
                 MOVE "Education" TO WS-PH-LABEL
               WHEN "J"
                 MOVE "Projects" TO WS-PH-LABEL
               WHEN "C"
                 MOVE "Certifications" TO WS-PH-LABEL
               WHEN OTHER
                 MOVE "Other" TO WS-PH-LABEL
             END-EVALUATE
             EVALUATE WS-PH-L-KIND(WS-PH-IDX)
               WHEN "U"
                 MOVE "undo by" TO WS-PH-VERB
               WHEN "R"
                 MOVE "restored by" TO WS-PH-VERB
               WHEN OTHER
                 MOVE "changed by" TO WS-PH-VERB
             END-EVALUATE
             IF WS-PH-L-ACTOR(WS-PH-IDX) = WS-USERNAME
               MOVE "you" TO WS-PH-WHO
             ELSE
               MOVE WS-PH-L-ACTOR(WS-PH-IDX) TO WS-PH-WHO
             END-IF
             MOVE SPACES TO OUTPUT-RECORD
             STRING "  " DELIMITED BY SIZE
                    WS-PH-L-TIMESTAMP(WS-PH-IDX)(1:8)
                      DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-PH-L-TIMESTAMP(WS-PH-IDX)(9:6)
                      DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-PH-LABEL DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PH-VERB) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PH-WHO) DELIMITED BY SIZE
               INTO OUTPUT-RECORD
             END-STRING
             PERFORM PRINT-LINE
           END-PERFORM

           MOVE "Undo your most recent change? (Y/N)" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             MOVE "No input; returning to post-login menu." TO
               OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF
           IF INPUT-RECORD(1:1) NOT = "Y" AND INPUT-RECORD(1:1)
             NOT = "y"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROFILE-HISTORY
           MOVE "U" TO WS-PH-FUNCTION
           MOVE WS-USERNAME TO WS-PH-USERNAME
           MOVE WS-USERNAME TO WS-PH-ACTOR
           MOVE "Profile history is not available right now." TO
             WS-PH-MESSAGE
           CALL "PROFHIST" USING WS-PROFILE-HISTORY
             ON EXCEPTION
               CONTINUE
           END-CALL
           MOVE WS-PH-MESSAGE TO OUTPUT-RECORD
           PERFORM PRINT-LINE.

       HANDLE-LOGIN-HISTORY.
      *> The account owner is the person best placed to spot a
      *> hijack: show their own recent logins and failed attempts,
             END-PERFORM
           END-IF

           MOVE "N" TO WS-MY-FAIL-FOUND
           MOVE 0 TO WS-MY-FAIL-COUNT
           MOVE SPACES TO WS-MY-FAIL-TS
           MOVE "N" TO WS-LOGINFAIL-EOF

           OPEN INPUT LOGINFAIL-FILE
           IF WS-LOGINFAIL-STATUS = "00"
             PERFORM UNTIL WS-LOGINFAIL-EOF = "Y"
               READ LOGINFAIL-FILE
                 AT END
                   MOVE "Y" TO WS-LOGINFAIL-EOF
                 NOT AT END
                   IF FUNCTION TRIM(LF-USERNAME) =
                     FUNCTION TRIM(WS-USERNAME)
                     MOVE "Y" TO WS-MY-FAIL-FOUND
                     IF LF-FAIL-COUNT IS NUMERIC
                       MOVE LF-FAIL-COUNT TO WS-MY-FAIL-COUNT
                     END-IF
                     MOVE LF-LAST-FAIL-TS TO WS-MY-FAIL-TS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOGINFAIL-FILE
           ELSE
             IF WS-LOGINFAIL-STATUS = "05"
               CLOSE LOGINFAIL-FILE
             END-IF
           END-IF

           IF WS-MY-FAIL-FOUND = "Y"
             MOVE SPACES TO OUTPUT-RECORD
             STRING "Failed login attempts: " DELIMITED BY SIZE
                    WS-MY-FAIL-COUNT DELIMITED BY SIZE
                    ", most recent " DELIMITED BY SIZE
                    WS-MY-FAIL-TS(1:8) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-MY-FAIL-TS(9:6) DELIMITED BY SIZE
               INTO OUTPUT-RECORD
             END-STRING
             PERFORM PRINT-LINE
           ELSE
             MOVE "No failed login attempts on record." TO
               OUTPUT-RECORD
             PERFORM PRINT-LINE
           END-IF

           PERFORM SHOW-SUPPORT-VIEWS

           PERFORM GET-TWO-STEP-SETTING
           IF WS-ACCOUNT-TYPE = "R" OR WS-ACCOUNT-TYPE = "A"
             MOVE "Two-step sign-in: required for your account type"
               TO OUTPUT-RECORD
           ELSE
             IF WS-TWOSTEP-ON = "Y"
               MOVE "Two-step sign-in: on" TO OUTPUT-RECORD
             ELSE
               MOVE "Two-step sign-in: off" TO OUTPUT-RECORD
             END-IF
           END-IF
           PERFORM PRINT-LINE

           MOVE "Enter W if this wasn't you, T to switch two-step sign-i
      -      "n, or 0 to go back:" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF

           IF INPUT-RECORD(1:1) = "W" OR INPUT-RECORD(1:1) = "w"
             PERFORM RAISE-HIJACK-ALARM
           END-IF

           IF INPUT-RECORD(1:1) = "T" OR INPUT-RECORD(1:1) = "t"
             PERFORM TOGGLE-TWO-STEP
           END-IF.

       SHOW-SUPPORT-VIEWS.
      *> Every time the help desk opened the read-only support view
      *> of this account it left a SUPPORTVIEW row in AUDIT.DAT; the
      *> latest five are shown here.
           MOVE 0 TO WS-SUPPORT-VIEW-COUNT
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
             PERFORM UNTIL WS-AUDIT-EOF = "Y"
               READ AUDIT-FILE
                 AT END
                   MOVE "Y" TO WS-AUDIT-EOF
                 NOT AT END
                   IF AUD-ACTION = "SUPPORTVIEW"
                     AND FUNCTION TRIM(AUD-TARGET) =
                       FUNCTION TRIM(WS-USERNAME)
                     IF WS-SUPPORT-VIEW-COUNT = 5
                       PERFORM VARYING WS-SUPPORT-VIEW-IDX FROM 1
                         BY 1 UNTIL WS-SUPPORT-VIEW-IDX > 4
                         MOVE WS-SUPPORT-VIEW(
                           WS-SUPPORT-VIEW-IDX + 1) TO
                           WS-SUPPORT-VIEW(WS-SUPPORT-VIEW-IDX)
                       END-PERFORM
                       MOVE 4 TO WS-SUPPORT-VIEW-COUNT
                     END-IF
                     ADD 1 TO WS-SUPPORT-VIEW-COUNT
                     MOVE AUD-TIMESTAMP TO
                       WS-SUPPORT-VIEW(WS-SUPPORT-VIEW-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
           ELSE
             IF WS-AUDIT-STATUS = "05"
               CLOSE AUDIT-FILE
             END-IF
           END-IF

           IF WS-SUPPORT-VIEW-COUNT = 0
             MOVE "Support has not viewed your account." TO
               OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           MOVE "Support viewed your account (read-only):" TO
             OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM VARYING WS-SUPPORT-VIEW-IDX FROM 1 BY 1
             UNTIL WS-SUPPORT-VIEW-IDX > WS-SUPPORT-VIEW-COUNT
             MOVE SPACES TO OUTPUT-RECORD
             STRING "  " DELIMITED BY SIZE
                    WS-SUPPORT-VIEW(WS-SUPPORT-VIEW-IDX)(1:8)
                      DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-SUPPORT-VIEW(WS-SUPPORT-VIEW-IDX)(9:6)
                      DELIMITED BY SIZE
               INTO OUTPUT-RECORD
             END-STRING
             PERFORM PRINT-LINE
           END-PERFORM.

       TOGGLE-TWO-STEP.
      *> Students, alumni and staff choose; recruiters and
      *> administrators cannot opt out.
           IF WS-ACCOUNT-TYPE = "R" OR WS-ACCOUNT-TYPE = "A"
             MOVE "Two-step sign-in is required for your account type an
      -      "d cannot be turned off." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           IF WS-TWOSTEP-ON = "Y"
             MOVE "N" TO WS-TWOSTEP-ON
             MOVE "Two-step sign-in turned off." TO OUTPUT-RECORD
           ELSE
             MOVE "Y" TO WS-TWOSTEP-ON
             MOVE "Two-step sign-in turned on. A code will be mailed to 
      -      "you at each login." TO OUTPUT-RECORD
           END-IF
           PERFORM SAVE-TWO-STEP-SETTING
           PERFORM PRINT-LINE.

       GET-TWO-STEP-SETTING.
           MOVE "N" TO WS-TWOSTEP-ON
           MOVE "N" TO WS-TWOSTEP-EOF
           OPEN INPUT TWOSTEP-FILE
           IF WS-TWOSTEP-STATUS NOT = "00"
             IF WS-TWOSTEP-STATUS = "05"
               CLOSE TWOSTEP-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TWOSTEP-EOF = "Y"
             READ TWOSTEP-FILE
               AT END
                 MOVE "Y" TO WS-TWOSTEP-EOF
               NOT AT END
                 IF FUNCTION TRIM(TWS-USERNAME) =
                   FUNCTION TRIM(WS-USERNAME)
                   MOVE TWS-ENABLED TO WS-TWOSTEP-ON
                   MOVE "Y" TO WS-TWOSTEP-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TWOSTEP-FILE.

       SAVE-TWO-STEP-SETTING.
      *> Upsert my TWOSTEP row via the same small load-and-rewrite
      *> the preference rows use.
           MOVE 0 TO WS-TSP-COUNT
           MOVE "N" TO WS-TWOSTEP-EOF
           OPEN INPUT TWOSTEP-FILE
           IF WS-TWOSTEP-STATUS = "00"
             PERFORM UNTIL WS-TWOSTEP-EOF = "Y"
               READ TWOSTEP-FILE
                 AT END
                   MOVE "Y" TO WS-TWOSTEP-EOF
                 NOT AT END
                   IF WS-TSP-COUNT < 1000
                     AND FUNCTION TRIM(TWS-USERNAME) NOT =
                       FUNCTION TRIM(WS-USERNAME)
                     ADD 1 TO WS-TSP-COUNT
                     MOVE TWS-USERNAME TO
                       WS-TSP-USERNAME(WS-TSP-COUNT)
                     MOVE TWS-ENABLED TO WS-TSP-ENABLED(WS-TSP-COUNT)
                     MOVE TWS-SET-DATE TO WS-TSP-DATE(WS-TSP-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TWOSTEP-FILE
           ELSE
             IF WS-TWOSTEP-STATUS = "05"
               CLOSE TWOSTEP-FILE
             END-IF
           END-IF

           OPEN OUTPUT TWOSTEP-FILE
           IF WS-TWOSTEP-STATUS NOT = "00"
             AND WS-TWOSTEP-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TSP-IDX FROM 1 BY 1
             UNTIL WS-TSP-IDX > WS-TSP-COUNT
             MOVE WS-TSP-USERNAME(WS-TSP-IDX) TO TWS-USERNAME
             MOVE WS-TSP-ENABLED(WS-TSP-IDX) TO TWS-ENABLED
             MOVE WS-TSP-DATE(WS-TSP-IDX) TO TWS-SET-DATE
             WRITE TWOSTEP-RECORD
           END-PERFORM

           MOVE WS-USERNAME TO TWS-USERNAME
           MOVE WS-TWOSTEP-ON TO TWS-ENABLED
           MOVE FUNCTION CURRENT-DATE(1:8) TO TWS-SET-DATE
           WRITE TWOSTEP-RECORD

           CLOSE TWOSTEP-FILE.

       HANDLE-CONTACT-SUPPORT.
      *> The user's own tickets with where each one stands, then the
      *> chance to open a new one. Replies from the help desk arrive
      *> as ordinary messages from InCollege.
           MOVE "--- Contact Support ---" TO OUTPUT-RECORD
           PERFORM PRINT-LINE

           PERFORM SHOW-MY-TICKETS

           MOVE "Enter N to open a new ticket, or 0 to go back:" TO
             OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF

           IF INPUT-RECORD(1:1) = "N" OR INPUT-RECORD(1:1) = "n"
             PERFORM OPEN-SUPPORT-TICKET
           END-IF.

       SHOW-MY-TICKETS.
      *> Also finds the highest ticket number on file so a new
      *> ticket can take the next one.
           MOVE 0 TO WS-TICKET-MINE
           MOVE 0 TO WS-TICKET-NEXT-ID
           MOVE "N" TO WS-TICKETS-EOF
           OPEN INPUT TICKETS-FILE
           IF WS-TICKETS-STATUS = "00"
             PERFORM UNTIL WS-TICKETS-EOF = "Y"
               READ TICKETS-FILE
                 AT END
                   MOVE "Y" TO WS-TICKETS-EOF
                 NOT AT END
                   IF TK-ID IS NUMERIC
                     AND TK-ID > WS-TICKET-NEXT-ID
                     MOVE TK-ID TO WS-TICKET-NEXT-ID
                   END-IF
                   IF FUNCTION TRIM(TK-USERNAME) =
                     FUNCTION TRIM(WS-USERNAME)
                     IF WS-TICKET-MINE = 0
                       MOVE "Your tickets:" TO OUTPUT-RECORD
                       PERFORM PRINT-LINE
                     END-IF
                     ADD 1 TO WS-TICKET-MINE
                     PERFORM SHOW-ONE-TICKET
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TICKETS-FILE
           ELSE
             IF WS-TICKETS-STATUS = "05"
               CLOSE TICKETS-FILE
             END-IF
           END-IF
           ADD 1 TO WS-TICKET-NEXT-ID

           IF WS-TICKET-MINE = 0
             MOVE "You have no support tickets." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
           END-IF.

       SHOW-ONE-TICKET.
           MOVE TK-CATEGORY TO WS-TICKET-CATEGORY
           PERFORM GET-TICKET-CATEGORY-TEXT
           MOVE SPACES TO OUTPUT-RECORD
           IF TK-STATUS = "R"
             STRING "  " DELIMITED BY SIZE
                    TK-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-TICKET-CAT-TEXT DELIMITED BY SIZE
                    " opened " DELIMITED BY SIZE
                    TK-OPENED-TS(1:8) DELIMITED BY SIZE
                    "  resolved " DELIMITED BY SIZE
                    TK-RESOLVED-TS(1:8) DELIMITED BY SIZE
               INTO OUTPUT-RECORD
             END-STRING
           ELSE
             IF TK-ASSIGNEE = SPACES
               STRING "  " DELIMITED BY SIZE
                      TK-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TICKET-CAT-TEXT DELIMITED BY SIZE
                      " opened " DELIMITED BY SIZE
                      TK-OPENED-TS(1:8) DELIMITED BY SIZE
                      "  open, waiting for support" DELIMITED BY SIZE
                 INTO OUTPUT-RECORD
               END-STRING
             ELSE
               STRING "  " DELIMITED BY SIZE
                      TK-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TICKET-CAT-TEXT DELIMITED BY SIZE
                      " opened " DELIMITED BY SIZE
                      TK-OPENED-TS(1:8) DELIMITED BY SIZE
                      "  open, being worked on" DELIMITED BY SIZE
                 INTO OUTPUT-RECORD
               END-STRING
             END-IF
           END-IF
           PERFORM PRINT-LINE
           MOVE SPACES TO OUTPUT-RECORD
           STRING "    " DELIMITED BY SIZE
                  TK-DESCRIPTION(1:76) DELIMITED BY SIZE
             INTO OUTPUT-RECORD
           END-STRING
           PERFORM PRINT-LINE.

       GET-TICKET-CATEGORY-TEXT.
           EVALUATE WS-TICKET-CATEGORY
             WHEN "L"
               MOVE "Login" TO WS-TICKET-CAT-TEXT
             WHEN "A"
               MOVE "Application" TO WS-TICKET-CAT-TEXT
             WHEN "P"
               MOVE "Job posting" TO WS-TICKET-CAT-TEXT
             WHEN "D"
               MOVE "Data correction" TO WS-TICKET-CAT-TEXT
             WHEN OTHER
               MOVE "Other" TO WS-TICKET-CAT-TEXT
           END-EVALUATE.

       OPEN-SUPPORT-TICKET.
           MOVE SPACES TO WS-TICKET-CATEGORY
           PERFORM UNTIL WS-TICKET-CATEGORY NOT = SPACES
             MOVE "What is the problem about?" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "1. Logging in" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "2. A job application" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "3. A job posting" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "4. Correcting my data" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "5. Something else" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             PERFORM READ-AND-LOG
             IF WS-EOF = "Y"
               EXIT PARAGRAPH
             END-IF
             EVALUATE INPUT-RECORD(1:1)
               WHEN "1"
                 MOVE "L" TO WS-TICKET-CATEGORY
               WHEN "2"
                 MOVE "A" TO WS-TICKET-CATEGORY
               WHEN "3"
                 MOVE "P" TO WS-TICKET-CATEGORY
               WHEN "4"
                 MOVE "D" TO WS-TICKET-CATEGORY
               WHEN "5"
                 MOVE "O" TO WS-TICKET-CATEGORY
               WHEN OTHER
                 MOVE "Please choose 1 to 5." TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
             END-EVALUATE
           END-PERFORM

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y"
             MOVE "Describe the problem (one line):" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             PERFORM READ-AND-LOG
             IF WS-EOF = "Y"
               EXIT PARAGRAPH
             END-IF
             IF FUNCTION TRIM(INPUT-RECORD) = SPACES
               MOVE "Description cannot be blank." TO OUTPUT-RECORD
               PERFORM PRINT-LINE
             ELSE
               MOVE "Y" TO WS-VALID-INPUT
             END-IF
           END-PERFORM

           OPEN EXTEND TICKETS-FILE
           IF WS-TICKETS-STATUS = "35"
             OPEN OUTPUT TICKETS-FILE
             IF WS-TICKETS-STATUS = "00"
               CLOSE TICKETS-FILE
             END-IF
             OPEN EXTEND TICKETS-FILE
           END-IF
           IF WS-TICKETS-STATUS NOT = "00"
             AND WS-TICKETS-STATUS NOT = "05"
             MOVE "Unable to open a ticket right now." TO
               OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           MOVE WS-TICKET-NEXT-ID TO TK-ID
           MOVE WS-USERNAME TO TK-USERNAME
           MOVE WS-TICKET-CATEGORY TO TK-CATEGORY
           MOVE "O" TO TK-STATUS
           MOVE SPACES TO TK-ASSIGNEE
           MOVE FUNCTION CURRENT-DATE(1:14) TO TK-OPENED-TS
           MOVE SPACES TO TK-RESOLVED-TS
           MOVE FUNCTION TRIM(INPUT-RECORD) TO TK-DESCRIPTION
           WRITE TICKET-RECORD
           CLOSE TICKETS-FILE

           MOVE SPACES TO OUTPUT-RECORD
           STRING "Ticket " DELIMITED BY SIZE
                  WS-TICKET-NEXT-ID DELIMITED BY SIZE
                  " opened. The help desk will reply in your messages."
                    DELIMITED BY SIZE
             INTO OUTPUT-RECORD
           END-STRING
           PERFORM PRINT-LINE.

       VERIFY-SIGN-IN-CODE.
      *> The password was right and the account needs a second step:
      *> mail the one-time code LOGINPROG issued (always, whatever the
      *> user's mail preference, since it cannot wait for a digest),
      *> then take up to three tries at it. Each wrong code counts
      *> toward the lockout inside LOGINPROG.
           MOVE WS-USERNAME TO WS-MAIL-RECIPIENT
           MOVE "CODE" TO WS-MAIL-TYPE
           MOVE "Your InCollege sign-in code" TO WS-MAIL-SUBJECT
           MOVE SPACES TO WS-MAIL-BODY
           STRING "Your one-time sign-in code is " DELIMITED BY SIZE
                  WS-STEP-CODE DELIMITED BY SIZE
                  ". If you did not just log in, change your password."
                    DELIMITED BY SIZE
             INTO WS-MAIL-BODY
           END-STRING
           PERFORM QUEUE-OUTBOUND-MAIL

           MOVE "N" TO WS-STATUS
           MOVE 0 TO WS-CODE-TRIES
           PERFORM UNTIL WS-STATUS = "Y" OR WS-CODE-TRIES >= 3
             OR WS-EOF = "Y"
             MOVE "Enter the 6-digit sign-in code sent to your mailbox:"
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             PERFORM READ-AND-LOG
             IF WS-EOF = "Y"
               MOVE "No input for sign-in code; returning to menu." TO
                 OUTPUT-RECORD
               PERFORM PRINT-LINE
               EXIT PERFORM
             END-IF
             ADD 1 TO WS-CODE-TRIES
             MOVE "C" TO WS-STEP-MODE
             MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-STEP-CODE
             CALL "LOGINPROG" USING WS-USERNAME WS-PASSWORD WS-STATUS
               WS-MESSAGE WS-ACCOUNT-TYPE WS-TWO-STEP
             MOVE WS-MESSAGE TO OUTPUT-RECORD
             PERFORM PRINT-LINE
      *> An expired code or a lockout ends the attempt outright.
             IF WS-STATUS = "X"
               MOVE "N" TO WS-STATUS
               EXIT PERFORM
             END-IF
           END-PERFORM

           IF WS-STATUS NOT = "Y" AND WS-EOF NOT = "Y"
             MOVE "Sign-in not completed; please log in again." TO
               OUTPUT-RECORD
             PERFORM PRINT-LINE
           END-IF.

       RAISE-HIJACK-ALARM.
             END-IF
             OPEN EXTEND MAILLOG-FILE
           END-IF
           IF WS-MAILLOG-STATUS = "00" OR WS-MAILLOG-STATUS = "05"
             MOVE WS-MAIL-RECIPIENT TO ML2-RECIPIENT
             MOVE WS-MAIL-TYPE TO ML2-TYPE
             MOVE FUNCTION CURRENT-DATE(1:14) TO ML2-QUEUED-TS
             WRITE MAILLOG-RECORD
             CLOSE MAILLOG-FILE
           END-IF.

       HANDLE-TEXT-SETTINGS.
      *> Opt-in text reminders. A new number is held as pending until
      *> the user enters the code texted to it; nothing but that code
      *> is ever sent to an unverified number.
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-SMS-USER
           PERFORM LOAD-SMS-PREFERENCE
           EVALUATE TRUE
             WHEN WS-SMS-OPT-IN = "Y" AND WS-SMS-VERIFIED = "Y"
               STRING "Text reminders: on, to "
                 FUNCTION TRIM(WS-SMS-MOBILE) " (quiet "
                 WS-SMS-QUIET-FROM "-" WS-SMS-QUIET-TO ")"
                 DELIMITED BY SIZE INTO OUTPUT-RECORD
             WHEN WS-SMS-OPT-IN = "Y"
               STRING "Text reminders: waiting for the code sent to "
                 FUNCTION TRIM(WS-SMS-MOBILE)
                 DELIMITED BY SIZE INTO OUTPUT-RECORD
             WHEN OTHER
               MOVE "Text reminders: off" TO OUTPUT-RECORD
           END-EVALUATE
           PERFORM PRINT-LINE

           MOVE "Texts: (Y) set up or change number, (N) turn off, (V) e
      -      "nter code, Enter to keep:" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF

           EVALUATE INPUT-RECORD(1:1)
             WHEN "Y"
             WHEN "y"
               PERFORM SET-UP-SMS-NUMBER
             WHEN "N"
             WHEN "n"
               IF WS-SMS-FOUND = "Y"
                 MOVE "N" TO WS-SMS-OPT-IN
                 PERFORM SAVE-SMS-PREFERENCE
               END-IF
               MOVE "Text reminders turned off." TO OUTPUT-RECORD
               PERFORM PRINT-LINE
             WHEN "V"
             WHEN "v"
               IF WS-SMS-OPT-IN = "Y" AND WS-SMS-VERIFIED = "P"
                 MOVE "Enter the 6-digit code:" TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
                 PERFORM READ-AND-LOG
                 IF WS-EOF = "Y"
                   EXIT PARAGRAPH
                 END-IF
                 PERFORM CHECK-SMS-CODE
               ELSE
                 MOVE "There is no code waiting to be entered."
                   TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       SET-UP-SMS-NUMBER.
           MOVE "Mobile number (digits only, 10-15):" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = SPACES
             OR FUNCTION TRIM(INPUT-RECORD) IS NOT NUMERIC
             OR FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) < 10
             OR FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) > 15
             MOVE "Invalid mobile number; text settings unchanged."
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SMS-MOBILE

           MOVE "Quiet hours start (HHMM, Enter for 2100):"
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SMS-HHMM-IN
           PERFORM CHECK-SMS-HHMM
           IF WS-SMS-HHMM-OK = "Y"
             MOVE WS-SMS-HHMM-IN TO WS-SMS-QUIET-FROM
           ELSE
             MOVE "2100" TO WS-SMS-QUIET-FROM
           END-IF

           MOVE "Quiet hours end (HHMM, Enter for 0800):"
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SMS-HHMM-IN
           PERFORM CHECK-SMS-HHMM
           IF WS-SMS-HHMM-OK = "Y"
             MOVE WS-SMS-HHMM-IN TO WS-SMS-QUIET-TO
           ELSE
             MOVE "0800" TO WS-SMS-QUIET-TO
           END-IF

      *> Six random digits, seeded from the clock and the number.
           COMPUTE WS-SMS-CODE-SEED = FUNCTION MOD(
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:8))
             + FUNCTION NUMVAL(WS-SMS-MOBILE(1:9)), 999999937)
           COMPUTE WS-SMS-CODE-NUM =
             FUNCTION RANDOM(WS-SMS-CODE-SEED) * 1000000
           MOVE WS-SMS-CODE-NUM TO WS-SMS-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SMS-CODE-DATE
           MOVE "Y" TO WS-SMS-OPT-IN
           MOVE "P" TO WS-SMS-VERIFIED
           PERFORM SAVE-SMS-PREFERENCE

           MOVE "VRFY" TO WS-SMS-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SMS-REF
           MOVE SPACES TO WS-SMS-TEXT
           STRING "InCollege: your verification code is "
             WS-SMS-CODE ". Enter it under Privacy settings."
             DELIMITED BY SIZE INTO WS-SMS-TEXT
           MOVE FUNCTION TRIM(WS-USERNAME) TO WS-SMS-USER
           MOVE "Y" TO WS-SMS-VERIFY-SEND
           PERFORM QUEUE-SMS-TEXT
           MOVE "N" TO WS-SMS-VERIFY-SEND

           MOVE SPACES TO OUTPUT-RECORD
           IF WS-SMS-QUEUED = "Y"
             STRING "A code will be texted to "
               FUNCTION TRIM(WS-SMS-MOBILE) " at "
               WS-SMS-SEND-AT(9:2) ":" WS-SMS-SEND-AT(11:2)
               " on " WS-SMS-SEND-AT(1:8) "."
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           ELSE
             MOVE "The code could not be queued; try again later."
               TO OUTPUT-RECORD
           END-IF
           PERFORM PRINT-LINE

           MOVE "Enter the code now, or press Enter to do it later:"
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
             PERFORM CHECK-SMS-CODE
           END-IF.

       CHECK-SMS-HHMM.
           MOVE "N" TO WS-SMS-HHMM-OK
           IF WS-SMS-HHMM-IN IS NUMERIC
             IF WS-SMS-HHMM-IN(1:2) < "24"
               AND WS-SMS-HHMM-IN(3:2) < "60"
               MOVE "Y" TO WS-SMS-HHMM-OK
             END-IF
           END-IF.

       CHECK-SMS-CODE.
      *> A code is good on the day it was issued and the day after.
           IF WS-SMS-CODE-DATE NOT = FUNCTION CURRENT-DATE(1:8)
             AND WS-SMS-CODE-DATE NOT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               FUNCTION CURRENT-DATE(1:8))) - 1)
             MOVE "That code has expired; choose Y to send a new one."
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INPUT-RECORD) = WS-SMS-CODE
             MOVE "Y" TO WS-SMS-VERIFIED
             MOVE SPACES TO WS-SMS-CODE
             PERFORM SAVE-SMS-PREFERENCE
             MOVE "Mobile number verified; text reminders are on."
               TO OUTPUT-RECORD
           ELSE
             MOVE "That code does not match." TO OUTPUT-RECORD
           END-IF
           PERFORM PRINT-LINE.

       LOAD-SMS-PREFERENCE.
      *> Loads the SMSPREFS row for WS-SMS-USER (defaulting to the
      *> signed-in user); anyone without a row has texts off.
           IF WS-SMS-USER = SPACES
             MOVE FUNCTION TRIM(WS-USERNAME) TO WS-SMS-USER
           END-IF
           MOVE "N" TO WS-SMS-FOUND
           MOVE "N" TO WS-SMS-OPT-IN
           MOVE SPACES TO WS-SMS-MOBILE
           MOVE "N" TO WS-SMS-VERIFIED
           MOVE SPACES TO WS-SMS-CODE
           MOVE SPACES TO WS-SMS-CODE-DATE
           MOVE "2100" TO WS-SMS-QUIET-FROM
           MOVE "0800" TO WS-SMS-QUIET-TO
           MOVE "N" TO WS-SMSPREFS-EOF

           OPEN INPUT SMSPREFS-FILE
           IF WS-SMSPREFS-STATUS NOT = "00"
             IF WS-SMSPREFS-STATUS = "05"
               CLOSE SMSPREFS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SMSPREFS-EOF = "Y"
             READ SMSPREFS-FILE
               AT END
                 MOVE "Y" TO WS-SMSPREFS-EOF
               NOT AT END
                 IF FUNCTION TRIM(SP-USERNAME) =
                   FUNCTION TRIM(WS-SMS-USER)
                   MOVE "Y" TO WS-SMS-FOUND
                   MOVE SP-OPT-IN TO WS-SMS-OPT-IN
                   MOVE SP-MOBILE TO WS-SMS-MOBILE
                   MOVE SP-VERIFIED TO WS-SMS-VERIFIED
                   MOVE SP-CODE TO WS-SMS-CODE
                   MOVE SP-CODE-DATE TO WS-SMS-CODE-DATE
                   MOVE SP-QUIET-FROM TO WS-SMS-QUIET-FROM
                   MOVE SP-QUIET-TO TO WS-SMS-QUIET-TO
                   MOVE "Y" TO WS-SMSPREFS-EOF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE SMSPREFS-FILE.

       SAVE-SMS-PREFERENCE.
      *> Upsert the signed-in user's SMSPREFS row with the same
      *> load-and-rewrite the mail preference uses.
           MOVE 0 TO WS-SPF-COUNT
           MOVE "N" TO WS-SMSPREFS-EOF
           OPEN INPUT SMSPREFS-FILE
           IF WS-SMSPREFS-STATUS = "00"
             PERFORM UNTIL WS-SMSPREFS-EOF = "Y"
               READ SMSPREFS-FILE
                 AT END
                   MOVE "Y" TO WS-SMSPREFS-EOF
                 NOT AT END
                   IF WS-SPF-COUNT < 2000
                     AND FUNCTION TRIM(SP-USERNAME) NOT =
                       FUNCTION TRIM(WS-USERNAME)
                     ADD 1 TO WS-SPF-COUNT
                     MOVE SMSPREF-RECORD TO WS-SPF-ROW(WS-SPF-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SMSPREFS-FILE
           ELSE
             IF WS-SMSPREFS-STATUS = "05"
               CLOSE SMSPREFS-FILE
             END-IF
           END-IF

           OPEN OUTPUT SMSPREFS-FILE
           IF WS-SMSPREFS-STATUS NOT = "00"
             AND WS-SMSPREFS-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SPF-IDX FROM 1 BY 1
             UNTIL WS-SPF-IDX > WS-SPF-COUNT
             MOVE WS-SPF-ROW(WS-SPF-IDX) TO SMSPREF-RECORD
             WRITE SMSPREF-RECORD
           END-PERFORM
           MOVE FUNCTION TRIM(WS-USERNAME) TO SP-USERNAME
           MOVE WS-SMS-OPT-IN TO SP-OPT-IN
           MOVE WS-SMS-MOBILE TO SP-MOBILE
           MOVE WS-SMS-VERIFIED TO SP-VERIFIED
           MOVE WS-SMS-CODE TO SP-CODE
           MOVE WS-SMS-CODE-DATE TO SP-CODE-DATE
           MOVE WS-SMS-QUIET-FROM TO SP-QUIET-FROM
           MOVE WS-SMS-QUIET-TO TO SP-QUIET-TO
           WRITE SMSPREF-RECORD
           CLOSE SMSPREFS-FILE
           MOVE "Y" TO WS-SMS-FOUND.

       QUEUE-SMS-TEXT.
      *> Texts WS-SMS-TEXT to WS-SMS-USER if they have opted in with a
      *> verified number, held back past their quiet hours. The
      *> handoff row and its send-log entry are written together.
           MOVE "N" TO WS-SMS-QUEUED
           IF WS-SMS-VERIFY-SEND NOT = "Y"
             PERFORM LOAD-SMS-PREFERENCE
           END-IF
           IF WS-SMS-OPT-IN NOT = "Y" OR WS-SMS-MOBILE = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-SMS-VERIFIED NOT = "Y" AND WS-SMS-VERIFY-SEND NOT = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-SMS-SEND-AT
           PERFORM ADJUST-SMS-FOR-QUIET-HOURS

           OPEN EXTEND SMSQUEUE-FILE
           IF WS-SMSQUEUE-STATUS = "35"
             OPEN OUTPUT SMSQUEUE-FILE
             IF WS-SMSQUEUE-STATUS = "00"
               CLOSE SMSQUEUE-FILE
             END-IF
             OPEN EXTEND SMSQUEUE-FILE
           END-IF

           IF WS-SMSQUEUE-STATUS NOT = "00"
             AND WS-SMSQUEUE-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-SMS-MOBILE TO SMQ-MOBILE
           MOVE WS-SMS-USER TO SMQ-USERNAME
           MOVE WS-SMS-TYPE TO SMQ-TYPE
           MOVE WS-SMS-SEND-AT TO SMQ-SEND-AT
           MOVE WS-SMS-TEXT TO SMQ-TEXT
           WRITE SMSQUEUE-RECORD
           CLOSE SMSQUEUE-FILE
           MOVE "Y" TO WS-SMS-QUEUED

           OPEN EXTEND SMSLOG-FILE
           IF WS-SMSLOG-STATUS = "35"
             OPEN OUTPUT SMSLOG-FILE
             IF WS-SMSLOG-STATUS = "00"
               CLOSE SMSLOG-FILE
             END-IF
             OPEN EXTEND SMSLOG-FILE
           END-IF
           IF WS-SMSLOG-STATUS = "00" OR WS-SMSLOG-STATUS = "05"
             MOVE WS-SMS-USER TO SL-USERNAME
             MOVE WS-SMS-TYPE TO SL-TYPE
             MOVE WS-SMS-REF TO SL-REF
             MOVE FUNCTION CURRENT-DATE(1:14) TO SL-QUEUED-TS
             MOVE WS-SMS-SEND-AT TO SL-SEND-AT
             WRITE SMSLOG-RECORD
             CLOSE SMSLOG-FILE
           END-IF.

       ADJUST-SMS-FOR-QUIET-HOURS.
      *> Moves WS-SMS-SEND-AT to the end of the quiet window when it
      *> falls inside it; a window past midnight can roll the day.
           IF WS-SMS-QUIET-FROM = SPACES OR WS-SMS-QUIET-TO = SPACES
             OR WS-SMS-QUIET-FROM = WS-SMS-QUIET-TO
             EXIT PARAGRAPH
           END-IF

           MOVE WS-SMS-SEND-AT(9:4) TO WS-SMS-SEND-HHMM
           IF WS-SMS-QUIET-FROM < WS-SMS-QUIET-TO
             IF WS-SMS-SEND-HHMM >= WS-SMS-QUIET-FROM
               AND WS-SMS-SEND-HHMM < WS-SMS-QUIET-TO
               MOVE WS-SMS-QUIET-TO TO WS-SMS-SEND-AT(9:4)
             END-IF
           ELSE
             IF WS-SMS-SEND-HHMM < WS-SMS-QUIET-TO
               MOVE WS-SMS-QUIET-TO TO WS-SMS-SEND-AT(9:4)
             ELSE
               IF WS-SMS-SEND-HHMM >= WS-SMS-QUIET-FROM
                 MOVE FUNCTION DATE-OF-INTEGER(FUNCTION
                   INTEGER-OF-DATE(FUNCTION NUMVAL(
                   WS-SMS-SEND-AT(1:8))) + 1) TO WS-SMS-SEND-AT(1:8)
                 MOVE WS-SMS-QUIET-TO TO WS-SMS-SEND-AT(9:4)
               END-IF
             END-IF
           END-IF.

       GET-PREVIOUS-LOGIN-DATE.

       PROMPT-ADD-ENDORSEMENT.
           IF WS-VIEW-EXP-COUNT = 0 AND WS-VIEW-EDU-COUNT = 0
             AND WS-VIEW-PRJ-COUNT = 0 AND WS-VIEW-CRT-COUNT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE "Endorse one of this person's experience, education,"
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "project or certification entries? (Y/N)"
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "Endorse an (E)xperience, e(D)ucation, (P)roject or"
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "(C)ertification entry?" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE INPUT-RECORD(1:1) TO WS-ENDORSE-TYPE-CHOICE
           INSPECT WS-ENDORSE-TYPE-CHOICE CONVERTING "edpc" TO "EDPC"

           IF WS-ENDORSE-TYPE-CHOICE = "E"
             IF WS-VIEW-EXP-COUNT = 0
                 MOVE "This user has no education entries."
                   TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
                 EXIT PARAGRAPH
               END-IF
               MOVE "D" TO WS-ENDORSE-ENTRY-TYPE
             ELSE
               IF WS-ENDORSE-TYPE-CHOICE = "P"
                 IF WS-VIEW-PRJ-COUNT = 0
                   MOVE "This user has no project entries."
                     TO OUTPUT-RECORD
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
                 END-IF
                 MOVE "P" TO WS-ENDORSE-ENTRY-TYPE
               ELSE
                 IF WS-ENDORSE-TYPE-CHOICE = "C"
                   IF WS-VIEW-CRT-COUNT = 0
                     MOVE "This user has no certification entries."
                       TO OUTPUT-RECORD
                     PERFORM PRINT-LINE
                     EXIT PARAGRAPH
                   END-IF
                   MOVE "C" TO WS-ENDORSE-ENTRY-TYPE
                 ELSE
                   MOVE "Invalid selection." TO OUTPUT-RECORD
                   PERFORM PRINT-LINE
                   EXIT PARAGRAPH
                 END-IF
               END-IF
             END-IF
           END-IF

           MOVE "Enter the entry number to endorse:" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
             TO WS-IN-LEN
           IF WS-IN-LEN = 0 OR WS-IN-LEN > 2
             MOVE "Invalid selection." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF
           IF WS-TRIMMED-IN(1:WS-IN-LEN) NOT NUMERIC
             MOVE "Invalid selection." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ENDORSE-ENTRY-NUM =
             FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))

           EVALUATE WS-ENDORSE-ENTRY-TYPE
             WHEN "E"
               MOVE WS-VIEW-EXP-COUNT TO WS-ENDORSE-MAX-NUM
             WHEN "D"
               MOVE WS-VIEW-EDU-COUNT TO WS-ENDORSE-MAX-NUM
             WHEN "P"
               MOVE WS-VIEW-PRJ-COUNT TO WS-ENDORSE-MAX-NUM
             WHEN OTHER
               MOVE WS-VIEW-CRT-COUNT TO WS-ENDORSE-MAX-NUM
           END-EVALUATE
           IF WS-ENDORSE-ENTRY-NUM = 0
             OR WS-ENDORSE-ENTRY-NUM > WS-ENDORSE-MAX-NUM
             MOVE "Invalid selection." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           MOVE "Enter a short endorsement (max 60 chars):"
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
             TO WS-IN-LEN
           IF WS-IN-LEN = 0
             MOVE "Endorsement cannot be blank." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ENDORSE-TEXT
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ENDORSE-TEXT

           MOVE WS-ENDORSE-TEXT TO WS-SCREEN-TEXT
           PERFORM SCREEN-CONTENT-TEXT
           IF WS-SCREEN-FLAGGED = "Y"
             MOVE "E" TO WS-QU-TYPE
             MOVE WS-SEARCH-RESULT-USERNAME TO WS-QU-TARGET
             MOVE SPACES TO WS-QU-EXTRA
             MOVE WS-ENDORSE-ENTRY-TYPE TO WS-QU-EXTRA(1:1)
             MOVE WS-ENDORSE-ENTRY-NUM TO WS-QU-EXTRA(2:2)
             PERFORM WRITE-QUARANTINE-RECORD
             EXIT PARAGRAPH
           END-IF

           PERFORM ADD-ENDORSEMENT-RECORD
           MOVE "Endorsement added." TO OUTPUT-RECORD
           PERFORM PRINT-LINE.

       ADD-ENDORSEMENT-RECORD.
           OPEN EXTEND ENDORSEMENTS-FILE
           IF WS-ENDORSE-STATUS = "35"
             OPEN OUTPUT ENDORSEMENTS-FILE
             IF WS-ENDORSE-STATUS = "00"
               CLOSE ENDORSEMENTS-FILE
             END-IF
             OPEN EXTEND ENDORSEMENTS-FILE
           END-IF

           IF WS-ENDORSE-STATUS NOT = "00"
             AND WS-ENDORSE-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-USERNAME TO ENDORSE-ENDORSER
           MOVE WS-SEARCH-RESULT-USERNAME TO ENDORSE-ENDORSEE
           MOVE WS-ENDORSE-ENTRY-TYPE TO ENDORSE-ENTRY-TYPE
           MOVE WS-ENDORSE-ENTRY-NUM TO ENDORSE-ENTRY-INDEX
           MOVE WS-ENDORSE-TEXT TO ENDORSE-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENDORSE-DATE
           WRITE ENDORSEMENT-RECORD
           CLOSE ENDORSEMENTS-FILE

           MOVE WS-SEARCH-RESULT-USERNAME TO WS-NOTIF-USER
           MOVE SPACES TO WS-NOTIF-TEXT
           STRING FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                  " endorsed one of your entries" DELIMITED BY SIZE
             INTO WS-NOTIF-TEXT
           END-STRING
           PERFORM ADD-NOTIFICATION.

       SHOW-ENDORSEMENTS-FOR-ENTRY.
      *> Displays every endorsement recorded against
      *> WS-ENDORSE-TARGET-USERNAME's entry WS-ENDORSE-ENTRY-TYPE /
      *> WS-ENDORSE-ENTRY-NUM. Caller sets those three before
      *> PERFORM.
           MOVE "N" TO WS-ENDORSE-EOF
           OPEN INPUT ENDORSEMENTS-FILE
           IF WS-ENDORSE-STATUS = "05"
             CLOSE ENDORSEMENTS-FILE
             EXIT PARAGRAPH
           END-IF
           IF WS-ENDORSE-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ENDORSE-EOF = "Y"
             READ ENDORSEMENTS-FILE
               AT END
                 MOVE "Y" TO WS-ENDORSE-EOF
               NOT AT END
                 IF FUNCTION TRIM(ENDORSE-ENDORSEE) =
                   FUNCTION TRIM(WS-ENDORSE-TARGET-USERNAME)
                   AND ENDORSE-ENTRY-TYPE = WS-ENDORSE-ENTRY-TYPE
                   AND ENDORSE-ENTRY-INDEX = WS-ENDORSE-ENTRY-NUM
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "     Endorsed by " DELIMITED BY SIZE
                          FUNCTION TRIM(ENDORSE-ENDORSER) DELIMITED BY
                            SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(ENDORSE-TEXT) DELIMITED BY SIZE
                     INTO OUTPUT-RECORD
                   END-STRING
                   PERFORM PRINT-LINE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE ENDORSEMENTS-FILE.

       PROFILE-ADD-PROJECTS.
      *> Optional project entries, offered after education in the
      *> create/edit profile flow.
           MOVE 0 TO WS-PRJ-ENTRY-COUNT
           MOVE "Y" TO WS-PROFILE-CHOICE
           PERFORM UNTIL WS-PROFILE-CHOICE = "N"
             OR WS-PROFILE-CANCEL = "Y"
             MOVE "Would you like to add a project? (Y/N)"
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             PERFORM READ-AND-LOG
             IF WS-EOF = "Y"
               MOVE "No input for project; returning to post-login"
                 TO OUTPUT-RECORD
               PERFORM PRINT-LINE
               MOVE "menu." TO OUTPUT-RECORD
               PERFORM PRINT-LINE
               EXIT PERFORM
             END-IF
             IF INPUT-RECORD(1:1) = "Y" OR INPUT-RECORD(1:1) = "y"
               IF WS-PRJ-ENTRY-COUNT >= WS-EXPERIENCE-LIMIT
                 MOVE "Project entry limit reached (max 10)."
                   TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
                 MOVE "N" TO WS-PROFILE-CHOICE
               ELSE
                 PERFORM ENTER-ONE-PROJECT
               END-IF
             ELSE
               MOVE "N" TO WS-PROFILE-CHOICE
             END-IF
           END-PERFORM.

       ENTER-ONE-PROJECT.
           MOVE SPACES TO WS-PROJECT

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y"
             OR WS-PROFILE-CANCEL = "Y"
             MOVE "Project Name:" TO OUTPUT-RECORD
             PERFORM PROMPT-PROFILE-EXTRA-FIELD
             IF WS-PROFILE-CANCEL NOT = "Y"
               IF WS-IN-LEN = 0
                 MOVE "Project name is required." TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
               ELSE
                 MOVE WS-TRIMMED-IN TO WS-PRJ-NAME
                 MOVE "Y" TO WS-VALID-INPUT
               END-IF
             END-IF
           END-PERFORM
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "Your role (Optional, press Enter to skip):"
             TO OUTPUT-RECORD
           PERFORM PROMPT-PROFILE-EXTRA-FIELD
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-IN TO WS-PRJ-ROLE

           MOVE "Completed (e.g. 2026-05, Optional, press Enter to"
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           MOVE "skip):" TO OUTPUT-RECORD
           PERFORM PROMPT-PROFILE-EXTRA-FIELD
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-IN TO WS-PRJ-DATE

           MOVE "Description (Optional, press Enter to skip):"
             TO OUTPUT-RECORD
           PERFORM PROMPT-PROFILE-EXTRA-FIELD
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PRJ-DESC

           MOVE "4" TO WS-PROFILE-ACTION
           CALL "PROJECT" USING WS-USERNAME WS-PROJECT
             WS-PROFILE-ACTION WS-MESSAGE
           MOVE WS-MESSAGE TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           IF WS-MESSAGE(1:21) = "Project limit reached"
             MOVE "N" TO WS-PROFILE-CHOICE
           ELSE
             IF WS-MESSAGE(1:13) = "Project saved"
               ADD 1 TO WS-PRJ-ENTRY-COUNT
             END-IF
           END-IF.

       PROFILE-ADD-CERTS.
      *> Optional certification entries, offered after projects.
           MOVE 0 TO WS-CRT-ENTRY-COUNT
           MOVE "Y" TO WS-PROFILE-CHOICE
           PERFORM UNTIL WS-PROFILE-CHOICE = "N"
             OR WS-PROFILE-CANCEL = "Y"
             MOVE "Would you like to add a certification? (Y/N)"
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             PERFORM READ-AND-LOG
             IF WS-EOF = "Y"
               MOVE "No input for certification; returning to"
                 TO OUTPUT-RECORD
               PERFORM PRINT-LINE
               MOVE "post-login menu." TO OUTPUT-RECORD
               PERFORM PRINT-LINE
               EXIT PERFORM
             END-IF
             IF INPUT-RECORD(1:1) = "Y" OR INPUT-RECORD(1:1) = "y"
               IF WS-CRT-ENTRY-COUNT >= WS-EXPERIENCE-LIMIT
                 MOVE "Certification entry limit reached (max 10)."
                   TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
                 MOVE "N" TO WS-PROFILE-CHOICE
               ELSE
                 PERFORM ENTER-ONE-CERT
               END-IF
             ELSE
               MOVE "N" TO WS-PROFILE-CHOICE
             END-IF
           END-PERFORM.

       ENTER-ONE-CERT.
           MOVE SPACES TO WS-CERTIFICATION

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y"
             OR WS-PROFILE-CANCEL = "Y"
             MOVE "Certification Name:" TO OUTPUT-RECORD
             PERFORM PROMPT-PROFILE-EXTRA-FIELD
             IF WS-PROFILE-CANCEL NOT = "Y"
               IF WS-IN-LEN = 0
                 MOVE "Certification name is required."
                   TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
               ELSE
                 MOVE WS-TRIMMED-IN TO WS-CRT-NAME
                 MOVE "Y" TO WS-VALID-INPUT
               END-IF
             END-IF
           END-PERFORM
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y"
             OR WS-PROFILE-CANCEL = "Y"
             MOVE "Issuing Organization:" TO OUTPUT-RECORD
             PERFORM PROMPT-PROFILE-EXTRA-FIELD
             IF WS-PROFILE-CANCEL NOT = "Y"
               IF WS-IN-LEN = 0
                 MOVE "Issuing organization is required."
                   TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
               ELSE
                 MOVE WS-TRIMMED-IN TO WS-CRT-ISSUER
                 MOVE "Y" TO WS-VALID-INPUT
               END-IF
             END-IF
           END-PERFORM
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y"
             OR WS-PROFILE-CANCEL = "Y"
             MOVE "Issue date (YYYYMMDD):" TO OUTPUT-RECORD
             PERFORM PROMPT-PROFILE-EXTRA-FIELD
             IF WS-PROFILE-CANCEL NOT = "Y"
               IF WS-IN-LEN = 8 AND WS-TRIMMED-IN(1:8) IS NUMERIC
                 MOVE WS-TRIMMED-IN(1:8) TO WS-CRT-ISSUED-DATE
                 MOVE "Y" TO WS-VALID-INPUT
               ELSE
                 MOVE "Issue date must be 8 digits, e.g. 20250601."
                   TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
               END-IF
             END-IF
           END-PERFORM
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-VALID-INPUT
           PERFORM UNTIL WS-VALID-INPUT = "Y"
             OR WS-PROFILE-CANCEL = "Y"
             MOVE "Expiry date (YYYYMMDD, press Enter if it does not"
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "expire):" TO OUTPUT-RECORD
             PERFORM PROMPT-PROFILE-EXTRA-FIELD
             IF WS-PROFILE-CANCEL NOT = "Y"
               IF WS-IN-LEN = 0
                 MOVE SPACES TO WS-CRT-EXPIRY-DATE
                 MOVE "Y" TO WS-VALID-INPUT
               ELSE
                 IF WS-IN-LEN = 8 AND WS-TRIMMED-IN(1:8) IS NUMERIC
                   AND WS-TRIMMED-IN(1:8) >= WS-CRT-ISSUED-DATE
                   MOVE WS-TRIMMED-IN(1:8) TO WS-CRT-EXPIRY-DATE
                   MOVE "Y" TO WS-VALID-INPUT
                 ELSE
                   MOVE "Expiry date must be 8 digits and not before"
                     TO OUTPUT-RECORD
                   PERFORM PRINT-LINE
                   MOVE "the issue date." TO OUTPUT-RECORD
                   PERFORM PRINT-LINE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF

           MOVE "Credential ID (Optional, press Enter to skip):"
             TO OUTPUT-RECORD
           PERFORM PROMPT-PROFILE-EXTRA-FIELD
           IF WS-PROFILE-CANCEL = "Y"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-IN TO WS-CRT-CREDENTIAL-ID

           MOVE "5" TO WS-PROFILE-ACTION
           CALL "CERTIFICATION" USING WS-USERNAME WS-CERTIFICATION
             WS-PROFILE-ACTION WS-MESSAGE
           MOVE WS-MESSAGE TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           IF WS-MESSAGE(1:27) = "Certification limit reached"
             MOVE "N" TO WS-PROFILE-CHOICE
           ELSE
             IF WS-MESSAGE(1:19) = "Certification saved"
               ADD 1 TO WS-CRT-ENTRY-COUNT
             END-IF
           END-IF.

       PROMPT-PROFILE-EXTRA-FIELD.
      *> Shows the prompt already in OUTPUT-RECORD and reads the
      *> answer into WS-TRIMMED-IN / WS-IN-LEN. End of input cancels
      *> the entry being added.
           PERFORM PRINT-LINE
           PERFORM READ-AND-LOG
           IF WS-EOF = "Y"
             MOVE "No input for profile entry; returning to post-login"
               TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "menu." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             MOVE "Y" TO WS-PROFILE-CANCEL
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TRIMMED-IN
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TRIMMED-IN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD))
             TO WS-IN-LEN
           IF INPUT-RECORD = SPACES
             MOVE 0 TO WS-IN-LEN
           END-IF.

       LOAD-VIEW-EXTRAS.
      *> Projects and certifications for WS-VIEW-EXTRAS-USER; the
      *> caller sets that before PERFORM.
           MOVE SPACES TO WS-VIEW-PROJECT-LIST
           MOVE SPACES TO WS-VIEW-CERT-LIST
           MOVE 0 TO WS-VIEW-PRJ-COUNT
           MOVE 0 TO WS-VIEW-CRT-COUNT
           CALL "VIEWEXTRAS" USING WS-VIEW-EXTRAS-USER
                                WS-VIEW-PROJECT-LIST WS-VIEW-CERT-LIST
                                WS-VIEW-PRJ-COUNT WS-VIEW-CRT-COUNT
                                WS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-XTRA-TODAY.

       FORMAT-PROJECT-LINES.
      *> Formats project WS-VIEW-INDEX into WS-XTRA-LINE(1..n) and
      *> WS-XTRA-SUMMARY.
           MOVE SPACES TO WS-XTRA-LINES
           MOVE SPACES TO WS-XTRA-SUMMARY
           MOVE 1 TO WS-XTRA-LINE-COUNT

           MOVE 1 TO WS-XTRA-PTR
           STRING "  " DELIMITED BY SIZE
                  WS-VIEW-INDEX DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIEW-PRJ-NAME(WS-VIEW-INDEX))
                    DELIMITED BY SIZE
             INTO WS-XTRA-LINE(1) WITH POINTER WS-XTRA-PTR
           END-STRING
           IF WS-VIEW-PRJ-ROLE(WS-VIEW-INDEX) NOT = SPACES
             STRING " - " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-VIEW-PRJ-ROLE(WS-VIEW-INDEX))
                      DELIMITED BY SIZE
               INTO WS-XTRA-LINE(1) WITH POINTER WS-XTRA-PTR
             END-STRING
           END-IF

           MOVE 1 TO WS-XTRA-PTR
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XTRA-LINE(1)(7:94))
                    DELIMITED BY SIZE
             INTO WS-XTRA-SUMMARY WITH POINTER WS-XTRA-PTR
           END-STRING
           IF WS-VIEW-PRJ-DATE(WS-VIEW-INDEX) NOT = SPACES
             STRING " (" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-VIEW-PRJ-DATE(WS-VIEW-INDEX))
                      DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO WS-XTRA-SUMMARY WITH POINTER WS-XTRA-PTR
             END-STRING

             ADD 1 TO WS-XTRA-LINE-COUNT
             STRING "     Date: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-VIEW-PRJ-DATE(WS-VIEW-INDEX))
                      DELIMITED BY SIZE
               INTO WS-XTRA-LINE(WS-XTRA-LINE-COUNT)
             END-STRING
           END-IF

           IF WS-VIEW-PRJ-DESC(WS-VIEW-INDEX) NOT = SPACES
             ADD 1 TO WS-XTRA-LINE-COUNT
             STRING "     Description: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-VIEW-PRJ-DESC(WS-VIEW-INDEX))
                      DELIMITED BY SIZE
               INTO WS-XTRA-LINE(WS-XTRA-LINE-COUNT)
             END-STRING
           END-IF.

       FORMAT-CERT-LINES.
      *> Formats certification WS-VIEW-INDEX into WS-XTRA-LINE(1..n)
      *> and WS-XTRA-SUMMARY. A certification whose expiry date has
      *> passed is flagged EXPIRED.
           MOVE SPACES TO WS-XTRA-LINES
           MOVE SPACES TO WS-XTRA-SUMMARY
           MOVE 2 TO WS-XTRA-LINE-COUNT
           MOVE "N" TO WS-CRT-EXPIRED
           IF WS-VIEW-CRT-EXPIRY-DATE(WS-VIEW-INDEX) NOT = SPACES
             AND WS-VIEW-CRT-EXPIRY-DATE(WS-VIEW-INDEX) <
               WS-XTRA-TODAY
             MOVE "Y" TO WS-CRT-EXPIRED
           END-IF

           MOVE 1 TO WS-XTRA-PTR
           STRING "  " DELIMITED BY SIZE
                  WS-VIEW-INDEX DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIEW-CRT-NAME(WS-VIEW-INDEX))
                    DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIEW-CRT-ISSUER(WS-VIEW-INDEX))
                    DELIMITED BY SIZE
             INTO WS-XTRA-LINE(1) WITH POINTER WS-XTRA-PTR
           END-STRING

           MOVE 1 TO WS-XTRA-PTR
           STRING "     Issued: " DELIMITED BY SIZE
                  WS-VIEW-CRT-ISSUED-DATE(WS-VIEW-INDEX)
                    DELIMITED BY SIZE
             INTO WS-XTRA-LINE(2) WITH POINTER WS-XTRA-PTR
           END-STRING
           IF WS-VIEW-CRT-EXPIRY-DATE(WS-VIEW-INDEX) = SPACES
             STRING "   No expiry" DELIMITED BY SIZE
               INTO WS-XTRA-LINE(2) WITH POINTER WS-XTRA-PTR
             END-STRING
           ELSE
             STRING "   Expires: " DELIMITED BY SIZE
                    WS-VIEW-CRT-EXPIRY-DATE(WS-VIEW-INDEX)
                      DELIMITED BY SIZE
               INTO WS-XTRA-LINE(2) WITH POINTER WS-XTRA-PTR
             END-STRING
             IF WS-CRT-EXPIRED = "Y"
               STRING " (EXPIRED)" DELIMITED BY SIZE
                 INTO WS-XTRA-LINE(2) WITH POINTER WS-XTRA-PTR
               END-STRING
             END-IF
           END-IF

           IF WS-VIEW-CRT-CREDENTIAL-ID(WS-VIEW-INDEX) NOT = SPACES
             ADD 1 TO WS-XTRA-LINE-COUNT
             STRING "     Credential ID: " DELIMITED BY SIZE
                    FUNCTION TRIM(
                      WS-VIEW-CRT-CREDENTIAL-ID(WS-VIEW-INDEX))
                      DELIMITED BY SIZE
               INTO WS-XTRA-LINE(WS-XTRA-LINE-COUNT)
             END-STRING
           END-IF

           MOVE 1 TO WS-XTRA-PTR
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XTRA-LINE(1)(7:94))
                    DELIMITED BY SIZE
                  " (issued " DELIMITED BY SIZE
                  WS-VIEW-CRT-ISSUED-DATE(WS-VIEW-INDEX)
                    DELIMITED BY SIZE
             INTO WS-XTRA-SUMMARY WITH POINTER WS-XTRA-PTR
           END-STRING
           IF WS-VIEW-CRT-EXPIRY-DATE(WS-VIEW-INDEX) = SPACES
             STRING ", no expiry)" DELIMITED BY SIZE
               INTO WS-XTRA-SUMMARY WITH POINTER WS-XTRA-PTR
             END-STRING
           ELSE
             STRING ", expires " DELIMITED BY SIZE
                    WS-VIEW-CRT-EXPIRY-DATE(WS-VIEW-INDEX)
                      DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
               INTO WS-XTRA-SUMMARY WITH POINTER WS-XTRA-PTR
             END-STRING
             IF WS-CRT-EXPIRED = "Y"
               STRING " EXPIRED" DELIMITED BY SIZE
                 INTO WS-XTRA-SUMMARY WITH POINTER WS-XTRA-PTR
               END-STRING
             END-IF
           END-IF.

       SHOW-PROFILE-EXTRAS.
      *> Projects and certifications section of a profile view, with
      *> the endorsements each entry has received. The caller has
      *> run LOAD-VIEW-EXTRAS for WS-VIEW-EXTRAS-USER.
           MOVE "Projects:" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           IF WS-VIEW-PRJ-COUNT = 0
             MOVE "  None" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
           ELSE
             PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
               UNTIL WS-VIEW-INDEX > WS-VIEW-PRJ-COUNT
               PERFORM FORMAT-PROJECT-LINES
               PERFORM VARYING WS-XTRA-IDX FROM 1 BY 1
                 UNTIL WS-XTRA-IDX > WS-XTRA-LINE-COUNT
                 MOVE WS-XTRA-LINE(WS-XTRA-IDX) TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
               END-PERFORM
               MOVE WS-VIEW-EXTRAS-USER TO WS-ENDORSE-TARGET-USERNAME
               MOVE "P" TO WS-ENDORSE-ENTRY-TYPE
               MOVE WS-VIEW-INDEX TO WS-ENDORSE-ENTRY-NUM
               PERFORM SHOW-ENDORSEMENTS-FOR-ENTRY
             END-PERFORM
           END-IF

           MOVE "Certifications:" TO OUTPUT-RECORD
           PERFORM PRINT-LINE
           IF WS-VIEW-CRT-COUNT = 0
             MOVE "  None" TO OUTPUT-RECORD
             PERFORM PRINT-LINE
           ELSE
             PERFORM VARYING WS-VIEW-INDEX FROM 1 BY 1
               UNTIL WS-VIEW-INDEX > WS-VIEW-CRT-COUNT
               PERFORM FORMAT-CERT-LINES
               PERFORM VARYING WS-XTRA-IDX FROM 1 BY 1
                 UNTIL WS-XTRA-IDX > WS-XTRA-LINE-COUNT
                 MOVE WS-XTRA-LINE(WS-XTRA-IDX) TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
               END-PERFORM
               MOVE WS-VIEW-EXTRAS-USER TO WS-ENDORSE-TARGET-USERNAME
               MOVE "C" TO WS-ENDORSE-ENTRY-TYPE
               MOVE WS-VIEW-INDEX TO WS-ENDORSE-ENTRY-NUM
               PERFORM SHOW-ENDORSEMENTS-FOR-ENTRY
             END-PERFORM
           END-IF.

       HANDLE-CHANGE-PASSWORD.
           MOVE SPACES TO WS-OLD-PASSWORD
             MOVE "Y" TO WS-POST-EXIT
           END-IF.

      *> Current legal hold state of WS-HOLD-CHECK-USER: "H" while a
      *> hold is in force, otherwise "R" or spaces.
       GET-LEGAL-HOLD-STATE.
           MOVE SPACES TO WS-HOLD-STATE
           MOVE "N" TO WS-LEGALHOLDS-EOF
           OPEN INPUT LEGALHOLDS-FILE
           IF WS-LEGALHOLDS-STATUS NOT = "00"
             IF WS-LEGALHOLDS-STATUS = "05"
               CLOSE LEGALHOLDS-FILE
             END-IF
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LEGALHOLDS-EOF = "Y"
             READ LEGALHOLDS-FILE
               AT END
                 MOVE "Y" TO WS-LEGALHOLDS-EOF
               NOT AT END
                 IF FUNCTION TRIM(LH-USERNAME) =
                   FUNCTION TRIM(WS-HOLD-CHECK-USER)
                   MOVE LH-STATUS TO WS-HOLD-STATE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LEGALHOLDS-FILE.

      *> Records an item the hold preserved, against the held user
      *> in WS-HOLD-CHECK-USER, for the legal hold report.
       LOG-LEGAL-HOLD-ITEM.
           OPEN EXTEND LEGALHOLDLOG-FILE
           IF WS-HOLDLOG-STATUS = "35"
             OPEN OUTPUT LEGALHOLDLOG-FILE
             IF WS-HOLDLOG-STATUS = "00"
               CLOSE LEGALHOLDLOG-FILE
             END-IF
             OPEN EXTEND LEGALHOLDLOG-FILE
           END-IF
           IF WS-HOLDLOG-STATUS NOT = "00"
             AND WS-HOLDLOG-STATUS NOT = "05"
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO HL-DATE
           MOVE "INCOLLEGE" TO HL-PROGRAM
           MOVE WS-HOLD-CHECK-USER TO HL-USERNAME
           MOVE WS-HOLD-LOG-DETAIL TO HL-DETAIL
           WRITE LEGALHOLDLOG-RECORD
           CLOSE LEGALHOLDLOG-FILE.

       READ-AND-LOG.
           READ INPUT-FILE
                AT END
           MOVE "ENDOREQS" TO WS-PROTECTED-BASE(16)
           MOVE "GROUPMEMBERS" TO WS-PROTECTED-BASE(17)
           MOVE "TALENTPOOLS" TO WS-PROTECTED-BASE(18)
           MOVE "FAIRREGS" TO WS-PROTECTED-BASE(19)
           MOVE "GROUPPOSTS" TO WS-PROTECTED-BASE(20)
           MOVE "CONVOMSGS" TO WS-PROTECTED-BASE(21)
           MOVE "INTRODUCTIONS" TO WS-PROTECTED-BASE(22)
           MOVE "APPOINTMENTS" TO WS-PROTECTED-BASE(23)
           MOVE "REVIEWS" TO WS-PROTECTED-BASE(24)
           MOVE "PROJECTS" TO WS-PROTECTED-BASE(25)
           MOVE "CERTS" TO WS-PROTECTED-BASE(26)
           MOVE "PROFHIST" TO WS-PROTECTED-BASE(27)

           PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
             UNTIL WS-PROTECTED-IDX > WS-PROTECTED-TOTAL
             TO OUTPUT-RECORD
           PERFORM PRINT-LINE.

       MATCH-TYPED-ACAD-VALUE.
      *> Resolves WS-TRIMMED-IN against the college (C) or major (M)
      *> table named by WS-ACAD-PICK-TYPE. "?" lists the choices
      *> ("? eng" only those whose name contains "eng"), a number
      *> picks from the list last shown, and other text goes through
      *> the ACADMATCH alias matching, so "Comp Sci" is recorded as
      *> "Computer Science". Sets WS-ACAD-PICKED and
      *> WS-ACAD-PICKED-NAME, or WS-ACAD-LISTED when only a list was
      *> shown.
           MOVE "N" TO WS-ACAD-PICKED
           MOVE "N" TO WS-ACAD-LISTED
           MOVE SPACES TO WS-ACAD-PICKED-NAME

           IF WS-TRIMMED-IN(1:1) = "?"
             PERFORM LIST-ACAD-CHOICES
             MOVE "Y" TO WS-ACAD-LISTED
             EXIT PARAGRAPH
           END-IF

           IF WS-IN-LEN > 0 AND WS-IN-LEN <= 2
             AND WS-TRIMMED-IN(1:WS-IN-LEN) IS NUMERIC
             AND WS-AS-TYPE = WS-ACAD-PICK-TYPE
             AND WS-AS-COUNT > 0
             COMPUTE WS-ACAD-PICK =
               FUNCTION NUMVAL(WS-TRIMMED-IN(1:WS-IN-LEN))
             IF WS-ACAD-PICK >= 1 AND WS-ACAD-PICK <= WS-AS-COUNT
               MOVE WS-AS-NAME(WS-ACAD-PICK) TO WS-ACAD-PICKED-NAME
               MOVE "Y" TO WS-ACAD-PICKED
             END-IF
             EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-AM-FUNCTION
           MOVE WS-ACAD-PICK-TYPE TO WS-AM-TYPE
           MOVE WS-TRIMMED-IN(1:30) TO WS-AM-TEXT
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               MOVE "N" TO WS-AM-FOUND
           END-CALL
           IF WS-AM-FOUND = "Y"
             MOVE WS-AM-NAME TO WS-ACAD-PICKED-NAME
             MOVE "Y" TO WS-ACAD-PICKED
           END-IF.

       LIST-ACAD-CHOICES.
           MOVE "L" TO WS-AM-FUNCTION
           MOVE WS-ACAD-PICK-TYPE TO WS-AM-TYPE
           MOVE SPACES TO WS-AM-TEXT
           IF WS-IN-LEN > 1
             MOVE FUNCTION TRIM(WS-TRIMMED-IN(2:)) TO WS-AM-TEXT
           END-IF
           MOVE 0 TO WS-AM-LIST-COUNT
           CALL "ACADMATCH" USING WS-ACAD-MATCH
             ON EXCEPTION
               MOVE 0 TO WS-AM-LIST-COUNT
           END-CALL

           MOVE WS-ACAD-PICK-TYPE TO WS-AS-TYPE
           MOVE WS-AM-LIST-COUNT TO WS-AS-COUNT
           IF WS-AM-LIST-COUNT = 0
             MOVE "No choices match that." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ACAD-IDX FROM 1 BY 1
             UNTIL WS-ACAD-IDX > WS-AM-LIST-COUNT
             MOVE WS-AM-L-NAME(WS-ACAD-IDX) TO WS-AS-NAME(WS-ACAD-IDX)
             MOVE WS-ACAD-IDX TO WS-ACAD-NUMBER-TEXT
             MOVE SPACES TO OUTPUT-RECORD
             STRING FUNCTION TRIM(WS-ACAD-NUMBER-TEXT) DELIMITED BY SIZE
                    ". " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AM-L-NAME(WS-ACAD-IDX))
                      DELIMITED BY SIZE
               INTO OUTPUT-RECORD
             END-STRING
             PERFORM PRINT-LINE
           END-PERFORM
           IF WS-AM-MORE = "Y"
             MOVE "More not shown; type ? and part of the name to narr
      -      "ow the list." TO OUTPUT-RECORD
             PERFORM PRINT-LINE
           END-IF
           MOVE "Enter a number from the list, or type the name:" TO
             OUTPUT-RECORD
           PERFORM PRINT-LINE.

      *> LOGIN handled by embedded LOGINPROG.

      *> Job board paragraphs (post/browse/apply), shared with future
       COPY "MENTOR_SRC.cpy".
       COPY "EVENTS_SRC.cpy".
       COPY "GROUPS_SRC.cpy".
       COPY "ADVISOR_SRC.cpy".
       COPY "APPTS_SRC.cpy".
       COPY "REVIEWQ_SRC.cpy".

       MAIN-PARA.
       OPEN INPUT INPUT-FILE
             END-IF
             MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PASSWORD

             MOVE "P" TO WS-STEP-MODE
             MOVE SPACES TO WS-STEP-CODE
             CALL "LOGINPROG" USING WS-USERNAME WS-PASSWORD WS-STATUS
               WS-MESSAGE WS-ACCOUNT-TYPE WS-TWO-STEP
             MOVE WS-MESSAGE TO OUTPUT-RECORD
             PERFORM PRINT-LINE
             IF WS-STATUS = "C"
               PERFORM VERIFY-SIGN-IN-CODE
             END-IF
             IF WS-STATUS = "Y"
              *> Enter post-login menu
              MOVE "N" TO WS-EOF
              MOVE WS-CAMPUS-OF-USER TO WS-MY-CAMPUS
              PERFORM SHOW-ACTIVE-ANNOUNCEMENTS
              PERFORM SHOW-ACTIVE-SURVEYS
              IF WS-ACCOUNT-TYPE = "L"
                PERFORM PROMPT-GRADUATE-OUTCOME
              END-IF
              PERFORM SHOW-NOTIFICATION-FEED
              IF WS-ACCOUNT-TYPE NOT = "R"
                AND WS-ACCOUNT-TYPE NOT = "F"
                PERFORM SHOW-PROFILE-COMPLETENESS
              END-IF
              PERFORM UNTIL WS-EOF = "Y" OR WS-POST-EXIT = "Y"
                 PERFORM PRINT-LINE
                MOVE "14. Export my calendar" TO OUTPUT-RECORD
                 PERFORM PRINT-LINE
                IF WS-ACCOUNT-TYPE = "F"
                  MOVE "15. My advisee caseload" TO OUTPUT-RECORD
                  PERFORM PRINT-LINE
                END-IF
                IF WS-ACCOUNT-TYPE = "S" OR WS-ACCOUNT-TYPE = "L"
                  OR WS-ACCOUNT-TYPE = "F"
                  MOVE "16. Career services" TO
                    OUTPUT-RECORD
                  PERFORM PRINT-LINE
                END-IF
                MOVE "17. Contact support" TO OUTPUT-RECORD
                PERFORM PRINT-LINE
                MOVE "18. My profile changes" TO OUTPUT-RECORD
                PERFORM PRINT-LINE

                 PERFORM READ-AND-LOG
                 IF WS-EOF = "Y"

                     MOVE "N" TO WS-VALID-INPUT
                     PERFORM UNTIL WS-VALID-INPUT = "Y"
                       MOVE
                         "Enter your College's Name (? lists choices):"
                         TO OUTPUT-RECORD
                       PERFORM PRINT-LINE
                       PERFORM READ-AND-LOG
                       IF WS-EOF = "Y"
                           OUTPUT-RECORD
                         PERFORM PRINT-LINE
                       ELSE
      *> Colleges come from the code tables so every spelling of a
      *> school is stored, and counted, as one name.
                         MOVE "C" TO WS-ACAD-PICK-TYPE
                         PERFORM MATCH-TYPED-ACAD-VALUE
                         IF WS-ACAD-PICKED = "Y"
                           MOVE WS-ACAD-PICKED-NAME TO WS-COLLEGE
                           MOVE "Y" TO WS-VALID-INPUT
                           IF WS-ACAD-PICKED-NAME NOT = WS-TRIMMED-IN
                             MOVE SPACES TO OUTPUT-RECORD
                             STRING "College recorded as: "
                                      DELIMITED BY SIZE
                                    FUNCTION TRIM(WS-ACAD-PICKED-NAME)
                                      DELIMITED BY SIZE
                               INTO OUTPUT-RECORD
                             END-STRING
                             PERFORM PRINT-LINE
                           END-IF
                         ELSE
                           IF WS-ACAD-LISTED NOT = "Y"
                             MOVE
                   "Not on the college list; type ? to see the choices"
                               TO OUTPUT-RECORD
                             PERFORM PRINT-LINE
                             MOVE
                             "or ask the administrator to add it."
                               TO OUTPUT-RECORD
                             PERFORM PRINT-LINE
                           END-IF
                         END-IF
                       END-IF
                     END-PERFORM
                     IF WS-PROFILE-CANCEL = "Y"

                     MOVE "N" TO WS-VALID-INPUT
                     PERFORM UNTIL WS-VALID-INPUT = "Y"
                       MOVE "Enter your Major (? lists the choices):" TO
                         OUTPUT-RECORD
                       PERFORM PRINT-LINE
                       PERFORM READ-AND-LOG
                       IF WS-EOF = "Y"
                         MOVE "Major is required." TO OUTPUT-RECORD
                         PERFORM PRINT-LINE
                       ELSE
                         MOVE "M" TO WS-ACAD-PICK-TYPE
                         PERFORM MATCH-TYPED-ACAD-VALUE
                         IF WS-ACAD-PICKED = "Y"
                           MOVE WS-ACAD-PICKED-NAME TO WS-MAJOR
                           MOVE "Y" TO WS-VALID-INPUT
                           IF WS-ACAD-PICKED-NAME NOT = WS-TRIMMED-IN
                             MOVE SPACES TO OUTPUT-RECORD
                             STRING "Major recorded as: "
                                      DELIMITED BY SIZE
                                    FUNCTION TRIM(WS-ACAD-PICKED-NAME)
                                      DELIMITED BY SIZE
                               INTO OUTPUT-RECORD
                             END-STRING
                             PERFORM PRINT-LINE
                           END-IF
                         ELSE
                           IF WS-ACAD-LISTED NOT = "Y"
                             MOVE
                   "Not on the major list; type ? to see the choices"
                               TO OUTPUT-RECORD
                             PERFORM PRINT-LINE
                             MOVE
                             "or ask the administrator to add it."
                               TO OUTPUT-RECORD
                             PERFORM PRINT-LINE
                           END-IF
                         END-IF
                       END-IF
                     END-PERFORM
                     IF WS-PROFILE-CANCEL = "Y"
                         END-IF
                     END-PERFORM

                     IF WS-EOF NOT = "Y" AND WS-PROFILE-CANCEL NOT = "Y"
                       PERFORM PROFILE-ADD-PROJECTS
                     END-IF
                     IF WS-EOF NOT = "Y" AND WS-PROFILE-CANCEL NOT = "Y"
                       PERFORM PROFILE-ADD-CERTS
                     END-IF

      *> Fresh score after any profile editing, same feedback the
      *> login sequence gives.
                     IF WS-ACCOUNT-TYPE NOT = "R"
                       AND WS-ACCOUNT-TYPE NOT = "F"
                       PERFORM SHOW-PROFILE-COMPLETENESS
                     END-IF

                 WHEN 17
                    *> Personal calendar export
                    PERFORM HANDLE-EXPORT-CALENDAR
                 WHEN 18
                    *> Advisor caseload (advisor accounts only)
                    IF WS-ACCOUNT-TYPE = "F"
                      PERFORM HANDLE-ADVISOR-CASELOAD
                    ELSE
                      MOVE "Invalid Selection." TO OUTPUT-RECORD
                      PERFORM PRINT-LINE
                    END-IF
                 WHEN 19
                    *> Counseling appointments (students, alumni and
                    *> counselors)
                    IF WS-ACCOUNT-TYPE = "S" OR WS-ACCOUNT-TYPE = "L"
                      OR WS-ACCOUNT-TYPE = "F"
                      PERFORM HANDLE-APPOINTMENTS-MENU
                    ELSE
                      MOVE "Invalid Selection." TO OUTPUT-RECORD
                      PERFORM PRINT-LINE
                    END-IF
                 WHEN 20
                    *> Help desk tickets
                    PERFORM HANDLE-CONTACT-SUPPORT
                 WHEN 21
                    *> Profile change history and undo
                    PERFORM HANDLE-PROFILE-CHANGES
                 END-EVALUATE
               END-PERFORM
               EXIT PERFORM
             ASSIGN TO "EDUCATION.NEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EDUCATION-WORK-STATUS.
          SELECT OPTIONAL PROJECTS-FILE
             ASSIGN TO "PROJECTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROJECTS-STATUS.
          SELECT OPTIONAL CERTS-FILE
             ASSIGN TO "CERTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CERTS-STATUS.
          SELECT OPTIONAL PROJECTS-WORK-FILE
             ASSIGN TO "PROJECTS.NEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROJECTS-WORK-STATUS.
          SELECT OPTIONAL CERTS-WORK-FILE
             ASSIGN TO "CERTS.NEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CERTS-WORK-STATUS.
          SELECT OPTIONAL PROFILE-COMMIT-FILE
             ASSIGN TO DYNAMIC WS-EP-MARKER-NAME
             ORGANIZATION IS LINE SEQUENTIAL
      *> Rows from before this field existed read back as spaces.
            05 EDUCATION-VERIFIED PIC X(1).

        FD PROJECTS-FILE.
          01 PROJECT-RECORD.
            05 PROJECT-USERNAME PIC X(12).
            05 PROJECT-INDEX PIC 99.
            05 PROJECT-NAME PIC X(30).
            05 PROJECT-ROLE PIC X(30).
            05 PROJECT-DATE PIC X(10).
            05 PROJECT-DESC PIC X(100).

      *> Dates are YYYYMMDD; a blank expiry means the certification
      *> does not lapse.
        FD CERTS-FILE.
          01 CERT-RECORD.
            05 CERT-USERNAME PIC X(12).
            05 CERT-INDEX PIC 99.
            05 CERT-NAME PIC X(30).
            05 CERT-ISSUER PIC X(30).
            05 CERT-ISSUED-DATE PIC X(8).
            05 CERT-EXPIRY-DATE PIC X(8).
            05 CERT-CREDENTIAL-ID PIC X(20).

        FD PROFILE-WORK-FILE.
          01 PROFILE-WORK-RECORD PIC X(620).

        FD EDUCATION-WORK-FILE.
          01 EDUCATION-WORK-RECORD PIC X(83).

        FD PROJECTS-WORK-FILE.
          01 PROJECTS-WORK-RECORD PIC X(184).

        FD CERTS-WORK-FILE.
          01 CERTS-WORK-RECORD PIC X(110).

        FD PROFILE-COMMIT-FILE.
          01 PROFILE-COMMIT-RECORD PIC 9(8).

        77 WS-MAX-EDUCATION-ROWS PIC 9(4) VALUE 1000.
        77 WS-DUP-CHECK-IDX PIC 9(4) VALUE 0.
        77 WS-DUP-USERNAME PIC X(12) VALUE SPACES.
        77 WS-PROJECTS-STATUS PIC XX.
        77 WS-CERTS-STATUS PIC XX.
        77 WS-PROJECTS-EOF PIC X VALUE "N".
        77 WS-CERTS-EOF PIC X VALUE "N".
        77 WS-PROJECTS-COUNT PIC 9(4) VALUE 0.
        77 WS-CERTS-COUNT PIC 9(4) VALUE 0.
        77 WS-USER-PROJECTS-COUNT PIC 99 VALUE 0.
        77 WS-USER-CERTS-COUNT PIC 99 VALUE 0.
        77 WS-MAX-PROJECTS-ENTRIES PIC 99 VALUE 10.
        77 WS-MAX-CERTS-ENTRIES PIC 99 VALUE 10.
        77 WS-MAX-PROJECTS-ROWS PIC 9(4) VALUE 1000.
        77 WS-MAX-CERTS-ROWS PIC 9(4) VALUE 1000.
      *> Safe-commit working storage: rewrites are staged in a .NEW
      *> work file, verified, then copied over the live file under a
      *> .CMT marker (recovery happens at INCOLLEGE-START startup).
        77 WS-PROFILE-WORK-STATUS PIC XX.
        77 WS-EXPERIENCE-WORK-STATUS PIC XX.
        77 WS-EDUCATION-WORK-STATUS PIC XX.
        77 WS-PROJECTS-WORK-STATUS PIC XX.
        77 WS-CERTS-WORK-STATUS PIC XX.
        77 WS-EP-MARKER-STATUS PIC XX.
        77 WS-EP-MARKER-NAME PIC X(40).
        77 WS-EP-WORK-COUNT PIC 9(8) VALUE 0.
        77 WS-EP-WORK-EOF PIC X VALUE "N".

      *> Before-image request for the shared PROFHIST history
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

        01 WS-PROFILE-TABLE.
          05 WS-PROFILE-ENTRY OCCURS 5 TIMES.
            10 WS-PROFILE-USERNAME PIC X(12).
            10 WS-EDUCATION-END-YEAR PIC 9(4).
            10 WS-EDUCATION-VERIFIED PIC X(1).

        01 WS-PROJECTS-TABLE.
          05 WS-PROJECTS-ENTRY OCCURS 1000 TIMES.
            10 WS-PROJECTS-USERNAME PIC X(12).
            10 WS-PROJECTS-INDEX PIC 99.
            10 WS-PROJECTS-NAME PIC X(30).
            10 WS-PROJECTS-ROLE PIC X(30).
            10 WS-PROJECTS-DATE PIC X(10).
            10 WS-PROJECTS-DESC PIC X(100).

        01 WS-CERTS-TABLE.
          05 WS-CERTS-ENTRY OCCURS 1000 TIMES.
            10 WS-CERTS-USERNAME PIC X(12).
            10 WS-CERTS-INDEX PIC 99.
            10 WS-CERTS-NAME PIC X(30).
            10 WS-CERTS-ISSUER PIC X(30).
            10 WS-CERTS-ISSUED-DATE PIC X(8).
            10 WS-CERTS-EXPIRY-DATE PIC X(8).
            10 WS-CERTS-CREDENTIAL-ID PIC X(20).

       LINKAGE SECTION.
        77 LK-USERNAME PIC X(12).
        01 LK-PROFILE-DATA.
            10 LK-VIEW-EDU-VERIFIED PIC X(1).
        77 LK-VIEW-EXP-COUNT PIC 99.
        77 LK-VIEW-EDU-COUNT PIC 99.
        01 LK-PROJECT.
          05 LK-PRJ-NAME PIC X(30).
          05 LK-PRJ-ROLE PIC X(30).
          05 LK-PRJ-DATE PIC X(10).
          05 LK-PRJ-DESC PIC X(100).
        01 LK-CERTIFICATION.
          05 LK-CRT-NAME PIC X(30).
          05 LK-CRT-ISSUER PIC X(30).
          05 LK-CRT-ISSUED-DATE PIC X(8).
          05 LK-CRT-EXPIRY-DATE PIC X(8).
          05 LK-CRT-CREDENTIAL-ID PIC X(20).
        01 LK-VIEW-PROJECT-LIST.
          05 LK-VIEW-PRJ-ENTRY OCCURS 10 TIMES.
            10 LK-VIEW-PRJ-NAME PIC X(30).
            10 LK-VIEW-PRJ-ROLE PIC X(30).
            10 LK-VIEW-PRJ-DATE PIC X(10).
            10 LK-VIEW-PRJ-DESC PIC X(100).
        01 LK-VIEW-CERT-LIST.
          05 LK-VIEW-CRT-ENTRY OCCURS 10 TIMES.
            10 LK-VIEW-CRT-NAME PIC X(30).
            10 LK-VIEW-CRT-ISSUER PIC X(30).
            10 LK-VIEW-CRT-ISSUED-DATE PIC X(8).
            10 LK-VIEW-CRT-EXPIRY-DATE PIC X(8).
            10 LK-VIEW-CRT-CREDENTIAL-ID PIC X(20).
        77 LK-VIEW-PRJ-COUNT PIC 99.
        77 LK-VIEW-CRT-COUNT PIC 99.
        77 LK-PROFILE-FOUND PIC X.
        77 LK-MESSAGE PIC X(100).
        77 LK-DUP-WARNING PIC X(100).
        PERFORM VIEW-PROFILE
        GOBACK.

       ENTRY "PROJECT" USING LK-USERNAME LK-PROJECT
           LK-PROFILE-ACTION LK-MESSAGE.
        PERFORM ADD-PROJECT
        GOBACK.

       ENTRY "CERTIFICATION" USING LK-USERNAME LK-CERTIFICATION
           LK-PROFILE-ACTION LK-MESSAGE.
        PERFORM ADD-CERTIFICATION
        GOBACK.

      *> Projects and certifications for a profile, returned apart
      *> from VIEWPROFILE so its many callers keep their parameter
      *> list.
       ENTRY "VIEWEXTRAS" USING LK-USERNAME LK-VIEW-PROJECT-LIST
                               LK-VIEW-CERT-LIST
                               LK-VIEW-PRJ-COUNT LK-VIEW-CRT-COUNT
                               LK-MESSAGE.
        PERFORM VIEW-PROFILE-EXTRAS
        GOBACK.

       LOAD-PROFILES.
        MOVE 0 TO WS-PROFILE-COUNT
        MOVE "N" TO WS-PROFILE-EOF
      *> profile starts on the main campus.
          MOVE "MAIN" TO WS-PROFILE-CAMPUS(WS-PROFILE-COUNT)
        END-IF
        MOVE "P" TO WS-PH-SECTION
        PERFORM RECORD-PROFILE-HISTORY
        PERFORM SAVE-PROFILES
        IF WS-PROFILE-FOUND = "Y"
          MOVE "Profile updated." TO LK-MESSAGE
           WS-EXPERIENCE-END-DATE(WS-EXPERIENCE-COUNT)
        MOVE FUNCTION TRIM(LK-EXP-DESC) TO
           WS-EXPERIENCE-DESC(WS-EXPERIENCE-COUNT)
        MOVE "E" TO WS-PH-SECTION
        PERFORM RECORD-PROFILE-HISTORY
        PERFORM SAVE-EXPERIENCE
        MOVE "Experience saved." TO LK-MESSAGE.

          GOBACK
        END-IF

        MOVE "EDUCATION.CMT" TO WS-EP-MARKER-NAME
        OPEN OUTPUT PROFILE-COMMIT-FILE
        IF WS-EP-MARKER-STATUS = "00" OR WS-EP-MARKER-STATUS = "05"
          MOVE WS-EP-WORK-COUNT TO PROFILE-COMMIT-RECORD
          WRITE PROFILE-COMMIT-RECORD
          CLOSE PROFILE-COMMIT-FILE
        END-IF

        MOVE "N" TO WS-EP-WORK-EOF
        OPEN INPUT EDUCATION-WORK-FILE
        OPEN OUTPUT EDUCATION-FILE
        PERFORM UNTIL WS-EP-WORK-EOF = "Y"
          READ EDUCATION-WORK-FILE
            AT END
              MOVE "Y" TO WS-EP-WORK-EOF
            NOT AT END
              MOVE EDUCATION-WORK-RECORD TO EDUCATION-RECORD
              WRITE EDUCATION-RECORD
          END-READ
        END-PERFORM
        CLOSE EDUCATION-WORK-FILE
        CLOSE EDUCATION-FILE

        OPEN OUTPUT PROFILE-COMMIT-FILE
        CLOSE PROFILE-COMMIT-FILE
        OPEN OUTPUT EDUCATION-WORK-FILE
        CLOSE EDUCATION-WORK-FILE.

       ADD-EDUCATION.
        PERFORM LOAD-EDUCATION
        MOVE 0 TO WS-USER-EDUCATION-COUNT
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-EDUCATION-COUNT
          IF FUNCTION TRIM(WS-EDUCATION-USERNAME(WS-ENTRY-INDEX))
            = FUNCTION TRIM(LK-USERNAME)
            ADD 1 TO WS-USER-EDUCATION-COUNT
          END-IF
        END-PERFORM
        IF WS-USER-EDUCATION-COUNT >= WS-MAX-EDUCATION-ENTRIES
          MOVE "Education limit reached (max 10)." TO LK-MESSAGE
          GOBACK
        END-IF
        IF WS-EDUCATION-COUNT >= WS-MAX-EDUCATION-ROWS
          MOVE "Education storage is full." TO LK-MESSAGE
          GOBACK
        END-IF
        ADD 1 TO WS-EDUCATION-COUNT
        MOVE FUNCTION TRIM(LK-USERNAME) TO
           WS-EDUCATION-USERNAME(WS-EDUCATION-COUNT)
        COMPUTE WS-EDUCATION-INDEX(WS-EDUCATION-COUNT)
          = WS-USER-EDUCATION-COUNT + 1
        MOVE FUNCTION TRIM(LK-EDU-DEGREE) TO
           WS-EDUCATION-DEGREE(WS-EDUCATION-COUNT)
        MOVE FUNCTION TRIM(LK-EDU-UNI) TO
           WS-EDUCATION-UNI(WS-EDUCATION-COUNT)
        MOVE LK-EDU-START-YEAR TO
           WS-EDUCATION-START-YEAR(WS-EDUCATION-COUNT)
        MOVE LK-EDU-END-YEAR TO
           WS-EDUCATION-END-YEAR(WS-EDUCATION-COUNT)
        MOVE "D" TO WS-PH-SECTION
        PERFORM RECORD-PROFILE-HISTORY
        PERFORM SAVE-EDUCATION
        MOVE "Education saved." TO LK-MESSAGE.

       VIEW-PROFILE.
        MOVE "N" TO LK-PROFILE-FOUND
        MOVE 0 TO LK-VIEW-EXP-COUNT
        MOVE 0 TO LK-VIEW-EDU-COUNT
        MOVE SPACES TO LK-PROFILE-DATA
        MOVE SPACES TO LK-VIEW-EXPERIENCE-LIST
        MOVE SPACES TO LK-VIEW-EDUCATION-LIST

        PERFORM LOAD-PROFILES
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-PROFILE-COUNT OR LK-PROFILE-FOUND =
            "Y"
          IF FUNCTION TRIM(WS-PROFILE-USERNAME(WS-ENTRY-INDEX))
            = FUNCTION TRIM(LK-USERNAME)
            MOVE "Y" TO LK-PROFILE-FOUND
            MOVE WS-PROFILE-FIRST-NAME(WS-ENTRY-INDEX) TO LK-FIRST-NAME
            MOVE WS-PROFILE-LAST-NAME(WS-ENTRY-INDEX) TO LK-LAST-NAME
            MOVE WS-PROFILE-COLLEGE(WS-ENTRY-INDEX) TO LK-COLLEGE
            MOVE WS-PROFILE-MAJOR(WS-ENTRY-INDEX) TO LK-MAJOR
            MOVE WS-PROFILE-GRAD-YEAR(WS-ENTRY-INDEX) TO LK-GRAD-YEAR
            MOVE WS-PROFILE-ABOUT-ME(WS-ENTRY-INDEX) TO LK-ABOUT-ME
          END-IF
        END-PERFORM

        IF LK-PROFILE-FOUND = "N"
          MOVE "Profile not found." TO LK-MESSAGE
          GOBACK
        END-IF

        PERFORM LOAD-EXPERIENCE
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-EXPERIENCE-COUNT
            OR LK-VIEW-EXP-COUNT >= WS-MAX-EXPERIENCE-ENTRIES
          IF FUNCTION TRIM(WS-EXPERIENCE-USERNAME(WS-ENTRY-INDEX))
            = FUNCTION TRIM(LK-USERNAME)
            ADD 1 TO LK-VIEW-EXP-COUNT
            MOVE WS-EXPERIENCE-TITLE(WS-ENTRY-INDEX)
              TO LK-VIEW-EXP-TITLE(LK-VIEW-EXP-COUNT)
            MOVE WS-EXPERIENCE-COMPANY(WS-ENTRY-INDEX)
              TO LK-VIEW-EXP-COMPANY(LK-VIEW-EXP-COUNT)
            MOVE WS-EXPERIENCE-START-DATE(WS-ENTRY-INDEX)
              TO LK-VIEW-EXP-START-DATE(LK-VIEW-EXP-COUNT)
            MOVE WS-EXPERIENCE-END-DATE(WS-ENTRY-INDEX)
              TO LK-VIEW-EXP-END-DATE(LK-VIEW-EXP-COUNT)
            MOVE WS-EXPERIENCE-DESC(WS-ENTRY-INDEX)
              TO LK-VIEW-EXP-DESC(LK-VIEW-EXP-COUNT)
          END-IF
        END-PERFORM

        PERFORM LOAD-EDUCATION
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-EDUCATION-COUNT
            OR LK-VIEW-EDU-COUNT >= WS-MAX-EDUCATION-ENTRIES
          IF FUNCTION TRIM(WS-EDUCATION-USERNAME(WS-ENTRY-INDEX))
            = FUNCTION TRIM(LK-USERNAME)
            ADD 1 TO LK-VIEW-EDU-COUNT
            MOVE WS-EDUCATION-DEGREE(WS-ENTRY-INDEX)
              TO LK-VIEW-EDU-DEGREE(LK-VIEW-EDU-COUNT)
            MOVE WS-EDUCATION-UNI(WS-ENTRY-INDEX)
              TO LK-VIEW-EDU-UNI(LK-VIEW-EDU-COUNT)
            MOVE WS-EDUCATION-START-YEAR(WS-ENTRY-INDEX)
              TO LK-VIEW-EDU-START-YEAR(LK-VIEW-EDU-COUNT)
            MOVE WS-EDUCATION-END-YEAR(WS-ENTRY-INDEX)
              TO LK-VIEW-EDU-END-YEAR(LK-VIEW-EDU-COUNT)
            MOVE WS-EDUCATION-VERIFIED(WS-ENTRY-INDEX)
              TO LK-VIEW-EDU-VERIFIED(LK-VIEW-EDU-COUNT)
          END-IF
        END-PERFORM

        MOVE "Profile loaded." TO LK-MESSAGE.

       LOAD-PROJECTS.
        MOVE 0 TO WS-PROJECTS-COUNT
        MOVE "N" TO WS-PROJECTS-EOF
        OPEN INPUT PROJECTS-FILE
        IF WS-PROJECTS-STATUS NOT = "00" AND WS-PROJECTS-STATUS
          NOT = "05"
          MOVE "Unable to open PROJECTS.DAT." TO LK-MESSAGE
          CLOSE PROJECTS-FILE
          GOBACK
        END-IF
        PERFORM UNTIL WS-PROJECTS-EOF = "Y" OR WS-PROJECTS-COUNT >=
           WS-MAX-PROJECTS-ROWS
          READ PROJECTS-FILE
            AT END
              MOVE "Y" TO WS-PROJECTS-EOF
            NOT AT END
              ADD 1 TO WS-PROJECTS-COUNT
              MOVE PROJECT-USERNAME TO
                WS-PROJECTS-USERNAME(WS-PROJECTS-COUNT)
              MOVE PROJECT-INDEX TO
                WS-PROJECTS-INDEX(WS-PROJECTS-COUNT)
              MOVE PROJECT-NAME TO WS-PROJECTS-NAME(WS-PROJECTS-COUNT)
              MOVE PROJECT-ROLE TO WS-PROJECTS-ROLE(WS-PROJECTS-COUNT)
              MOVE PROJECT-DATE TO WS-PROJECTS-DATE(WS-PROJECTS-COUNT)
              MOVE PROJECT-DESC TO WS-PROJECTS-DESC(WS-PROJECTS-COUNT)
          END-READ
        END-PERFORM
        CLOSE PROJECTS-FILE.

       SAVE-PROJECTS.
      *> Crash-safe rewrite via PROJECTS.NEW (see SAVE-PROFILES).
        OPEN OUTPUT PROJECTS-WORK-FILE
        IF WS-PROJECTS-WORK-STATUS NOT = "00"
          AND WS-PROJECTS-WORK-STATUS NOT = "05"
          MOVE "Unable to write PROJECTS.DAT." TO LK-MESSAGE
          GOBACK
        END-IF
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-PROJECTS-COUNT
          MOVE WS-PROJECTS-ENTRY(WS-ENTRY-INDEX) TO
            PROJECTS-WORK-RECORD
          WRITE PROJECTS-WORK-RECORD
        END-PERFORM
        CLOSE PROJECTS-WORK-FILE

        MOVE 0 TO WS-EP-WORK-COUNT
        MOVE "N" TO WS-EP-WORK-EOF
        OPEN INPUT PROJECTS-WORK-FILE
        PERFORM UNTIL WS-EP-WORK-EOF = "Y"
          READ PROJECTS-WORK-FILE
            AT END
              MOVE "Y" TO WS-EP-WORK-EOF
            NOT AT END
              ADD 1 TO WS-EP-WORK-COUNT
          END-READ
        END-PERFORM
        CLOSE PROJECTS-WORK-FILE
        IF WS-EP-WORK-COUNT NOT = WS-PROJECTS-COUNT
          MOVE "Project save aborted; data file left unchanged." TO
            LK-MESSAGE
          GOBACK
        END-IF

        MOVE "PROJECTS.CMT" TO WS-EP-MARKER-NAME
        OPEN OUTPUT PROFILE-COMMIT-FILE
        IF WS-EP-MARKER-STATUS = "00" OR WS-EP-MARKER-STATUS = "05"
          MOVE WS-EP-WORK-COUNT TO PROFILE-COMMIT-RECORD
          WRITE PROFILE-COMMIT-RECORD
          CLOSE PROFILE-COMMIT-FILE
        END-IF

        MOVE "N" TO WS-EP-WORK-EOF
        OPEN INPUT PROJECTS-WORK-FILE
        OPEN OUTPUT PROJECTS-FILE
        PERFORM UNTIL WS-EP-WORK-EOF = "Y"
          READ PROJECTS-WORK-FILE
            AT END
              MOVE "Y" TO WS-EP-WORK-EOF
            NOT AT END
              MOVE PROJECTS-WORK-RECORD TO PROJECT-RECORD
              WRITE PROJECT-RECORD
          END-READ
        END-PERFORM
        CLOSE PROJECTS-WORK-FILE
        CLOSE PROJECTS-FILE

        OPEN OUTPUT PROFILE-COMMIT-FILE
        CLOSE PROFILE-COMMIT-FILE
        OPEN OUTPUT PROJECTS-WORK-FILE
        CLOSE PROJECTS-WORK-FILE.

       ADD-PROJECT.
        PERFORM LOAD-PROJECTS
        MOVE 0 TO WS-USER-PROJECTS-COUNT
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-PROJECTS-COUNT
          IF FUNCTION TRIM(WS-PROJECTS-USERNAME(WS-ENTRY-INDEX))
            = FUNCTION TRIM(LK-USERNAME)
            ADD 1 TO WS-USER-PROJECTS-COUNT
          END-IF
        END-PERFORM
        IF WS-USER-PROJECTS-COUNT >= WS-MAX-PROJECTS-ENTRIES
          MOVE "Project limit reached (max 10)." TO LK-MESSAGE
          GOBACK
        END-IF
        IF WS-PROJECTS-COUNT >= WS-MAX-PROJECTS-ROWS
          MOVE "Project storage is full." TO LK-MESSAGE
          GOBACK
        END-IF
        ADD 1 TO WS-PROJECTS-COUNT
        MOVE FUNCTION TRIM(LK-USERNAME) TO
           WS-PROJECTS-USERNAME(WS-PROJECTS-COUNT)
        COMPUTE WS-PROJECTS-INDEX(WS-PROJECTS-COUNT)
          = WS-USER-PROJECTS-COUNT + 1
        MOVE FUNCTION TRIM(LK-PRJ-NAME) TO
           WS-PROJECTS-NAME(WS-PROJECTS-COUNT)
        MOVE FUNCTION TRIM(LK-PRJ-ROLE) TO
           WS-PROJECTS-ROLE(WS-PROJECTS-COUNT)
        MOVE FUNCTION TRIM(LK-PRJ-DATE) TO
           WS-PROJECTS-DATE(WS-PROJECTS-COUNT)
        MOVE FUNCTION TRIM(LK-PRJ-DESC) TO
           WS-PROJECTS-DESC(WS-PROJECTS-COUNT)
        MOVE "J" TO WS-PH-SECTION
        PERFORM RECORD-PROFILE-HISTORY
        PERFORM SAVE-PROJECTS
        MOVE "Project saved." TO LK-MESSAGE.

       LOAD-CERTS.
        MOVE 0 TO WS-CERTS-COUNT
        MOVE "N" TO WS-CERTS-EOF
        OPEN INPUT CERTS-FILE
        IF WS-CERTS-STATUS NOT = "00" AND WS-CERTS-STATUS
          NOT = "05"
          MOVE "Unable to open CERTS.DAT." TO LK-MESSAGE
          CLOSE CERTS-FILE
          GOBACK
        END-IF
        PERFORM UNTIL WS-CERTS-EOF = "Y" OR WS-CERTS-COUNT >=
           WS-MAX-CERTS-ROWS
          READ CERTS-FILE
            AT END
              MOVE "Y" TO WS-CERTS-EOF
            NOT AT END
              ADD 1 TO WS-CERTS-COUNT
              MOVE CERT-USERNAME TO WS-CERTS-USERNAME(WS-CERTS-COUNT)
              MOVE CERT-INDEX TO WS-CERTS-INDEX(WS-CERTS-COUNT)
              MOVE CERT-NAME TO WS-CERTS-NAME(WS-CERTS-COUNT)
              MOVE CERT-ISSUER TO WS-CERTS-ISSUER(WS-CERTS-COUNT)
              MOVE CERT-ISSUED-DATE TO
                WS-CERTS-ISSUED-DATE(WS-CERTS-COUNT)
              MOVE CERT-EXPIRY-DATE TO
                WS-CERTS-EXPIRY-DATE(WS-CERTS-COUNT)
              MOVE CERT-CREDENTIAL-ID TO
                WS-CERTS-CREDENTIAL-ID(WS-CERTS-COUNT)
          END-READ
        END-PERFORM
        CLOSE CERTS-FILE.

       SAVE-CERTS.
      *> Crash-safe rewrite via CERTS.NEW (see SAVE-PROFILES).
        OPEN OUTPUT CERTS-WORK-FILE
        IF WS-CERTS-WORK-STATUS NOT = "00"
          AND WS-CERTS-WORK-STATUS NOT = "05"
          MOVE "Unable to write CERTS.DAT." TO LK-MESSAGE
          GOBACK
        END-IF
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-CERTS-COUNT
          MOVE WS-CERTS-ENTRY(WS-ENTRY-INDEX) TO CERTS-WORK-RECORD
          WRITE CERTS-WORK-RECORD
        END-PERFORM
        CLOSE CERTS-WORK-FILE

        MOVE 0 TO WS-EP-WORK-COUNT
        MOVE "N" TO WS-EP-WORK-EOF
        OPEN INPUT CERTS-WORK-FILE
        PERFORM UNTIL WS-EP-WORK-EOF = "Y"
          READ CERTS-WORK-FILE
            AT END
              MOVE "Y" TO WS-EP-WORK-EOF
            NOT AT END
              ADD 1 TO WS-EP-WORK-COUNT
          END-READ
        END-PERFORM
        CLOSE CERTS-WORK-FILE
        IF WS-EP-WORK-COUNT NOT = WS-CERTS-COUNT
          MOVE "Certification save aborted; data file left unchanged."
            TO LK-MESSAGE
          GOBACK
        END-IF

        MOVE "CERTS.CMT" TO WS-EP-MARKER-NAME
        OPEN OUTPUT PROFILE-COMMIT-FILE
        IF WS-EP-MARKER-STATUS = "00" OR WS-EP-MARKER-STATUS = "05"
          MOVE WS-EP-WORK-COUNT TO PROFILE-COMMIT-RECORD
        END-IF

        MOVE "N" TO WS-EP-WORK-EOF
        OPEN INPUT CERTS-WORK-FILE
        OPEN OUTPUT CERTS-FILE
        PERFORM UNTIL WS-EP-WORK-EOF = "Y"
          READ CERTS-WORK-FILE
            AT END
              MOVE "Y" TO WS-EP-WORK-EOF
            NOT AT END
              MOVE CERTS-WORK-RECORD TO CERT-RECORD
              WRITE CERT-RECORD
          END-READ
        END-PERFORM
        CLOSE CERTS-WORK-FILE
        CLOSE CERTS-FILE

        OPEN OUTPUT PROFILE-COMMIT-FILE
        CLOSE PROFILE-COMMIT-FILE
        OPEN OUTPUT CERTS-WORK-FILE
        CLOSE CERTS-WORK-FILE.

       ADD-CERTIFICATION.
        PERFORM LOAD-CERTS
        MOVE 0 TO WS-USER-CERTS-COUNT
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-CERTS-COUNT
          IF FUNCTION TRIM(WS-CERTS-USERNAME(WS-ENTRY-INDEX))
            = FUNCTION TRIM(LK-USERNAME)
            ADD 1 TO WS-USER-CERTS-COUNT
          END-IF
        END-PERFORM
        IF WS-USER-CERTS-COUNT >= WS-MAX-CERTS-ENTRIES
          MOVE "Certification limit reached (max 10)." TO LK-MESSAGE
          GOBACK
        END-IF
        IF WS-CERTS-COUNT >= WS-MAX-CERTS-ROWS
          MOVE "Certification storage is full." TO LK-MESSAGE
          GOBACK
        END-IF
        ADD 1 TO WS-CERTS-COUNT
        MOVE FUNCTION TRIM(LK-USERNAME) TO
           WS-CERTS-USERNAME(WS-CERTS-COUNT)
        COMPUTE WS-CERTS-INDEX(WS-CERTS-COUNT)
          = WS-USER-CERTS-COUNT + 1
        MOVE FUNCTION TRIM(LK-CRT-NAME) TO
           WS-CERTS-NAME(WS-CERTS-COUNT)
        MOVE FUNCTION TRIM(LK-CRT-ISSUER) TO
           WS-CERTS-ISSUER(WS-CERTS-COUNT)
        MOVE LK-CRT-ISSUED-DATE TO WS-CERTS-ISSUED-DATE(WS-CERTS-COUNT)
        MOVE LK-CRT-EXPIRY-DATE TO WS-CERTS-EXPIRY-DATE(WS-CERTS-COUNT)
        MOVE FUNCTION TRIM(LK-CRT-CREDENTIAL-ID) TO
           WS-CERTS-CREDENTIAL-ID(WS-CERTS-COUNT)
        MOVE "C" TO WS-PH-SECTION
        PERFORM RECORD-PROFILE-HISTORY
        PERFORM SAVE-CERTS
        MOVE "Certification saved." TO LK-MESSAGE.

       VIEW-PROFILE-EXTRAS.
        MOVE 0 TO LK-VIEW-PRJ-COUNT
        MOVE 0 TO LK-VIEW-CRT-COUNT
        MOVE SPACES TO LK-VIEW-PROJECT-LIST
        MOVE SPACES TO LK-VIEW-CERT-LIST

        PERFORM LOAD-PROJECTS
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-PROJECTS-COUNT
            OR LK-VIEW-PRJ-COUNT >= WS-MAX-PROJECTS-ENTRIES
          IF FUNCTION TRIM(WS-PROJECTS-USERNAME(WS-ENTRY-INDEX))
            = FUNCTION TRIM(LK-USERNAME)
            ADD 1 TO LK-VIEW-PRJ-COUNT
            MOVE WS-PROJECTS-NAME(WS-ENTRY-INDEX)
              TO LK-VIEW-PRJ-NAME(LK-VIEW-PRJ-COUNT)
            MOVE WS-PROJECTS-ROLE(WS-ENTRY-INDEX)
              TO LK-VIEW-PRJ-ROLE(LK-VIEW-PRJ-COUNT)
            MOVE WS-PROJECTS-DATE(WS-ENTRY-INDEX)
              TO LK-VIEW-PRJ-DATE(LK-VIEW-PRJ-COUNT)
            MOVE WS-PROJECTS-DESC(WS-ENTRY-INDEX)
              TO LK-VIEW-PRJ-DESC(LK-VIEW-PRJ-COUNT)
          END-IF
        END-PERFORM

        PERFORM LOAD-CERTS
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
          UNTIL WS-ENTRY-INDEX > WS-CERTS-COUNT
            OR LK-VIEW-CRT-COUNT >= WS-MAX-CERTS-ENTRIES
          IF FUNCTION TRIM(WS-CERTS-USERNAME(WS-ENTRY-INDEX))
            = FUNCTION TRIM(LK-USERNAME)
            ADD 1 TO LK-VIEW-CRT-COUNT
            MOVE WS-CERTS-NAME(WS-ENTRY-INDEX)
              TO LK-VIEW-CRT-NAME(LK-VIEW-CRT-COUNT)
            MOVE WS-CERTS-ISSUER(WS-ENTRY-INDEX)
              TO LK-VIEW-CRT-ISSUER(LK-VIEW-CRT-COUNT)
            MOVE WS-CERTS-ISSUED-DATE(WS-ENTRY-INDEX)
              TO LK-VIEW-CRT-ISSUED-DATE(LK-VIEW-CRT-COUNT)
            MOVE WS-CERTS-EXPIRY-DATE(WS-ENTRY-INDEX)
              TO LK-VIEW-CRT-EXPIRY-DATE(LK-VIEW-CRT-COUNT)
            MOVE WS-CERTS-CREDENTIAL-ID(WS-ENTRY-INDEX)
              TO LK-VIEW-CRT-CREDENTIAL-ID(LK-VIEW-CRT-COUNT)
          END-IF
        END-PERFORM

        MOVE "Profile loaded." TO LK-MESSAGE.

      *> The user's rows of section WS-PH-SECTION go to the change
      *> history before the section is rewritten.
       RECORD-PROFILE-HISTORY.
        MOVE "S" TO WS-PH-FUNCTION
        MOVE LK-USERNAME TO WS-PH-USERNAME
        MOVE LK-USERNAME TO WS-PH-ACTOR
        MOVE "E" TO WS-PH-KIND
        CALL "PROFHIST" USING WS-PROFILE-HISTORY
          ON EXCEPTION
            CONTINUE
        END-CALL.

       END PROGRAM EDITPROFILE.


                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARAMS-STATUS.

           SELECT OPTIONAL TWOSTEP-FILE
                  ASSIGN TO "TWOSTEP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TWOSTEP-STATUS.

           SELECT OPTIONAL LOGINCODES-FILE
                  ASSIGN TO "LOGINCODES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOGINCODES-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD USERS-FILE.
             05 LF-LAST-FAIL-TS PIC X(14).
             05 LF-BURST-COUNT PIC 9(2).

         FD TWOSTEP-FILE.
           01 TWOSTEP-RECORD.
             05 TWS-USERNAME PIC X(12).
             05 TWS-ENABLED PIC X(1).
             05 TWS-SET-DATE PIC X(8).

      *> One pending sign-in code per user, hashed like a password;
      *> the row is dropped once the code is used, expires, or the
      *> account locks.
         FD LOGINCODES-FILE.
           01 LOGINCODE-RECORD.
             05 LC-USERNAME PIC X(12).
             05 LC-CODE-HASH PIC X(12).
             05 LC-ISSUED-TS PIC X(14).

       WORKING-STORAGE SECTION.
         77 WS-LOGINLOG-STATUS PIC XX.
         77 WS-TALLIES-STATUS PIC XX.
         77 WS-PARAMS-EOF PIC X VALUE "N".
         77 WS-PARAM-NUM PIC 9(6) VALUE 0.
         77 WS-ACCOUNT-LOCKED-NOW PIC X VALUE "N".

      *> Two-step sign-in. Codes expire after LOGIN-CODE-MINUTES
      *> (PARAMS.DAT), ten minutes by default.
         77 WS-TWOSTEP-STATUS PIC XX.
         77 WS-TWOSTEP-EOF PIC X VALUE "N".
         77 WS-TWO-STEP-NEEDED PIC X VALUE "N".
         77 WS-LOGINCODES-STATUS PIC XX.
         77 WS-LOGINCODES-EOF PIC X VALUE "N".
         77 WS-CODE-MINUTES PIC 9(4) VALUE 10.
         77 WS-CODE-SEED PIC 9(9) VALUE 0.
         77 WS-CODE-NUM PIC 9(6) VALUE 0.
         77 WS-CODE-EXPIRED PIC X VALUE "N".
         77 WS-CODE-NOW-SECS PIC 9(6) VALUE 0.
         77 WS-CODE-ISSUED-SECS PIC 9(6) VALUE 0.
         77 WS-CODE-AGE-SECS PIC S9(7) VALUE 0.
         77 WS-LC-COUNT PIC 9(4) VALUE 0.
         77 WS-LC-IDX PIC 9(4) VALUE 0.
         77 WS-LC-FOUND-IDX PIC 9(4) VALUE 0.
         01 WS-LOGINCODE-TABLE.
           05 WS-LC-ENTRY OCCURS 1000 TIMES.
             10 WS-LC-USERNAME PIC X(12).
             10 WS-LC-CODE-HASH PIC X(12).
             10 WS-LC-ISSUED-TS PIC X(14).
         01 WS-LOGINFAIL-TABLE.
           05 WS-LF-ENTRY OCCURS 1000 TIMES.
             10 WS-LF-USERNAME PIC X(12).
         77 LK-STATUS PIC X(1).
         77 LK-MESSAGE PIC X(100).
         77 LK-ACCOUNT-TYPE PIC X(1).
      *> LK-STEP-MODE P checks the password; when the account needs a
      *> second step LK-STATUS comes back "C" with the issued code in
      *> LK-STEP-CODE for the caller to mail. Mode C checks the code
      *> the user typed in LK-STEP-CODE; "X" means give up (expired,
      *> no code pending, or the account just locked).
         01 LK-TWO-STEP.
           05 LK-STEP-MODE PIC X(1).
           05 LK-STEP-CODE PIC X(6).

       PROCEDURE DIVISION USING LK-USERNAME LK-PASSWORD LK-STATUS
           LK-MESSAGE LK-ACCOUNT-TYPE LK-TWO-STEP.
         PERFORM LOAD-LOGIN-PARAMS
         *> Validate credentials against USERS.DAT, streamed so the
         *> account master is not bounded by a lookup table.
         PERFORM FIND-LOGIN-USER

         IF LK-STEP-MODE = "C"
           PERFORM CHECK-LOGIN-CODE
           GOBACK
         END-IF

         IF WS-FOUND = "Y" AND WS-FOUND-ACTIVE = "N"
      *> Accounts deactivated by the inactivity sweep (DORMANT.DAT
      *> status D) reactivate automatically on a correct password;
           PERFORM HASH-PASSWORD
           IF FUNCTION TRIM(WS-HASH-OUTPUT) = FUNCTION
             TRIM(WS-FOUND-PASS)
             MOVE WS-FOUND-TYPE TO LK-ACCOUNT-TYPE
             PERFORM CHECK-TWO-STEP-NEEDED
             IF WS-TWO-STEP-NEEDED = "Y"
      *> The login is not logged, and the failure count not reset,
      *> until the code comes back.
               PERFORM ISSUE-LOGIN-CODE
               MOVE "C" TO LK-STATUS
               MOVE "Password accepted. A sign-in code has been sent to 
      -          "your mailbox." TO LK-MESSAGE
             ELSE
               MOVE "Y" TO LK-STATUS
               MOVE "You have successfully logged in" TO LK-MESSAGE
               MOVE FUNCTION TRIM(LK-USERNAME) TO LL-USERNAME
               PERFORM RECORD-LAST-LOGIN
               PERFORM RESET-LOGINFAIL-COUNT
             END-IF
           ELSE
             MOVE "N" TO LK-STATUS
             MOVE "Incorrect username / password, please try again" TO
                   MOVE WS-PARAM-NUM TO WS-MAX-FAILED-ATTEMPTS
                 END-IF
               END-IF
               IF FUNCTION TRIM(PRM-NAME) = "LOGIN-CODE-MINUTES"
                 AND FUNCTION TRIM(PRM-VALUE) IS NUMERIC
                 COMPUTE WS-PARAM-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                 IF WS-PARAM-NUM > 0 AND WS-PARAM-NUM < 1440
                   MOVE WS-PARAM-NUM TO WS-CODE-MINUTES
                 END-IF
               END-IF
           END-READ
         END-PERFORM

         MOVE "N" TO WS-FLIP-ACTIVE-TO
         PERFORM STREAM-FLIP-USER-ACTIVE.

       CHECK-TWO-STEP-NEEDED.
      *> Recruiters and administrators always; everyone else only
      *> with a TWOSTEP.DAT row switched on.
         MOVE "N" TO WS-TWO-STEP-NEEDED
         IF WS-FOUND-TYPE = "R" OR WS-FOUND-TYPE = "A"
           MOVE "Y" TO WS-TWO-STEP-NEEDED
           EXIT PARAGRAPH
         END-IF

         MOVE "N" TO WS-TWOSTEP-EOF
         OPEN INPUT TWOSTEP-FILE
         IF WS-TWOSTEP-STATUS NOT = "00"
           IF WS-TWOSTEP-STATUS = "05"
             CLOSE TWOSTEP-FILE
           END-IF
           EXIT PARAGRAPH
         END-IF

         PERFORM UNTIL WS-TWOSTEP-EOF = "Y"
           READ TWOSTEP-FILE
             AT END
               MOVE "Y" TO WS-TWOSTEP-EOF
             NOT AT END
               IF FUNCTION TRIM(TWS-USERNAME) =
                 FUNCTION TRIM(LK-USERNAME)
                 IF TWS-ENABLED = "Y"
                   MOVE "Y" TO WS-TWO-STEP-NEEDED
                 END-IF
                 MOVE "Y" TO WS-TWOSTEP-EOF
               END-IF
           END-READ
         END-PERFORM

         CLOSE TWOSTEP-FILE.

       ISSUE-LOGIN-CODE.
      *> Six random digits, seeded from the clock and the username so
      *> two users signing in the same instant get different codes.
      *> Only the hash is kept; the caller mails the code itself.
         MOVE FUNCTION TRIM(LK-USERNAME) TO WS-HASH-INPUT
         PERFORM HASH-PASSWORD
         COMPUTE WS-CODE-SEED = FUNCTION MOD(
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:8))
           + WS-HASH-VALUE, 999999937)
         COMPUTE WS-CODE-NUM = FUNCTION RANDOM(WS-CODE-SEED) * 1000000
         MOVE WS-CODE-NUM TO LK-STEP-CODE

         PERFORM LOAD-LOGIN-CODES
         PERFORM FIND-LOGIN-CODE
         IF WS-LC-FOUND-IDX = 0
           IF WS-LC-COUNT >= 1000
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LC-COUNT
           MOVE WS-LC-COUNT TO WS-LC-FOUND-IDX
         END-IF

         MOVE FUNCTION TRIM(LK-USERNAME) TO
           WS-LC-USERNAME(WS-LC-FOUND-IDX)
         MOVE LK-STEP-CODE TO WS-HASH-INPUT
         PERFORM HASH-PASSWORD
         MOVE WS-HASH-OUTPUT TO WS-LC-CODE-HASH(WS-LC-FOUND-IDX)
         MOVE FUNCTION CURRENT-DATE(1:14) TO
           WS-LC-ISSUED-TS(WS-LC-FOUND-IDX)
         PERFORM SAVE-LOGIN-CODES.

       CHECK-LOGIN-CODE.
         MOVE WS-FOUND-TYPE TO LK-ACCOUNT-TYPE
         IF WS-FOUND NOT = "Y" OR WS-FOUND-ACTIVE = "N"
           MOVE "X" TO LK-STATUS
           MOVE "This account has been deactivated; contact an administr
      -      "ator." TO LK-MESSAGE
           EXIT PARAGRAPH
         END-IF

         PERFORM LOAD-LOGIN-CODES
         PERFORM FIND-LOGIN-CODE
         IF WS-LC-FOUND-IDX = 0
           MOVE "X" TO LK-STATUS
           MOVE "No sign-in code is pending; please log in again." TO
             LK-MESSAGE
           EXIT PARAGRAPH
         END-IF

         PERFORM CHECK-CODE-EXPIRED
         IF WS-CODE-EXPIRED = "Y"
           PERFORM DROP-LOGIN-CODE
           MOVE "X" TO LK-STATUS
           MOVE "That sign-in code has expired; please log in again."
             TO LK-MESSAGE
           EXIT PARAGRAPH
         END-IF

         MOVE FUNCTION TRIM(LK-STEP-CODE) TO WS-HASH-INPUT
         PERFORM HASH-PASSWORD
         IF FUNCTION TRIM(WS-HASH-OUTPUT) =
           FUNCTION TRIM(WS-LC-CODE-HASH(WS-LC-FOUND-IDX))
           PERFORM DROP-LOGIN-CODE
           MOVE "Y" TO LK-STATUS
           MOVE "You have successfully logged in" TO LK-MESSAGE
           MOVE FUNCTION TRIM(LK-USERNAME) TO LL-USERNAME
           PERFORM RECORD-LAST-LOGIN
           PERFORM RESET-LOGINFAIL-COUNT
         ELSE
           MOVE "N" TO LK-STATUS
           MOVE "Incorrect sign-in code, please try again" TO
             LK-MESSAGE
           PERFORM RECORD-LOGIN-FAILURE
           IF WS-ACCOUNT-LOCKED-NOW = "Y"
             PERFORM DROP-LOGIN-CODE
             MOVE "X" TO LK-STATUS
             MOVE "Too many failed login attempts; this account has been
      -        " locked. Contact an administrator." TO
               LK-MESSAGE
           END-IF
         END-IF.

      *> Same-day codes age by clock seconds; a code from an earlier
      *> day has always expired.
       CHECK-CODE-EXPIRED.
         MOVE "N" TO WS-CODE-EXPIRED
         IF WS-LC-ISSUED-TS(WS-LC-FOUND-IDX)(1:8) NOT =
             FUNCTION CURRENT-DATE(1:8)
           OR WS-LC-ISSUED-TS(WS-LC-FOUND-IDX)(9:6) IS NOT NUMERIC
           MOVE "Y" TO WS-CODE-EXPIRED
           EXIT PARAGRAPH
         END-IF
         COMPUTE WS-CODE-NOW-SECS =
           FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
           + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
           + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2))
         COMPUTE WS-CODE-ISSUED-SECS =
           FUNCTION NUMVAL(WS-LC-ISSUED-TS(WS-LC-FOUND-IDX)(9:2))
             * 3600
           + FUNCTION NUMVAL(WS-LC-ISSUED-TS(WS-LC-FOUND-IDX)(11:2))
             * 60
           + FUNCTION NUMVAL(WS-LC-ISSUED-TS(WS-LC-FOUND-IDX)(13:2))
         COMPUTE WS-CODE-AGE-SECS =
           WS-CODE-NOW-SECS - WS-CODE-ISSUED-SECS
         IF WS-CODE-AGE-SECS > WS-CODE-MINUTES * 60
           MOVE "Y" TO WS-CODE-EXPIRED
         END-IF.

       FIND-LOGIN-CODE.
         MOVE 0 TO WS-LC-FOUND-IDX
         PERFORM VARYING WS-LC-IDX FROM 1 BY 1
           UNTIL WS-LC-IDX > WS-LC-COUNT
           IF FUNCTION TRIM(WS-LC-USERNAME(WS-LC-IDX)) =
             FUNCTION TRIM(LK-USERNAME)
             MOVE WS-LC-IDX TO WS-LC-FOUND-IDX
           END-IF
         END-PERFORM.

      *> Removes the found row by sliding the rest of the table down.
       DROP-LOGIN-CODE.
         PERFORM VARYING WS-LC-IDX FROM WS-LC-FOUND-IDX BY 1
           UNTIL WS-LC-IDX >= WS-LC-COUNT
           MOVE WS-LC-ENTRY(WS-LC-IDX + 1) TO WS-LC-ENTRY(WS-LC-IDX)
         END-PERFORM
         SUBTRACT 1 FROM WS-LC-COUNT
         MOVE 0 TO WS-LC-FOUND-IDX
         PERFORM SAVE-LOGIN-CODES.

       LOAD-LOGIN-CODES.
         MOVE 0 TO WS-LC-COUNT
         MOVE "N" TO WS-LOGINCODES-EOF
         OPEN INPUT LOGINCODES-FILE
         IF WS-LOGINCODES-STATUS NOT = "00"
           IF WS-LOGINCODES-STATUS = "05"
             CLOSE LOGINCODES-FILE
           END-IF
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL WS-LOGINCODES-EOF = "Y"
           READ LOGINCODES-FILE
             AT END
               MOVE "Y" TO WS-LOGINCODES-EOF
             NOT AT END
               IF WS-LC-COUNT < 1000
                 ADD 1 TO WS-LC-COUNT
                 MOVE LC-USERNAME TO WS-LC-USERNAME(WS-LC-COUNT)
                 MOVE LC-CODE-HASH TO WS-LC-CODE-HASH(WS-LC-COUNT)
                 MOVE LC-ISSUED-TS TO WS-LC-ISSUED-TS(WS-LC-COUNT)
               END-IF
           END-READ
         END-PERFORM
         CLOSE LOGINCODES-FILE.

       SAVE-LOGIN-CODES.
         OPEN OUTPUT LOGINCODES-FILE
         IF WS-LOGINCODES-STATUS NOT = "00"
           AND WS-LOGINCODES-STATUS NOT = "05"
           EXIT PARAGRAPH
         END-IF
         PERFORM VARYING WS-LC-IDX FROM 1 BY 1
           UNTIL WS-LC-IDX > WS-LC-COUNT
           MOVE WS-LC-USERNAME(WS-LC-IDX) TO LC-USERNAME
           MOVE WS-LC-CODE-HASH(WS-LC-IDX) TO LC-CODE-HASH
           MOVE WS-LC-ISSUED-TS(WS-LC-IDX) TO LC-ISSUED-TS
           WRITE LOGINCODE-RECORD
         END-PERFORM
         CLOSE LOGINCODES-FILE.

       END PROGRAM LOGINPROG.

       IDENTIFICATION DIVISION.
            MOVE 16 TO LK-ACTION
          WHEN "14"
            MOVE 17 TO LK-ACTION
          WHEN "15"
            MOVE 18 TO LK-ACTION
          WHEN "16"
            MOVE 19 TO LK-ACTION
          WHEN "17"
            MOVE 20 TO LK-ACTION
          WHEN "18"
            MOVE 21 TO LK-ACTION
           WHEN OTHER
             MOVE "Invalid Selection." TO LK-MESSAGE
             MOVE 1 TO LK-ACTION
             05 JOB-OPENINGS PIC X(4).
             05 JOB-CATEGORY PIC X(3).
             05 JOB-PUBLISH-DATE PIC X(8).
             05 JOB-WORK-MODE PIC X(1).

         FD JOBS-LOCK-FILE.
           01 JOBS-LOCK-RECORD PIC X(14).
             05 CO-INDUSTRY PIC X(30).
             05 CO-DESC PIC X(60).
             05 CO-RECRUITER PIC X(12).
             05 CO-TIER PIC X(1).

         FD FOLLOWS-FILE.
           01 FOLLOW-RECORD.
         77 WS-POSTER-APPROVED PIC 9(4) VALUE 0.
         77 WS-POSTER-UNAPPROVED PIC 9(4) VALUE 0.
         77 WS-NEW-REVIEW-STATUS PIC X(1).
      *> Fraud risk scoring (JOBRISK): a high-risk posting is held
      *> for moderation even on the expedited path.
         77 WS-RISK-SOURCE PIC X(1) VALUE "P".
         77 WS-RISK-SCORE PIC 9(3) VALUE 0.
         77 WS-RISK-REASONS PIC X(100).
         77 WS-RISK-HOLD PIC X(1) VALUE "N".
      *> Follower fan-out when an expedited posting goes live at once
         77 WS-COMPANIES-STATUS PIC XX.
         77 WS-FOLLOWS-STATUS PIC XX.
           05 LK-JOB-OPENINGS PIC X(4).
           05 LK-JOB-CATEGORY PIC X(3).
           05 LK-JOB-PUBLISH-DATE PIC X(8).
           05 LK-JOB-WORK-MODE PIC X(1).
         77 LK-POSTER PIC X(12).
         77 LK-STATUS PIC X(1).
         77 LK-MESSAGE PIC X(100).
         MOVE LK-JOB-OPENINGS TO JOB-OPENINGS
         MOVE LK-JOB-CATEGORY TO JOB-CATEGORY
         MOVE LK-JOB-PUBLISH-DATE TO JOB-PUBLISH-DATE
         MOVE LK-JOB-WORK-MODE TO JOB-WORK-MODE
         MOVE FUNCTION TRIM(LK-POSTER) TO JOB-POSTER
         MOVE FUNCTION CURRENT-DATE(1:8) TO JOB-POSTED-DATE
         MOVE WS-NEW-REVIEW-STATUS TO JOB-REVIEW-STATUS

         MOVE "N" TO WS-RISK-HOLD
         CALL "JOBRISK" USING JOB-RECORD WS-RISK-SOURCE
           WS-RISK-SCORE WS-RISK-REASONS WS-RISK-HOLD
           ON EXCEPTION
             MOVE "N" TO WS-RISK-HOLD
         END-CALL
         IF WS-RISK-HOLD = "Y"
           MOVE "P" TO WS-NEW-REVIEW-STATUS
           MOVE "P" TO JOB-REVIEW-STATUS
         END-IF

         WRITE JOB-RECORD

         CLOSE JOBS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDUCATION-STATUS.

           SELECT OPTIONAL PROJECTS-FILE
             ASSIGN TO "PROJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECTS-STATUS.

           SELECT OPTIONAL CERTS-FILE
             ASSIGN TO "CERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTS-STATUS.

           SELECT OPTIONAL LEGALHOLDS-FILE
             ASSIGN TO "LEGALHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLDS-STATUS.

           SELECT OPTIONAL LEGALHOLDLOG-FILE
             ASSIGN TO "LEGALHOLDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> back as spaces and count as MAIN.
             05 PROFILE-CAMPUS PIC X(4).

         FD EXPERIENCE-FILE.
           01 EXPERIENCE-RECORD.
             05 EXPERIENCE-USERNAME PIC X(12).
      *> Registrar-verified mark; spaces on rows from before it
             05 EDUCATION-VERIFIED PIC X(1).

         FD PROJECTS-FILE.
           01 PROJECT-RECORD.
             05 PROJECT-USERNAME PIC X(12).
             05 FILLER PIC X(172).

         FD CERTS-FILE.
           01 CERT-RECORD.
             05 CERT-USERNAME PIC X(12).
             05 FILLER PIC X(98).

         FD LEGALHOLDS-FILE.
           01 LEGALHOLD-RECORD.
             05 LH-USERNAME PIC X(12).
             05 LH-STATUS PIC X(1).
             05 LH-DATE PIC X(8).
             05 LH-REQUESTED-BY PIC X(12).
             05 LH-CONFIRMED-BY PIC X(12).
             05 LH-CASE-REF PIC X(12).

         FD LEGALHOLDLOG-FILE.
           01 LEGALHOLDLOG-RECORD.
             05 HL-DATE PIC X(8).
             05 HL-PROGRAM PIC X(16).
             05 HL-USERNAME PIC X(12).
             05 HL-DETAIL PIC X(60).

       WORKING-STORAGE SECTION.
         77 WS-USERS-STATUS PIC XX.
         77 WS-PROFILES-STATUS PIC XX.
         77 WS-EXPERIENCE-STATUS PIC XX.
         77 WS-EDUCATION-STATUS PIC XX.
         77 WS-PROJECTS-STATUS PIC XX.
         77 WS-CERTS-STATUS PIC XX.
         77 WS-AUDIT-STATUS PIC XX.
         77 WS-LEGALHOLDS-STATUS PIC XX.
         77 WS-HOLDLOG-STATUS PIC XX.
         77 WS-HOLD-STATE PIC X(1).
         77 WS-EOF-FLAG PIC X VALUE "N".
         77 WS-DEL-I PIC 9(4).
         77 WS-DEL-MAX PIC 9(4) VALUE 1000.

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

         01 WS-USER-ROWS.
           05 WS-USER-ROW OCCURS 1000 TIMES.
             10 WS-UR-USERNAME PIC X(12).
             10 WS-EDR-VERIFIED PIC X(1).
         77 WS-EDUCATION-ROW-COUNT PIC 9(4) VALUE 0.

      *> Projects and certifications are carried through whole; only
      *> the leading username matters here.
         01 WS-PROJECT-ROWS.
           05 WS-PJR-RECORD PIC X(184) OCCURS 1000 TIMES.
         77 WS-PROJECT-ROW-COUNT PIC 9(4) VALUE 0.

         01 WS-CERT-ROWS.
           05 WS-CTR-RECORD PIC X(110) OCCURS 1000 TIMES.
         77 WS-CERT-ROW-COUNT PIC 9(4) VALUE 0.

      *> Purge request for the shared PROFHIST change history
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

       LINKAGE SECTION.
         77 LK-USERNAME PIC X(12).
         77 LK-STATUS PIC X(1).
         MOVE "Y" TO LK-STATUS
         MOVE SPACES TO LK-MESSAGE

      *> An account on legal hold keeps every record. The refusal
      *> deliberately does not say why.
         PERFORM CHECK-LEGAL-HOLD
         IF WS-HOLD-STATE = "H"
           PERFORM LOG-REFUSED-DELETE
           MOVE "N" TO LK-STATUS
           MOVE "Your account cannot be deleted right now. Please contac
      -      "t support for help." TO LK-MESSAGE
           GOBACK
         END-IF

         PERFORM REMOVE-USER-RECORD
         PERFORM REMOVE-PROFILE-RECORD
         PERFORM REMOVE-EXPERIENCE-RECORDS
         PERFORM REMOVE-EDUCATION-RECORDS
         PERFORM REMOVE-PROJECT-RECORDS
         PERFORM REMOVE-CERT-RECORDS
         PERFORM PURGE-PROFILE-HISTORY
         PERFORM WRITE-DELETE-AUDIT

         MOVE "Y" TO LK-STATUS
           LK-MESSAGE
         GOBACK.

       CHECK-LEGAL-HOLD.
         MOVE SPACES TO WS-HOLD-STATE
         MOVE "N" TO WS-EOF-FLAG
         OPEN INPUT LEGALHOLDS-FILE
         IF WS-LEGALHOLDS-STATUS NOT = "00"
           IF WS-LEGALHOLDS-STATUS = "05"
             CLOSE LEGALHOLDS-FILE
           END-IF
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL WS-EOF-FLAG = "Y"
           READ LEGALHOLDS-FILE
             AT END
               MOVE "Y" TO WS-EOF-FLAG
             NOT AT END
               IF FUNCTION TRIM(LH-USERNAME) = FUNCTION
                 TRIM(LK-USERNAME)
                 MOVE LH-STATUS TO WS-HOLD-STATE
               END-IF
           END-READ
         END-PERFORM
         CLOSE LEGALHOLDS-FILE
         MOVE "N" TO WS-EOF-FLAG.

       LOG-REFUSED-DELETE.
         OPEN EXTEND LEGALHOLDLOG-FILE
         IF WS-HOLDLOG-STATUS = "35"
           OPEN OUTPUT LEGALHOLDLOG-FILE
           IF WS-HOLDLOG-STATUS = "00"
             CLOSE LEGALHOLDLOG-FILE
           END-IF
           OPEN EXTEND LEGALHOLDLOG-FILE
         END-IF
         IF WS-HOLDLOG-STATUS NOT = "00"
           AND WS-HOLDLOG-STATUS NOT = "05"
           EXIT PARAGRAPH
         END-IF

         MOVE FUNCTION CURRENT-DATE(1:8) TO HL-DATE
         MOVE "DELETEACCOUNT" TO HL-PROGRAM
         MOVE LK-USERNAME TO HL-USERNAME
         MOVE "self-deletion refused; account and profile kept" TO
           HL-DETAIL
         WRITE LEGALHOLDLOG-RECORD
         CLOSE LEGALHOLDLOG-FILE.

      *> Self-service deletion: the account holder is the actor.
       WRITE-DELETE-AUDIT.
         MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AC-TIMESTAMP
         MOVE FUNCTION TRIM(LK-USERNAME) TO WS-AC-ACTOR
         MOVE "DELETE" TO WS-AC-ACTION
         MOVE FUNCTION TRIM(LK-USERNAME) TO WS-AC-TARGET
         MOVE "account and profile removed" TO WS-AC-BEFORE-VALUE
         MOVE SPACES TO WS-AC-SECOND-ACTOR
         MOVE "A" TO WS-AC-FUNCTION
         CALL "AUDITCHAIN" USING WS-AUDIT-CHAIN
           ON EXCEPTION
             MOVE "NC" TO WS-AC-STATUS
         END-CALL
         MOVE WS-AC-STATUS TO WS-AUDIT-STATUS.

       REMOVE-USER-RECORD.
         MOVE 0 TO WS-USER-ROW-COUNT
         END-PERFORM
         CLOSE EDUCATION-FILE.

       REMOVE-PROJECT-RECORDS.
         MOVE 0 TO WS-PROJECT-ROW-COUNT
         MOVE "N" TO WS-EOF-FLAG
         OPEN INPUT PROJECTS-FILE
         IF WS-PROJECTS-STATUS = "35"
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL WS-EOF-FLAG = "Y"
           READ PROJECTS-FILE
             AT END
               MOVE "Y" TO WS-EOF-FLAG
             NOT AT END
               IF FUNCTION TRIM(PROJECT-USERNAME) NOT = FUNCTION
                 TRIM(LK-USERNAME)
                 AND WS-PROJECT-ROW-COUNT < WS-DEL-MAX
                 ADD 1 TO WS-PROJECT-ROW-COUNT
                 MOVE PROJECT-RECORD TO
                   WS-PJR-RECORD(WS-PROJECT-ROW-COUNT)
               END-IF
           END-READ
         END-PERFORM
         CLOSE PROJECTS-FILE

         OPEN OUTPUT PROJECTS-FILE
         PERFORM VARYING WS-DEL-I FROM 1 BY 1
           UNTIL WS-DEL-I > WS-PROJECT-ROW-COUNT
           MOVE WS-PJR-RECORD(WS-DEL-I) TO PROJECT-RECORD
           WRITE PROJECT-RECORD
         END-PERFORM
         CLOSE PROJECTS-FILE.

      *> The before-images of a deleted profile go with it.
       PURGE-PROFILE-HISTORY.
         MOVE SPACES TO WS-PROFILE-HISTORY
         MOVE "P" TO WS-PH-FUNCTION
         MOVE LK-USERNAME TO WS-PH-USERNAME
         MOVE LK-USERNAME TO WS-PH-ACTOR
         CALL "PROFHIST" USING WS-PROFILE-HISTORY
           ON EXCEPTION
             CONTINUE
         END-CALL.

       REMOVE-CERT-RECORDS.
         MOVE 0 TO WS-CERT-ROW-COUNT
         MOVE "N" TO WS-EOF-FLAG
         OPEN INPUT CERTS-FILE
         IF WS-CERTS-STATUS = "35"
           EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL WS-EOF-FLAG = "Y"
           READ CERTS-FILE
             AT END
               MOVE "Y" TO WS-EOF-FLAG
             NOT AT END
               IF FUNCTION TRIM(CERT-USERNAME) NOT = FUNCTION
                 TRIM(LK-USERNAME)
                 AND WS-CERT-ROW-COUNT < WS-DEL-MAX
                 ADD 1 TO WS-CERT-ROW-COUNT
                 MOVE CERT-RECORD TO WS-CTR-RECORD(WS-CERT-ROW-COUNT)
               END-IF
           END-READ
         END-PERFORM
         CLOSE CERTS-FILE

         OPEN OUTPUT CERTS-FILE
         PERFORM VARYING WS-DEL-I FROM 1 BY 1
           UNTIL WS-DEL-I > WS-CERT-ROW-COUNT
           MOVE WS-CTR-RECORD(WS-DEL-I) TO CERT-RECORD
           WRITE CERT-RECORD
         END-PERFORM
         CLOSE CERTS-FILE.

       END PROGRAM DELETEACCOUNTPROG.
