*> Job Postings: JobPostings.dat (poster|title|description|employer|location|salary|closing date)
*> Job Archive : JobPostings-Archive.dat (expired postings, same layout)
*> Applications: Applications.dat
*>     (username|jobID|poster|title|employer|status|statusdate|
*>      offerdeadline|referrer per line)
*> Referrals: Referrals.dat
*>     (referrer|referred|jobID|poster|title|stamp|note per line)
*> =======================================================

 IDENTIFICATION DIVISION.
         ASSIGN TO 'InCollege-Batch-Summary.txt'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-BSUM.
     *> NEW: end-of-day batch run - its trigger/directive file and the
     *> step-control log that makes it restartable
     SELECT EOD-CONTROL-FILE
         ASSIGN TO 'EndOfDay.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-EODC.
     SELECT EOD-STEPS-FILE
         ASSIGN TO 'EODSteps.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-EODS.
     SELECT ACCOUNTS-FILE
         ASSIGN TO 'Accounts.idx'
         ORGANIZATION IS INDEXED
         ASSIGN TO 'DailyReport-State.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-RPTST.
     *> NEW: application status history (applicant|jobid|status|date
     *> per line, one row per status an application enters) and the
     *> hiring-funnel report built from it
     SELECT APP-HISTORY-FILE
         ASSIGN TO 'AppStatusHistory.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-APPHIST.
     SELECT FUNNEL-REPORT-FILE
         ASSIGN TO 'InCollege-Funnel-Report.txt'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-FNL.
     *> NEW: permanent placement records written when an applicant
     *> accepts an offer, and the university's first-destination
     *> extract built from them
     SELECT PLACEMENTS-FILE
         ASSIGN TO 'Placements.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-PLC.
     SELECT PLACEMENT-EXTRACT-FILE
         ASSIGN TO 'FirstDestination-Extract.txt'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-PLX.
     *> NEW: career fairs / info sessions, the RSVP log against them,
     *> and the per-event check-in roster (EventRoster-<id>.txt)
     SELECT CAREER-EVENTS-FILE
         ASSIGN TO 'CareerEvents.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-CEV.
     SELECT EVENT-RSVP-FILE
         ASSIGN TO 'EventRSVPs.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-RSVP.
     SELECT EVENT-ROSTER-FILE
         ASSIGN TO DYNAMIC Cev-Roster-Name
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-ROSTER.
     *> NEW: user reports (messages / profiles) for the moderation queue
     SELECT MODERATION-FILE
         ASSIGN TO 'Moderation.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-MOD.
     SELECT MODERATION-TMP-FILE
         ASSIGN TO 'Moderation.tmp'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-MOD-TMP.
     *> NEW: per-user personal data export (DataExport-<user>.txt)
     SELECT DATA-EXPORT-FILE
         ASSIGN TO DYNAMIC Exp-File-Name
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-EXPORT.
     *> NEW: mentor opt-ins and the mentorship requests/pairings
     SELECT MENTORS-FILE
         ASSIGN TO 'Mentors.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-MTR.
     SELECT MENTORS-TMP-FILE
         ASSIGN TO 'Mentors.tmp'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-MTR-TMP.
     SELECT MENTORSHIPS-FILE
         ASSIGN TO 'Mentorships.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-MTS.
     SELECT MENTORSHIPS-TMP-FILE
         ASSIGN TO 'Mentorships.tmp'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-MTS-TMP.
     *> NEW: salary benchmark report over live and archived postings
     SELECT SALARY-BENCH-FILE
         ASSIGN TO 'InCollege-Salary-Benchmark.txt'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-SALB.
     *> NEW: one-time duplicate job postings sweep
     SELECT DUP-REPORT-FILE
         ASSIGN TO 'InCollege-Duplicate-Postings.txt'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-DUPR.
     *> NEW: every password hash ever set, for the reuse check
     SELECT PASSWORD-HISTORY-FILE
         ASSIGN TO 'PasswordHistory.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-PWH.
     *> NEW: postings withdrawn by their poster, and the monthly
     *> employer billing extract built from them and the job files
     SELECT JOB-WITHDRAWALS-FILE
         ASSIGN TO 'JobWithdrawals.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-JWD.
     SELECT BILLING-EXTRACT-FILE
         ASSIGN TO DYNAMIC Bill-File-Name
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-BILL.
     *> NEW: email address and notification preference per user, the
     *> log of every email handed to the relay, and the outbox itself
     SELECT NOTIFY-FILE
         ASSIGN TO 'NotifySettings.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-NTF.
     SELECT NOTIFY-TMP-FILE
         ASSIGN TO 'NotifySettings.tmp'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-NTF-TMP.
     SELECT NOTIFY-SENT-FILE
         ASSIGN TO 'NotifySent.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-NSENT.
     SELECT MAIL-OUTBOX-FILE
         ASSIGN TO 'MailOutbox.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-MOUT.
     *> NEW: a member pointing one of their connections at a posting
     SELECT REFERRALS-FILE
         ASSIGN TO 'Referrals.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-REF.
     *> NEW: screening questions on postings and the answers given
     SELECT SCREEN-QUESTIONS-FILE
         ASSIGN TO 'ScreeningQuestions.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-SCRQ.
     SELECT SCREEN-QUESTIONS-TMP-FILE
         ASSIGN TO 'ScreeningQuestions.tmp'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-SCRQ-TMP.
     SELECT SCREEN-ANSWERS-FILE
         ASSIGN TO 'ScreeningAnswers.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-SCRA.
     *> NEW: registrar enrollment roster: the feed in, the rows the
     *> career office has to work out, and who is verified
     SELECT ROSTER-FEED-FILE
         ASSIGN TO 'RegistrarRoster.txt'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-RFEED.
     SELECT ROSTER-EXCEPT-FILE
         ASSIGN TO 'RegistrarRoster-Exceptions.txt'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-RFEX.
     SELECT ENROLL-FILE
         ASSIGN TO 'EnrollmentVerified.dat'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-ENRL.
     SELECT ENROLL-TMP-FILE
         ASSIGN TO 'EnrollmentVerified.tmp'
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FS-ENRL-TMP.

 DATA DIVISION.
 FILE SECTION.
         *> NEW: partner employers register as type E and carry a
         *> company profile in CompanyProfiles.dat
         88  Acct-Rec-Employer            VALUE 'E'.
     *> NEW: password ageing - the day the password was last set
     *> (blank on rows from before ageing; stamped at the next login)
     *> and a flag set when an administrator issues a temporary one
     05  Acct-Rec-Pw-Changed        PIC X(8).
     05  Acct-Rec-Pw-Must-Change    PIC X.
         88  Acct-Rec-Pw-Temporary        VALUE 'Y'.
     05  FILLER                     PIC X(9).

 FD  PROFILES-FILE.
 *> Prof-Rec-Data keeps the same positional layout the line-sequential
 01  Message-Arch-Line              PIC X(500).

 FD  JOBS-ARCH-TMP-FILE.
 01  Job-Arch-Tmp-Line              PIC X(600).

 FD  CONNECTIONS-TMP-FILE.
 01  Connection-Tmp-Line            PIC X(60).
 01  Connection-Line                PIC X(60).

 FD  JOBS-FILE.
 01  Job-Line                       PIC X(600).

 FD  JOBS-ARCHIVE-FILE.
 01  Job-Archive-Line               PIC X(600).

 FD  JOBS-TMP-FILE.
 01  Job-Tmp-Line                   PIC X(600).

 FD  APPLICATIONS-FILE.
 01  Application-Line               PIC X(240).

 FD  APPLICATIONS-TMP-FILE.
 01  Application-Tmp-Line           PIC X(240).

 FD  MESSAGES-FILE.
 01  Message-Record.
 FD  BATCH-SUMMARY-FILE.
 01  Batch-Summary-Line             PIC X(132).

 FD  EOD-CONTROL-FILE.
 *> optional operator directives, one per line: SKIP <step>,
 *> FORCE <step> or FORCE ALL
 01  Eod-Control-Line               PIC X(60).

 FD  EOD-STEPS-FILE.
 *> Format: rundate|step|status|start|end|rc|records, status one of
 *> STARTED, OK, WARNING, FAILED, SKIPPED, BYPASSED
 01  Eod-Steps-Line                 PIC X(100).

 FD  DAILY-REPORT-FILE.
 01  Report-Line                    PIC X(132).

 *> what is new since then.
 01  Report-State-Line              PIC X(80).

 FD  APP-HISTORY-FILE.
 *> Format: applicant|jobid|status|date - append-only, so the time an
 *> application spent in each status can be worked out afterwards
 01  App-History-Line               PIC X(60).

 FD  FUNNEL-REPORT-FILE.
 01  Funnel-Report-Line             PIC X(132).

 FD  PLACEMENTS-FILE.
 *> Format: student|poster|jobid|title|employer|location|salary|
 *> startdate|accepteddate - append-only, one row per accepted offer
 01  Placement-Line                 PIC X(400).

 FD  PLACEMENT-EXTRACT-FILE.
 *> Fixed-width first-destination layout for the university; one
 *> detail record per placement, then one trailer record.
 01  Placement-Extract-Record.
     05  PX-Student-Username        PIC X(20).
     05  PX-Student-Name            PIC X(60).
     05  PX-University              PIC X(50).
     05  PX-Major                   PIC X(40).
     05  PX-Grad-Year               PIC X(4).
     05  PX-Employer                PIC X(60).
     05  PX-Job-Title               PIC X(60).
     05  PX-Location                PIC X(60).
     05  PX-Salary                  PIC X(40).
     05  PX-Start-Date              PIC X(8).
     05  PX-Accepted-Date           PIC X(8).
 01  Placement-Extract-Line         PIC X(410).

 FD  CAREER-EVENTS-FILE.
 *> Format: eventid|owner|title|date|time|location|capacity|
 *> companyowner|createddate
 01  Career-Event-Line              PIC X(300).

 FD  EVENT-RSVP-FILE.
 *> Format: eventid|username|RSVP/CANCEL/ATTEND|timestamp|actor -
 *> append-only, replayed in order to get each event's roster
 01  Event-RSVP-Line                PIC X(100).

 FD  EVENT-ROSTER-FILE.
 01  Event-Roster-Line              PIC X(132).

 FD  MODERATION-FILE.
 *> Format: reportid|reporter|reported|M/P|messagekey or PROFILE|
 *> reason|timestamp|status|admin|decidedtimestamp|content snapshot
 *> status O = open, D = dismissed, W = warned, X = deactivated
 01  Moderation-Line                PIC X(600).

 FD  MODERATION-TMP-FILE.
 01  Moderation-Tmp-Line            PIC X(600).

 FD  DATA-EXPORT-FILE.
 01  Data-Export-Line               PIC X(450).

 FD  MENTORS-FILE.
 *> Format: mentor|capacity|industry|expertise|availability|updated
 01  Mentor-Line                    PIC X(400).

 FD  MENTORS-TMP-FILE.
 01  Mentor-Tmp-Line                PIC X(400).

 FD  MENTORSHIPS-FILE.
 *> Format: id|mentee|mentor|status|requested|decided|note
 *> status P pending, A active, D declined, E ended
 01  Mentorship-Line                PIC X(300).

 FD  MENTORSHIPS-TMP-FILE.
 01  Mentorship-Tmp-Line            PIC X(300).

 FD  SALARY-BENCH-FILE.
 01  Salary-Bench-Line              PIC X(132).

 FD  DUP-REPORT-FILE.
 01  Dup-Report-Line                PIC X(200).

 FD  PASSWORD-HISTORY-FILE.
 *> Format: username|changedstamp|hash
 01  Password-History-Line          PIC X(120).

 FD  JOB-WITHDRAWALS-FILE.
 *> Format: withdrawnstamp|<the JobPostings.dat row as it stood>
 *> withdrawnstamp is YYYYMMDDHHMMSS
 01  Job-Withdrawal-Line            PIC X(620).

 FD  BILLING-EXTRACT-FILE.
 *> D detail - one billable posting
 01  Billing-Detail-Record.
     05  BX-Rec-Type                PIC X.
     05  BX-Bill-Month              PIC X(6).
     05  BX-Account                 PIC X(20).
     05  BX-Company                 PIC X(60).
     05  BX-Title                   PIC X(60).
     05  BX-Posted-Date             PIC X(8).
     05  BX-Days-Live               PIC 9(5).
     05  BX-Source                  PIC X(6).
     05  BX-Approval                PIC X(8).
     05  BX-Disposition             PIC X(9).
 *> S subtotal - one per employer account, after its details
 01  Billing-Subtotal-Record.
     05  BS-Rec-Type                PIC X.
     05  BS-Bill-Month              PIC X(6).
     05  BS-Account                 PIC X(20).
     05  BS-Company                 PIC X(60).
     05  BS-Postings                PIC 9(5).
     05  BS-Feed-Postings           PIC 9(5).
     05  BS-Manual-Postings         PIC 9(5).
     05  BS-Days-Live               PIC 9(7).
     05  FILLER                     PIC X(74).
 *> T trailer - control totals for the month
 01  Billing-Trailer-Record.
     05  BT-Rec-Type                PIC X.
     05  BT-Bill-Month              PIC X(6).
     05  BT-Employers               PIC 9(5).
     05  BT-Postings                PIC 9(7).
     05  BT-Days-Live               PIC 9(9).
     05  BT-Excl-Rejected           PIC 9(5).
     05  BT-Excl-Withdrawn          PIC 9(5).
     05  BT-Run-Date                PIC X(8).
     05  FILLER                     PIC X(137).

 FD  NOTIFY-FILE.
 *> Format: username|email|pref|verified|code|updated|evtsent|msgsent
 01  Notify-Line                    PIC X(200).

 FD  NOTIFY-TMP-FILE.
 01  Notify-Tmp-Line                PIC X(200).

 FD  NOTIFY-SENT-FILE.
 *> Format: stamp|msgid|username|address|kind|subject
 01  Notify-Sent-Line               PIC X(250).

 FD  MAIL-OUTBOX-FILE.
 *> one record per email; the relay sends OB-Body-Count body lines
 01  Mail-Outbox-Record.
     05  OB-Msg-Id                  PIC X(20).
     05  OB-Created                 PIC X(14).
     05  OB-Username                PIC X(20).
     05  OB-Address                 PIC X(80).
     05  OB-Subject                 PIC X(80).
     05  OB-Body-Count              PIC 99.
     05  OB-Body-Line               PIC X(100) OCCURS 10 TIMES.

 FD  REFERRALS-FILE.
 *> Format: referrer|referred|jobid|poster|title|stamp|note
 01  Referral-Line                  PIC X(320).

 FD  SCREEN-QUESTIONS-FILE.
 *> Format: poster|stamp|qno|type|required|choices|text
 01  Screen-Question-Line           PIC X(400).

 FD  SCREEN-QUESTIONS-TMP-FILE.
 01  Screen-Question-Tmp-Line       PIC X(400).

 FD  SCREEN-ANSWERS-FILE.
 *> Format: applicant|jobid|qno|result|answer|question
 01  Screen-Answer-Line             PIC X(260).

 FD  ROSTER-FEED-FILE.
 *> Registrar layout:
 *> studentid|firstname|lastname|university|major|gradyear|status
 01  Roster-Feed-Line               PIC X(300).

 FD  ROSTER-EXCEPT-FILE.
 *> The roster row as received, with |<reason code>|<detail> appended
 01  Roster-Except-Line             PIC X(420).

 FD  ENROLL-FILE.
 *> Format: username|studentid|university|status|since|lastseen
 01  Enroll-Line                    PIC X(200).

 FD  ENROLL-TMP-FILE.
 01  Enroll-Tmp-Line                PIC X(200).

 WORKING-STORAGE SECTION.
 01 Target-Username                 PIC X(20).

 01  FS-CONN-TMP                    PIC XX VALUE '00'.
 01  FS-RPT                         PIC XX VALUE '00'.
 01  FS-RPTST                       PIC XX VALUE '00'.
 01  FS-APPHIST                     PIC XX VALUE '00'.
 01  APPHIST-EOF                    PIC X VALUE 'N'.
 01  FS-FNL                         PIC XX VALUE '00'.
 01  FS-PLC                         PIC XX VALUE '00'.
 01  PLC-EOF                        PIC X VALUE 'N'.
 01  FS-PLX                         PIC XX VALUE '00'.
 01  FS-CEV                         PIC XX VALUE '00'.
 01  CEV-EOF                        PIC X VALUE 'N'.
 01  FS-RSVP                        PIC XX VALUE '00'.
 01  RSVP-EOF                       PIC X VALUE 'N'.
 01  FS-ROSTER                      PIC XX VALUE '00'.
 01  FS-ENRL-TMP                    PIC XX VALUE '00'.
 01  FS-SCRQ-TMP                    PIC XX VALUE '00'.
 01  FS-NTF-TMP                     PIC XX VALUE '00'.
 01  FS-MTS-TMP                     PIC XX VALUE '00'.
 01  FS-MTR-TMP                     PIC XX VALUE '00'.
 01  FS-MOD-TMP                     PIC XX VALUE '00'.
 01  FS-MOD                         PIC XX VALUE '00'.
 01  MOD-EOF                        PIC X VALUE 'N'.
 01  FS-EXPORT                      PIC XX VALUE '00'.
 01  FS-SALB                        PIC XX VALUE '00'.
 01  FS-JWD                         PIC XX VALUE '00'.
 01  FS-PWH                         PIC XX VALUE '00'.
 01  FS-DUPR                        PIC XX VALUE '00'.
 01  PWH-EOF                        PIC X VALUE 'N'.
 01  FS-BILL                        PIC XX VALUE '00'.
 01  FS-NTF                         PIC XX VALUE '00'.
 01  FS-NSENT                       PIC XX VALUE '00'.
 01  FS-MOUT                        PIC XX VALUE '00'.
 01  NTF-EOF                        PIC X VALUE 'N'.
 01  FS-REF                         PIC XX VALUE '00'.
 01  REF-EOF                        PIC X VALUE 'N'.
 01  FS-SCRQ                        PIC XX VALUE '00'.
 01  FS-SCRA                        PIC XX VALUE '00'.
 01  SCRQ-EOF                       PIC X VALUE 'N'.
 01  SCRA-EOF                       PIC X VALUE 'N'.
 01  FS-RFEED                       PIC XX VALUE '00'.
 01  FS-RFEX                        PIC XX VALUE '00'.
 01  FS-ENRL                        PIC XX VALUE '00'.
 01  RFEED-EOF                      PIC X VALUE 'N'.
 01  ENRL-EOF                       PIC X VALUE 'N'.
 01  JWD-EOF                        PIC X VALUE 'N'.
 01  FS-MTR                         PIC XX VALUE '00'.
 01  FS-MTS                         PIC XX VALUE '00'.
 01  MTR-EOF                        PIC X VALUE 'N'.
 01  MTS-EOF                        PIC X VALUE 'N'.
 01  FS-EODC                        PIC XX VALUE '00'.
 01  FS-EODS                        PIC XX VALUE '00'.
 01  EODC-EOF                       PIC X VALUE 'N'.
 01  EODS-EOF                       PIC X VALUE 'N'.
 01  EOF-IN                         PIC X VALUE 'N'.
 01  ACCT-EOF                       PIC X VALUE 'N'.
 01  PROF-EOF                       PIC X VALUE 'N'.
 01  PW-Match-Flag                  PIC X VALUE 'N'.
     88  PW-Match                         VALUE 'Y'.
     88  PW-No-Match                      VALUE 'N'.
 *> NEW: password ageing and reuse history
 01  PW-Changed-Date                PIC X(8).
 01  PW-Must-Change-Flag            PIC X.
 01  PW-Temp-Flag                   PIC X VALUE 'N'.
 01  PW-Expired-Flag                PIC X VALUE 'N'.
     88  PW-Expired                       VALUE 'Y'.
     88  PW-Not-Expired                   VALUE 'N'.
 01  PW-Reused-Flag                 PIC X VALUE 'N'.
     88  PW-Reused                        VALUE 'Y'.
     88  PW-Not-Reused                    VALUE 'N'.
 01  PW-Age-Days                    PIC S9(7).
 01  PW-Days-Left                   PIC S9(7).
 01  PW-Days-Shown                  PIC Z(6)9.
 01  PW-Candidate                   PIC X(20).
 01  PW-Hist-User                   PIC X(20).
 01  PW-Hist-Stamp                  PIC X(14).
 01  PW-Hist-Hash                   PIC X(60).
 01  PW-Hist-Count                  PIC 99 VALUE 0.
 01  PW-Hist-Next                   PIC 99 VALUE 0.
 01  PW-Hist-Idx                    PIC 99 VALUE 0.
 01  PW-Hist-Ring.
     05  PW-Hist-Entry OCCURS 20 TIMES PIC X(60).
 01  PW-Rpt-Count                   PIC 9(5) VALUE 0.
 01  PW-Rpt-Unstamped               PIC 9(5) VALUE 0.
 01  PW-Rpt-Status                  PIC X(30).
 01  WS-PW-Converted                PIC 9(4) VALUE 0.

 *> ------- Connection management (with status) -------
 01  Job-Employer                   PIC X(60).
 01  Job-Location                   PIC X(60).
 01  Job-Salary                     PIC X(40).
 *> NEW: structured salary - minimum, maximum and pay period
 *> (H hourly, A annual, N none given, U unreadable free text)
 01  Job-Sal-Min                    PIC 9(7)V99 VALUE 0.
 01  Job-Sal-Max                    PIC 9(7)V99 VALUE 0.
 01  Job-Sal-Period                 PIC X VALUE 'N'.
 01  Job-Sal-Min-In                 PIC X(12).
 01  Job-Sal-Max-In                 PIC X(12).
 01  Job-Sal-Period-In              PIC X.
 *> NEW: where a posting came from (F bulk feed, M entered by hand)
 *> and the time of day it was posted, for employer billing
 01  Job-Source                     PIC X VALUE 'M'.
 01  Job-Source-In                  PIC X.
 01  Job-Posted-Time-In             PIC X(6).
 01  Job-Posted-Stamp               PIC X(14).
 01  Job-Closing-Date               PIC X(8).
 01  Closing-Date-Valid-Flag        PIC X VALUE 'N'.
     88  Closing-Date-Is-Valid            VALUE 'Y'.
             88  Job-Is-Approved          VALUES 'A', SPACE.
             88  Job-Is-Pending           VALUE 'P'.
             88  Job-Is-Rejected          VALUE 'R'.
         *> NEW: structured salary (period blank on rows not yet
         *> migrated from free text)
         10  Job-Sal-Min-Store      PIC 9(7)V99.
         10  Job-Sal-Max-Store      PIC 9(7)V99.
         10  Job-Sal-Period-Store   PIC X.
         *> NEW: F feed / M manual (blank on older rows) and the
         *> HHMMSS the row was posted
         10  Job-Source-Store       PIC X.
         10  Job-Posted-Time-Store  PIC X(6).

 01  Selected-Job-Number            PIC 9(4).
 01  Job-Details-Choice             PIC X.
             88  App-Is-Interview          VALUE "INTERVIEW".
             88  App-Is-Offer              VALUE "OFFER".
             88  App-Is-Rejected           VALUE "REJECTED".
             *> NEW: the applicant's answer to an offer
             88  App-Is-Accepted           VALUE "ACCEPTED".
             88  App-Is-Declined           VALUE "DECLINED".
             88  App-Is-Lapsed             VALUE "LAPSED".
         10  App-Status-Date        PIC X(8).
         *> NEW: date an OFFER must be answered by (YYYYMMDD), after
         *> which it lapses; blank for every other status
         10  App-Offer-Deadline     PIC X(8).
         *> NEW: the member who referred the applicant to this
         *> posting; blank when the application came in unreferred
         10  App-Referrer           PIC X(20).
         *> NEW: which Applications.dat line this entry came from, so
         *> the rewrite can leave unknown lines untouched
         10  App-File-Line          PIC 9(6).
 01  Applicant-Pick                 PIC 99.
 01  WS-App-Status-In               PIC X(10).
 01  WS-App-Status-Date-In          PIC X(8).
 01  WS-App-Deadline-In             PIC X(8).
 01  WS-App-Referrer-In             PIC X(20).
 01  WS-App-Status-Label            PIC X(20).
 01  WS-App-Rewrite-Line            PIC 9(6).
 01  WS-App-Rewrite-Next            PIC 9(4).
 01  WS-App-Title-In                PIC X(60).
 01  WS-App-Employer-In             PIC X(60).

 *> ------- NEW: offer responses and placement records -------
 01  Offer-Idx                      PIC 99 VALUE 0.
 01  Offer-Lapsed-Count             PIC 9(4) VALUE 0.
 01  Offer-Today                    PIC X(8).
 01  Offer-Default-Deadline         PIC X(8).
 01  Offer-Date-Int                 PIC 9(8).
 01  Offer-Date-Valid-Flag          PIC X VALUE 'N'.
     88  Offer-Date-Valid                 VALUE 'Y'.
     88  Offer-Date-Not-Valid             VALUE 'N'.
 01  Plc-Student                    PIC X(20).
 01  Plc-Poster                     PIC X(20).
 01  Plc-Job-ID                     PIC 9(4).
 01  Plc-Job-ID-Part                PIC X(6).
 01  Plc-Title                      PIC X(60).
 01  Plc-Employer                   PIC X(60).
 01  Plc-Location                   PIC X(60).
 01  Plc-Salary                     PIC X(40).
 01  Plc-Start-Date                 PIC X(8).
 01  Plc-Accepted-Date              PIC X(8).
 01  Plc-Extracted                  PIC 9(6) VALUE 0.
 01  Plc-Arch-Row                   PIC X(600).
 01  Plc-Arch-Poster                PIC X(20).
 01  Plc-Arch-Title                 PIC X(60).
 01  Plc-Arch-Desc                  PIC X(200).
 01  Plc-Arch-Employer              PIC X(60).
 01  Plc-Arch-Location              PIC X(60).
 01  Plc-Arch-Salary                PIC X(40).

 *> ------- NEW: career fairs and recruiting events -------
 01  Cev-Count                      PIC 9(4) VALUE 0.
 01  Cev-Table.
     05  Cev-Entry OCCURS 200 TIMES.
         10  Cev-ID                 PIC 9(4).
         10  Cev-Owner              PIC X(20).
         10  Cev-Title              PIC X(60).
         10  Cev-Date               PIC X(8).
         10  Cev-Time               PIC X(5).
         10  Cev-Location           PIC X(60).
         10  Cev-Capacity           PIC 9(4).
         10  Cev-Company-Owner      PIC X(20).
 01  Cev-Idx                        PIC 9(4) VALUE 0.
 01  Cev-Found-Idx                  PIC 9(4) VALUE 0.
 01  Cev-Pick                       PIC 9(4) VALUE 0.
 01  Cev-Next-ID                    PIC 9(4) VALUE 1.
 01  Cev-Row-ID                     PIC 9(4) VALUE 0.
 01  Cev-Skipped                    PIC 9(4) VALUE 0.
 01  Cev-Shown                      PIC 9(4) VALUE 0.
 01  Cev-Today                      PIC X(8).
 01  Cev-ID-Part                    PIC X(6).
 01  Cev-Cap-Part                   PIC X(6).
 01  Cev-In-Owner                   PIC X(20).
 01  Cev-In-Title                   PIC X(60).
 01  Cev-In-Date                    PIC X(8).
 01  Cev-In-Time                    PIC X(5).
 01  Cev-In-Location                PIC X(60).
 01  Cev-In-Capacity                PIC 9(4) VALUE 0.
 01  Cev-In-Company                 PIC X(20).
 01  Cev-Roster-Name                PIC X(40).
 01  Rsv-Count                      PIC 9(4) VALUE 0.
 01  Rsv-Skipped                    PIC 9(4) VALUE 0.
 01  Rsv-Table.
     05  Rsv-Entry OCCURS 500 TIMES.
         10  Rsv-User               PIC X(20).
         10  Rsv-Active-Flag        PIC X.
             88  Rsv-Is-Active            VALUE 'Y'.
         10  Rsv-Attended-Flag      PIC X.
             88  Rsv-Has-Attended         VALUE 'Y'.
         10  Rsv-Place              PIC X.
             88  Rsv-Is-Registered        VALUE 'R'.
             88  Rsv-Is-Waitlisted        VALUE 'W'.
         10  Rsv-Position           PIC 9(4).
 01  Rsv-Registered-Count           PIC 9(4) VALUE 0.
 01  Rsv-Waitlist-Count             PIC 9(4) VALUE 0.
 01  Rsv-Idx                        PIC 9(4) VALUE 0.
 01  Rsv-Jdx                        PIC 9(4) VALUE 0.
 01  Rsv-Found-Idx                  PIC 9(4) VALUE 0.
 01  Rsv-Position-Out               PIC 9(4) VALUE 0.
 01  Rsv-Checked-In                 PIC 9(4) VALUE 0.
 01  Rsv-Done-Flag                  PIC X VALUE 'N'.
 01  Rsv-Lookup-User                PIC X(20).
 01  Rsv-Promoted-User              PIC X(20).
 01  Rsv-Status-Label               PIC X(20).
 01  Rsv-Name-Out                   PIC X(61).
 01  Rsv-Row-Event-Part             PIC X(6).
 01  Rsv-Row-User                   PIC X(20).
 01  Rsv-Row-Action                 PIC X(6).

 *> ------- NEW: user reports and the moderation queue -------
 01  Mod-Rcv-Count                  PIC 999 VALUE 0.
 01  Mod-Rcv-Table.
     05  Mod-Rcv-MK OCCURS 300 TIMES PIC 999.
 01  Mod-Idx                        PIC 999 VALUE 0.
 01  Mod-Pick                       PIC 999 VALUE 0.
 01  Mod-Reporter                   PIC X(20).
 01  Mod-Reported                   PIC X(20).
 01  Mod-Kind                       PIC X.
 01  Mod-Kind-Label                 PIC X(10).
 01  Mod-Item                       PIC X(30).
 01  Mod-Reason                     PIC X(100).
 01  Mod-Content                    PIC X(300).
 01  Mod-Next-ID                    PIC 9(6) VALUE 0.
 01  Mod-Save-ID                    PIC 9(6) VALUE 0.
 01  Mod-Dup-Flag                   PIC X VALUE 'N'.
 01  Mod-Built-Line                 PIC X(600).
 01  Mod-Row-ID                     PIC 9(6) VALUE 0.
 01  Mod-Row-ID-Part                PIC X(8).
 01  Mod-Row-Reporter               PIC X(20).
 01  Mod-Row-Reported               PIC X(20).
 01  Mod-Row-Kind                   PIC X.
 01  Mod-Row-Item                   PIC X(30).
 01  Mod-Row-Reason                 PIC X(100).
 01  Mod-Row-Stamp                  PIC X(14).
 01  Mod-Row-Status                 PIC X.
     88  Mod-Row-Is-Open                  VALUE 'O'.
 01  Mod-Row-Admin                  PIC X(20).
 01  Mod-Row-Decided                PIC X(14).
 01  Mod-Row-Content                PIC X(300).
 01  Mod-Open-Count                 PIC 999 VALUE 0.
 01  Mod-Open-Table.
     05  Mod-Open-Line OCCURS 200 TIMES PIC X(600).

 *> ------- NEW: personal data export -------
 01  Exp-User                       PIC X(20).
 01  Exp-File-Name                  PIC X(40).
 01  Exp-Store-Name                 PIC X(30).
 01  Exp-Section-Title              PIC X(60).
 01  Exp-Layout                     PIC X(100).
 01  Exp-Key-1                      PIC 9 VALUE 1.
 01  Exp-Key-2                      PIC 9 VALUE 0.
 01  Exp-Fields.
     05  Exp-Fld OCCURS 4 TIMES     PIC X(40).
 01  Exp-Match-Flag                 PIC X VALUE 'N'.
 01  Exp-Tokens.
     05  Exp-Token OCCURS 3 TIMES   PIC X(40).
 01  Exp-Section-Rows               PIC 9(6) VALUE 0.
 01  Exp-Total-Rows                 PIC 9(6) VALUE 0.
 01  Exp-Label                      PIC X(18).
 01  Exp-Value                      PIC X(300).
 01  Exp-Idx                        PIC 9 VALUE 0.
 01  Exp-Offset                     PIC 9(4) VALUE 0.

 *> ------- NEW: end-of-day batch run and its step control -------
 01  Eod-Mode-Flag                  PIC X VALUE 'N'.
     88  End-Of-Day-Mode                  VALUE 'Y'.
 01  Eod-Run-Date                   PIC X(8).
 *> NEW: resuming an unfinished run under its original date
 01  Eod-Resume-Flag                PIC X VALUE 'N'.
     88  Eod-Resuming                     VALUE 'Y'.
 01  Eod-Last-Date                  PIC X(8).
 01  Eod-Last-Status                PIC X(8).
 01  Eod-User-Stash                 PIC X(20).
 *> the nightly steps, in run order
 01  Eod-Step-Names-Def.
     05  FILLER                     PIC X(16) VALUE "HOUSEKEEP".
     05  FILLER                     PIC X(16) VALUE "IMPORTFEED".
     05  FILLER                     PIC X(16) VALUE "ROSTERVERIFY".
     05  FILLER                     PIC X(16) VALUE "ARCHIVEJOBS".
     05  FILLER                     PIC X(16) VALUE "SALARYMIGRATE".
     05  FILLER                     PIC X(16) VALUE "RECONCILE".
     05  FILLER                     PIC X(16) VALUE "CAREEREXTRACT".
     05  FILLER                     PIC X(16) VALUE "LAPSEOFFERS".
     05  FILLER                     PIC X(16) VALUE "PLACEMENTX".
     05  FILLER                     PIC X(16) VALUE "DAILYREPORT".
     05  FILLER                     PIC X(16) VALUE "FUNNEL".
     05  FILLER                     PIC X(16) VALUE "MAILOUTBOX".
     05  FILLER                     PIC X(16) VALUE "BILLING".
 01  Eod-Step-Names REDEFINES Eod-Step-Names-Def.
     05  Eod-Step-Name OCCURS 13 TIMES PIC X(16).
 *> entries in the table above - keep in step with the OCCURS
 01  Eod-Step-Total                 PIC 99 VALUE 13.
 01  Eod-Step-Flags.
     05  Eod-Step-Flag-Entry OCCURS 20 TIMES.
         10  Eod-Skip-Flag          PIC X.
         10  Eod-Force-Flag         PIC X.
         10  Eod-Done-Flag          PIC X.
 01  Eod-Directive-Count            PIC 99 VALUE 0.
 01  Eod-Directives.
     05  Eod-Directive OCCURS 20 TIMES.
         10  Eod-Dir-Verb           PIC X(10).
         10  Eod-Dir-Step           PIC X(16).
 01  Eod-Idx                        PIC 99 VALUE 0.
 01  Eod-Jdx                        PIC 99 VALUE 0.
 01  Eod-Matched-Flag               PIC X VALUE 'N'.
 01  Eod-Abort-Flag                 PIC X VALUE 'N'.
     88  Eod-Aborted                      VALUE 'Y'.
 01  Eod-Steps-Run                  PIC 99 VALUE 0.
 01  Eod-Steps-Bypassed             PIC 99 VALUE 0.
 01  Eod-Cur-Step                   PIC X(16).
 01  Eod-Cur-Status                 PIC X(8).
 01  Eod-Cur-Start                  PIC X(14).
 01  Eod-Cur-End                    PIC X(14).
 01  Eod-Cur-RC                     PIC 99 VALUE 0.
 01  Eod-Cur-Records                PIC 9(6) VALUE 0.
 01  Eod-Row-Date                   PIC X(8).
 01  Eod-Row-Step                   PIC X(16).
 01  Eod-Row-Status                 PIC X(8).

 *> ------- NEW: mentorship -------
 01  Mtr-Count                      PIC 999 VALUE 0.
 01  Mtr-Table.
     05  Mtr-Entry OCCURS 200 TIMES.
         10  Mtr-User               PIC X(20).
         10  Mtr-Capacity           PIC 99.
         10  Mtr-Industry           PIC X(40).
         10  Mtr-Expertise          PIC X(100).
         10  Mtr-Availability       PIC X(60).
         10  Mtr-Active             PIC 99.
 01  Mtr-Idx                        PIC 999 VALUE 0.
 01  Mtr-Found-Idx                  PIC 999 VALUE 0.
 01  Mtr-Shown                      PIC 99 VALUE 0.
 01  Mtr-Shown-List.
     05  Mtr-Shown-Idx OCCURS 50 TIMES PIC 999.
 01  Mtr-Pick                       PIC 99 VALUE 0.
 01  Mtr-Free                       PIC 99 VALUE 0.
 01  Mtr-Filter                     PIC X(40).
 01  Mtr-Tally                      PIC 9(4) VALUE 0.
 01  Mtr-Match-Flag                 PIC X VALUE 'N'.
 01  Mtr-In-User                    PIC X(20).
 01  Mtr-Cap-Part                   PIC X(5).
 01  Mtr-In-Capacity                PIC 99 VALUE 0.
 01  Mtr-Old-Capacity               PIC 99 VALUE 0.
 01  Mtr-In-Industry                PIC X(40).
 01  Mtr-In-Expertise               PIC X(100).
 01  Mtr-In-Availability            PIC X(60).
 01  Mtr-Built-Line                 PIC X(400).
 01  Mts-Count                      PIC 999 VALUE 0.
 01  Mts-Next-ID                    PIC 9(5) VALUE 1.
 01  Mts-Row-ID                     PIC 9(5) VALUE 0.
 01  Mts-Skipped                    PIC 9(5) VALUE 0.
 01  Mts-Table.
     05  Mts-Entry OCCURS 500 TIMES.
         10  Mts-ID                 PIC 9(5).
         10  Mts-Mentee             PIC X(20).
         10  Mts-Mentor             PIC X(20).
         10  Mts-Status             PIC X.
             88  Mts-Is-Pending           VALUE 'P'.
             88  Mts-Is-Active            VALUE 'A'.
         10  Mts-Requested          PIC X(8).
         10  Mts-Decided            PIC X(8).
         10  Mts-Note               PIC X(100).
 01  Mts-Idx                        PIC 999 VALUE 0.
 01  Mts-New-Status                 PIC X.
 01  Mts-ID-Part                    PIC X(6).
 01  Mts-In-Mentee                  PIC X(20).
 01  Mts-In-Mentor                  PIC X(20).
 01  Mts-In-Status                  PIC X.
 01  Mts-In-Requested               PIC X(8).
 01  Mts-In-Decided                 PIC X(8).
 01  Mts-In-Note                    PIC X(100).
 01  Mts-Built-Line                 PIC X(300).

 *> ------- NEW: salary parsing, migration and benchmark -------
 01  Sal-Text                       PIC X(40).
 01  Sal-Work                       PIC X(40).
 01  Sal-Num-Part                   PIC X(40).
 01  Sal-Per-Part                   PIC X(40).
 01  Sal-Num-Len                    PIC 99 VALUE 0.
 01  Sal-Per-Len                    PIC 99 VALUE 0.
 01  Sal-Pos                        PIC 99 VALUE 0.
 01  Sal-Len                        PIC 99 VALUE 0.
 01  Sal-Ch                         PIC X.
 01  Sal-In-Period                  PIC X VALUE 'N'.
 01  Sal-Lo-Text                    PIC X(20).
 01  Sal-Hi-Text                    PIC X(20).
 01  Sal-Amount-Text                PIC X(40).
 01  Sal-Amount                     PIC 9(7)V99 VALUE 0.
 01  Sal-Mult                       PIC 9(4) VALUE 1.
 01  Sal-Min                        PIC 9(7)V99 VALUE 0.
 01  Sal-Max                        PIC 9(7)V99 VALUE 0.
 01  Sal-Period                     PIC X.
 01  Sal-Strict-Flag                PIC X VALUE 'N'.
     88  Sal-Strict                       VALUE 'Y'.
 01  Sal-Parse-Flag                 PIC X VALUE 'N'.
     88  Sal-Parsed-OK                    VALUE 'Y'.
     88  Sal-Parse-Failed                 VALUE 'N'.
 01  Sal-Prompt-Done                PIC X VALUE 'N'.
 01  Sal-Ed-Year                    PIC $$,$$$,$$9.
 01  Sal-Ed-Hour                    PIC $$,$$9.99.
 01  Sal-Ed-Lo                      PIC X(14).
 01  Sal-Ed-Hi                      PIC X(14).
 01  Sal-Ed-Per                     PIC X(6).
 01  Sal-Row-Amt                    PIC Z(6)9.99.
 01  Sal-Row-Lo                     PIC X(10).
 01  Sal-Row-Hi                     PIC X(10).
 01  Sal-Row-Fields                 PIC X(30).
 01  Sal-Row                        PIC X(600).
 *> NEW: set when a posting row would not fit its record
 01  Job-Row-Flag                   PIC X VALUE 'N'.
     88  Job-Row-Overflowed               VALUE 'Y'.
     88  Job-Row-Fits                     VALUE 'N'.
 01  Job-Row-Save                   PIC X(600).
 01  Sal-Migrated-Count             PIC 9(5) VALUE 0.
 01  Sal-Flagged-Count              PIC 9(5) VALUE 0.
 01  Sb-Keyword                     PIC X(40).
 01  Sb-Location                    PIC X(60).
 01  Sb-Keyword-Shown               PIC X(40).
 01  Sb-Location-Shown              PIC X(60).
 01  Sb-Row-Loc                     PIC X(60).
 01  Sb-Tally                       PIC 9(4) VALUE 0.
 01  Sb-Count                       PIC 9(4) VALUE 0.
 01  Sb-Skipped                     PIC 9(4) VALUE 0.
 01  Sb-Postings.
     05  Sb-Posting OCCURS 999 TIMES.
         10  Sb-Loc                 PIC X(60).
         10  Sb-Low                 PIC 9(9)V99.
         10  Sb-High                PIC 9(9)V99.
         10  Sb-Mid                 PIC 9(9)V99.
 01  Sb-Loc-Count                   PIC 9(3) VALUE 0.
 01  Sb-Locations.
     05  Sb-Loc-Name OCCURS 100 TIMES PIC X(60).
 01  Sb-Sorted.
     05  Sb-Sort-Mid OCCURS 999 TIMES PIC 9(9)V99.
 01  Sb-L                           PIC 9(4) VALUE 0.
 01  Sb-I                           PIC 9(4) VALUE 0.
 01  Sb-J                           PIC 9(4) VALUE 0.
 01  Sb-Found                       PIC 9(4) VALUE 0.
 01  Sb-Placed                      PIC X VALUE 'N'.
 01  Sb-Hold                        PIC 9(9)V99 VALUE 0.
 01  Sb-Group-Name                  PIC X(60).
 01  Sb-Grp-Count                   PIC 9(4) VALUE 0.
 01  Sb-Grp-Min                     PIC 9(9)V99 VALUE 0.
 01  Sb-Grp-Max                     PIC 9(9)V99 VALUE 0.
 01  Sb-Grp-Median                  PIC 9(9)V99 VALUE 0.
 01  Sb-Detail.
     05  Sb-D-Location              PIC X(30).
     05  FILLER                     PIC X(2).
     05  Sb-D-Count                 PIC ZZZZ9.
     05  FILLER                     PIC X(2).
     05  Sb-D-Min                   PIC $$$,$$$,$$9.
     05  FILLER                     PIC X(1).
     05  Sb-D-Median                PIC $$$,$$$,$$9.
     05  FILLER                     PIC X(1).
     05  Sb-D-Max                   PIC $$$,$$$,$$9.

 *> ------- NEW: duplicate posting detection -------
 01  Dup-Found-Flag                 PIC X VALUE 'N'.
     88  Dup-Found                        VALUE 'Y'.
     88  Dup-Not-Found                    VALUE 'N'.
 01  Dup-Confirm-Flag               PIC X VALUE 'N'.
     88  Dup-Confirmed                    VALUE 'Y'.
 01  Dup-Key-Poster                 PIC X(20).
 01  Dup-Key-Title                  PIC X(60).
 01  Dup-Key-Employer               PIC X(60).
 01  Dup-Key-Location               PIC X(60).
 01  Dup-Row                        PIC X(600).
 01  Dup-Skip-Row                   PIC X(600) VALUE SPACES.
 01  Dup-Where                      PIC X(20).
 01  Dup-Hit-Poster                 PIC X(20).
 01  Dup-Hit-Title                  PIC X(60).
 01  Dup-Hit-Employer               PIC X(60).
 01  Dup-Hit-Location               PIC X(60).
 01  Dup-Hit-Closing                PIC X(8).
 01  Dup-Hit-Posted                 PIC X(8).
 01  Dup-Hit-Approval               PIC X.
 01  Dup-Hit-Skip                   PIC X(200).
 01  Dup-Cutoff-Int                 PIC 9(7).
 01  Dup-Cutoff-Date-N              PIC 9(8).
 01  Dup-Cutoff-Date                PIC X(8).
 01  Dup-Src-Label                  PIC X(7).
 01  Dup-Line-No                    PIC 9(5).
 01  Dup-Count                      PIC 9(5) VALUE 0.
 01  Dup-Pairs                      PIC 9(5) VALUE 0.
 01  Dup-Overflow                   PIC 9(5) VALUE 0.
 01  Dup-I                          PIC 9(4).
 01  Dup-J                          PIC 9(4).
 01  Dup-First                      PIC 9(4).
 01  Dup-Table.
     05  Dup-Entry OCCURS 2000 TIMES.
         10  Dup-T-Source           PIC X(7).
         10  Dup-T-Line             PIC 9(5).
         10  Dup-T-Poster           PIC X(20).
         10  Dup-T-Title            PIC X(60).
         10  Dup-T-Employer         PIC X(60).
         10  Dup-T-Location         PIC X(60).
         10  Dup-T-Posted           PIC X(8).
         10  Dup-T-Closing          PIC X(8).

 *> ------- NEW: enrollment verification from the registrar -------
 01  Enr-Count                      PIC 9(4) VALUE 0.
 01  Enr-Skipped                    PIC 9(5) VALUE 0.
 01  Enr-Row-Seen                   PIC 9(5) VALUE 0.
 01  Enr-Found                      PIC 9(4) VALUE 0.
 01  Enr-Idx                        PIC 9(4) VALUE 0.
 01  Enr-Table.
     05  Enr-Entry OCCURS 500 TIMES.
         10  Enr-User               PIC X(20).
         10  Enr-Student-Id         PIC X(20).
         10  Enr-University         PIC X(50).
         10  Enr-Status             PIC X(8).
             88  Enr-Is-Verified          VALUE "VERIFIED".
             88  Enr-Is-Dropped           VALUE "DROPPED".
         10  Enr-Since              PIC X(8).
         10  Enr-Last-Seen          PIC X(8).
         10  Enr-Seen               PIC X.
             88  Enr-Seen-This-Feed       VALUE 'Y'.
 01  Enr-In-User                    PIC X(20).
 01  Enr-In-Student-Id              PIC X(20).
 01  Enr-In-University              PIC X(50).
 01  Enr-In-Status                  PIC X(8).
 01  Enr-In-Since                   PIC X(8).
 01  Enr-In-Last-Seen               PIC X(8).
 01  Enr-Lookup-User                PIC X(20).
 01  Enr-Verified-Flag              PIC X VALUE 'N'.
     88  Enr-User-Verified                VALUE 'Y'.
     88  Enr-User-Not-Verified            VALUE 'N'.
 01  Enr-Verified-Univ              PIC X(50).
 01  Ros-Student-Id                 PIC X(20).
 01  Ros-First-Name                 PIC X(30).
 01  Ros-Last-Name                  PIC X(30).
 01  Ros-University                 PIC X(50).
 01  Ros-Major                      PIC X(40).
 01  Ros-Grad-Year                  PIC X(4).
 01  Ros-Status                     PIC X(12).
     88  Ros-Is-Enrolled                  VALUES "ENROLLED" "ACTIVE"
                                                 "FULL-TIME" "PART-TIME".
 01  Ros-Reason                     PIC X(12).
 01  Ros-Detail                     PIC X(100).
 01  Ros-Match-Count                PIC 9(4) VALUE 0.
 01  Ros-Match-User                 PIC X(20).
 01  Ros-P-First-Name               PIC X(30).
 01  Ros-P-Last-Name                PIC X(30).
 01  Ros-P-University               PIC X(50).
 01  Ros-P-Major                    PIC X(40).
 01  Ros-P-Grad-Year                PIC X(4).
 01  Ros-Profile-Flag               PIC X VALUE 'N'.
     88  Ros-Profile-Found                VALUE 'Y'.
 *> universities the current feed covers - only their students can
 *> drop off it
 01  Ros-Univ-Count                 PIC 99 VALUE 0.
 01  Ros-Univ-Idx                   PIC 99 VALUE 0.
 01  Ros-Univ-Flag                  PIC X VALUE 'N'.
     88  Ros-Univ-Listed                  VALUE 'Y'.
 01  Ros-Univ-List.
     05  Ros-Univ OCCURS 20 TIMES   PIC X(50).
 01  Ros-Today                      PIC X(8).
 01  Ros-Read-Count                 PIC 9(5) VALUE 0.
 01  Ros-Verified-Count             PIC 9(5) VALUE 0.
 01  Ros-Not-Enrolled-Count         PIC 9(5) VALUE 0.
 01  Ros-Exception-Count            PIC 9(5) VALUE 0.
 01  Ros-Dropped-Count              PIC 9(5) VALUE 0.

 *> ------- NEW: screening questions on postings -------
 01  Scr-Key-Poster                 PIC X(20).
 01  Scr-Key-Stamp                  PIC X(14).
 01  Scr-Count                      PIC 9 VALUE 0.
 01  Scr-New-Count                  PIC 99 VALUE 0.
 01  Scr-Table.
     05  Scr-Question OCCURS 5 TIMES.
         10  Scr-Type               PIC X.
             88  Scr-Is-Yes-No            VALUE 'Y'.
             88  Scr-Is-Choice            VALUE 'M'.
             88  Scr-Is-Text              VALUE 'T'.
         10  Scr-Required           PIC X(60).
         10  Scr-Choices            PIC X(150).
         10  Scr-Text               PIC X(100).
         10  Scr-Answer             PIC X(100).
         10  Scr-Result             PIC X.
 01  Scr-Idx                        PIC 9 VALUE 0.
 01  Scr-Idx-2                      PIC 9 VALUE 0.
 01  Scr-Opt-Idx                    PIC 9 VALUE 0.
 01  Scr-Opt-Count                  PIC 9 VALUE 0.
 01  Scr-Options.
     05  Scr-Option OCCURS 5 TIMES  PIC X(40).
 01  Scr-Letters                    PIC X(5) VALUE "ABCDE".
 01  Scr-Poster-Part                PIC X(20).
 01  Scr-Stamp-Part                 PIC X(14).
 01  Scr-No-Part                    PIC X(2).
 01  Scr-Type-Part                  PIC X.
 01  Scr-Required-Part              PIC X(60).
 01  Scr-Choices-Part               PIC X(150).
 01  Scr-Text-Part                  PIC X(100).
 01  Scr-Applicant-Part             PIC X(20).
 01  Scr-Job-ID-Part                PIC X(6).
 01  Scr-Result-Part                PIC X.
 01  Scr-Answer-Part                PIC X(100).
 01  Scr-Applicant                  PIC X(20).
 01  Scr-Job-ID                     PIC 9(4).
 01  Scr-Knockout-Flag              PIC X VALUE 'N'.
     88  Scr-Knocked-Out                VALUE 'Y'.
     88  Scr-Passed                     VALUE 'N'.
 01  Scr-Reason                     PIC X(120).
 01  Scr-Flag-Text                  PIC X(20).

 *> ------- NEW: job referrals -------
 01  Ref-Referrer-Part              PIC X(20).
 01  Ref-Referred-Part              PIC X(20).
 01  Ref-Job-ID-Part                PIC X(6).
 01  Ref-Poster-Part                PIC X(20).
 01  Ref-Title-Part                 PIC X(60).
 01  Ref-Stamp-Part                 PIC X(14).
 01  Ref-Note-Part                  PIC X(150).
 *> lookup keys for Find-Referral; a blank Ref-Key-Referrer matches
 *> any referrer (the earliest referral wins)
 01  Ref-Key-Referrer               PIC X(20).
 01  Ref-Key-Referred               PIC X(20).
 01  Ref-Key-Job-ID                 PIC 9(4).
 01  Ref-Key-Poster                 PIC X(20).
 01  Ref-Key-Title                  PIC X(60).
 01  Ref-Found-Flag                 PIC X VALUE 'N'.
     88  Ref-Found                      VALUE 'Y'.
     88  Ref-Not-Found                  VALUE 'N'.
 01  Ref-Referrer                   PIC X(20).
 01  Ref-Note                       PIC X(150).

 *> ------- NEW: email address, notifications and mail outbox -------
 01  Ntf-Count                      PIC 9(4) VALUE 0.
 01  Ntf-Skipped                    PIC 9(5) VALUE 0.
 01  Ntf-Row-Seen                   PIC 9(5) VALUE 0.
 01  Ntf-Found                      PIC 9(4) VALUE 0.
 01  Ntf-Idx                        PIC 9(4) VALUE 0.
 01  Ntf-Line-Idx                   PIC 99 VALUE 0.
 01  Ntf-Table.
     05  Ntf-Entry OCCURS 500 TIMES.
         10  Ntf-User               PIC X(20).
         10  Ntf-Email              PIC X(80).
         10  Ntf-Pref               PIC X.
         10  Ntf-Verified           PIC X.
         10  Ntf-Code               PIC X(6).
         10  Ntf-Updated            PIC X(14).
         10  Ntf-Evt-Hwm            PIC X(14).
         10  Ntf-Msg-Hwm            PIC X(14).
         10  Ntf-New-Evt-Hwm        PIC X(14).
         10  Ntf-New-Msg-Hwm        PIC X(14).
         10  Ntf-Evt-Pending        PIC 9(4).
         10  Ntf-Msg-Pending        PIC 9(4).
         10  Ntf-Digest-Count       PIC 99.
         10  Ntf-Digest-Line        PIC X(100) OCCURS 7 TIMES.
 01  Ntf-In-User                    PIC X(20).
 01  Ntf-In-Email                   PIC X(80).
 01  Ntf-In-Pref                    PIC X.
 01  Ntf-In-Verified                PIC X.
 01  Ntf-In-Code                    PIC X(6).
 01  Ntf-In-Updated                 PIC X(14).
 01  Ntf-In-Evt-Hwm                 PIC X(14).
 01  Ntf-In-Msg-Hwm                 PIC X(14).
 01  Ntf-Lookup-User                PIC X(20).
 01  Ntf-User-Stash                 PIC X(20).
 01  Ntf-Email-In                   PIC X(100).
 01  Ntf-Email-Len                  PIC 9(3) VALUE 0.
 01  Ntf-At-Count                   PIC 9(3) VALUE 0.
 01  Ntf-At-Pos                     PIC 9(3) VALUE 0.
 01  Ntf-Dot-Count                  PIC 9(3) VALUE 0.
 01  Ntf-Space-Count                PIC 9(3) VALUE 0.
 01  Ntf-Email-Flag                 PIC X VALUE 'N'.
     88  Ntf-Email-Valid                VALUE 'Y'.
     88  Ntf-Email-Invalid              VALUE 'N'.
 01  Ntf-Seq                        PIC 9(5) VALUE 0.
 01  Ntf-Code-N                     PIC 9(6) VALUE 0.
 01  Ntf-Count-Shown                PIC Z(4)9.
 01  Mail-Kind                      PIC X(10).
 01  Mail-Sent-Count                PIC 9(5) VALUE 0.

 *> ------- NEW: monthly employer billing extract -------
 01  Bill-File-Name                 PIC X(40) VALUE SPACES.
 01  Bill-Month                     PIC X(6).
 01  Bill-Month-In                  PIC X(20).
 01  Bill-Eod-Month                 PIC X(16) VALUE SPACES.
 01  Bill-Month-Flag                PIC X VALUE 'Y'.
     88  Bill-Month-Valid                 VALUE 'Y'.
     88  Bill-Month-Invalid               VALUE 'N'.
 01  Bill-Year-N                    PIC 9(4).
 01  Bill-Mon-N                     PIC 99.
 01  Bill-Failed-Flag               PIC X VALUE 'N'.
 01  Bill-Run-Stamp                 PIC X(14).
 01  Bill-Disposition               PIC X(9).
 01  Bill-Withdrawn-Stamp           PIC X(14).
 01  Bill-User-Stash                PIC X(20).
 01  Bill-Today-Int                 PIC 9(7).
 01  Bill-Posted-Int                PIC 9(7).
 01  Bill-Close-Int                 PIC 9(7).
 01  Bill-End-Int                   PIC 9(7).
 01  Bill-Seconds                   PIC S9(11).
 01  Bill-Days                      PIC 9(5).
 01  Bill-Detail-Count              PIC 9(5) VALUE 0.
 01  Bill-Employer-Count            PIC 9(5) VALUE 0.
 01  Bill-Excl-Rejected             PIC 9(5) VALUE 0.
 01  Bill-Excl-Withdrawn            PIC 9(5) VALUE 0.
 01  Bill-Overflow                  PIC 9(5) VALUE 0.
 01  Bill-Total-Days                PIC 9(9) VALUE 0.
 01  Bill-Sub-Count                 PIC 9(5).
 01  Bill-Sub-Feed                  PIC 9(5).
 01  Bill-Sub-Manual                PIC 9(5).
 01  Bill-Sub-Days                  PIC 9(7).
 01  Bill-Sub-Company               PIC X(60).
 01  Bill-E                         PIC 9(4).
 01  Bill-I                         PIC 9(4).
 01  Bill-Found                     PIC 9(4).
 01  Bill-Placed                    PIC X.
 01  Bill-Posting-Table.
     05  Bill-Posting OCCURS 2000 TIMES.
         10  Bill-Acct              PIC X(20).
         10  Bill-Title             PIC X(60).
         10  Bill-Employer-Name     PIC X(60).
         10  Bill-Posted            PIC X(8).
         10  Bill-Days-Live         PIC 9(5).
         10  Bill-Source            PIC X.
         10  Bill-Approval          PIC X.
         10  Bill-Disp              PIC X(9).
 01  Bill-Employer-Table.
     *> NEW: sized to the posting table, so every counted posting's
     *> employer always has a slot and the trailer totals tie out
     05  Bill-Emp-Acct OCCURS 2000 TIMES PIC X(20).

 *> ------- NEW: Messaging variables -------
 01  Message-Recipient              PIC X(20).
 01  Message-Content                PIC X(200).
 *> NEW: a lockout now expires on its own after this many seconds,
 *> rather than staying locked forever (900 = 15 minutes).
 01  WS-Lockout-Duration-Seconds    PIC 9(6) VALUE 900.
 *> NEW: password ageing - a password older than this many days must
 *> be changed at the next login (0 = passwords never expire); the
 *> last PASSWORD-HISTORY-COUNT passwords cannot be reused; the admin
 *> expiry listing also shows accounts within PASSWORD-WARN-DAYS of it
 01  WS-Password-Max-Age-Days       PIC 999 VALUE 90.
 01  WS-Password-History-Count      PIC 99 VALUE 5.
 01  WS-Password-Warn-Days          PIC 99 VALUE 14.
 01  Login-Attempt-Count            PIC 9(4) VALUE 0.
 01  Login-Attempt-Tracking.
     05  Login-Attempt OCCURS 250 TIMES.
 01  Repost-Count                   PIC 99 VALUE 0.
 01  Repost-Entries.
     05  Repost-Entry OCCURS 99 TIMES.
         10  Repost-Row             PIC X(600).
 01  Repost-Pick                    PIC 99.
 01  Repost-Removed-Flag            PIC X VALUE 'N'.
     88  Repost-Row-Removed               VALUE 'Y'.
     05  FILLER                     PIC X(30) VALUE "TrustedPosters.dat".
     05  FILLER                     PIC X(30) VALUE "ChangeAudit.dat".
     05  FILLER                     PIC X(30) VALUE "InCollege-Config.dat".
     05  FILLER                     PIC X(30) VALUE "AppStatusHistory.dat".
     05  FILLER                     PIC X(30) VALUE "Placements.dat".
     05  FILLER                     PIC X(30) VALUE "CareerEvents.dat".
     05  FILLER                     PIC X(30) VALUE "EventRSVPs.dat".
     05  FILLER                     PIC X(30) VALUE "Moderation.dat".
     05  FILLER                     PIC X(30) VALUE "Mentors.dat".
     05  FILLER                     PIC X(30) VALUE "Mentorships.dat".
     05  FILLER                     PIC X(30) VALUE "JobWithdrawals.dat".
     05  FILLER                     PIC X(30) VALUE "PasswordHistory.dat".
     05  FILLER                     PIC X(30) VALUE "NotifySettings.dat".
     05  FILLER                     PIC X(30) VALUE "NotifySent.dat".
     05  FILLER                     PIC X(30) VALUE "Referrals.dat".
     05  FILLER                     PIC X(30) VALUE "ScreeningQuestions.dat".
     05  FILLER                     PIC X(30) VALUE "ScreeningAnswers.dat".
     05  FILLER                     PIC X(30) VALUE "EnrollmentVerified.dat".
 01  WS-Bkp-Seq-Stores REDEFINES WS-Bkp-Seq-Stores-Def.
     05  WS-Bkp-Seq-Store OCCURS 32 TIMES PIC X(30).
 *> NEW: entries in the table above - keep in step with the OCCURS
 01  WS-Bkp-Seq-Store-Total         PIC 99 VALUE 32.
 01  WS-Bkp-Manifest-Count          PIC 99 VALUE 0.
 01  WS-Bkp-Manifest-Table.
     05  WS-Bkp-Man-Entry OCCURS 40 TIMES.
         10  WS-Bkp-Man-Name        PIC X(30).
         10  WS-Bkp-Man-Rows        PIC 9(6).

     88  Cfg-Value-Invalid                VALUE 'N'.
 01  WS-Saved-Search-Limit          PIC 99 VALUE 10.
 01  WS-Net-Page-Size               PIC 99 VALUE 20.
 *> 1 = only students the registrar roster has verified may apply
 *> for jobs (employers and administrators are not affected)
 01  WS-Require-Verified-Apply      PIC 9 VALUE 0.
 *> NEW: an archived posting that closed within this many days still
 *> counts when checking a new posting for duplicates
 01  WS-Dup-Window-Days             PIC 999 VALUE 30.
 *> NEW: days an applicant has to answer an offer when the poster does
 *> not set a deadline of their own
 01  WS-Offer-Response-Days         PIC 999 VALUE 14.

 *> ------- NEW: archived-message search and retrieval -------
 01  Arc-From-Date                  PIC X(8).
 01  Val-N                          PIC 9(4).
 01  Val-Count                      PIC 9(4).
 01  Val-Sub-Done                   PIC X.
 *> NEW: screening questions still to be read for a posting
 01  Val-Scr-Left                   PIC 99.
 *> the account type the dry run believes is logged in: set from the
 *> type answered at registration, since a plain login cannot reveal
 *> it (a script that only logs in is assumed to be a student)
 01  WS-Rpt-Accounts                PIC 9(6) VALUE 0.
 01  WS-Rpt-Jobs                    PIC 9(6) VALUE 0.
 01  WS-Rpt-Apps                    PIC 9(6) VALUE 0.
 *> NEW: applications that carry a referrer
 01  WS-Rpt-Ref-Apps                PIC 9(6) VALUE 0.
 01  WS-Rpt-Msgs                    PIC 9(6) VALUE 0.
 01  WS-Rpt-Audit                   PIC 9(6) VALUE 0.
 01  WS-Rpt-Failed-Logins           PIC 9(6) VALUE 0.
 01  WS-Prev-Accounts               PIC 9(6) VALUE 0.
 01  WS-Prev-Jobs                   PIC 9(6) VALUE 0.
 01  WS-Prev-Apps                   PIC 9(6) VALUE 0.
 01  WS-Prev-Ref-Apps               PIC 9(6) VALUE 0.
 01  WS-Prev-Msgs                   PIC 9(6) VALUE 0.
 01  WS-New-Count                   PIC 9(6).
 01  WS-RptSt-Date-Part             PIC X(8).
 01  WS-RptSt-Jobs-Part             PIC X(6).
 01  WS-RptSt-Apps-Part             PIC X(6).
 01  WS-RptSt-Msgs-Part             PIC X(6).
 01  WS-RptSt-Ref-Part              PIC X(6).

 *> ------- NEW: application status history -------
 01  Hist-Applicant                 PIC X(20).
 01  Hist-Job-ID                    PIC 9(4).
 01  Hist-Status                    PIC X(10).
 01  Hist-Applicant-Part            PIC X(20).
 01  Hist-Job-ID-Part               PIC X(6).
 01  Hist-Status-Part               PIC X(10).
 01  Hist-Date-Part                 PIC X(8).

 *> ------- NEW: hiring funnel / time-to-fill report -------
 *> One table row per posting (live file first, then the archive),
 *> one per application on file, one per posting account. The three
 *> stats groups share one layout so a posting or an employer total
 *> prints through the same lines: stage 1-4 = RECEIVED, REVIEW,
 *> INTERVIEW, OFFER (REJECTED is stage 5, counted but never left).
 01  Fnl-Post-Count                 PIC 9(4) VALUE 0.
 01  Fnl-Post-Table.
     05  Fnl-Post OCCURS 300 TIMES.
         10  Fnl-Post-Poster        PIC X(20).
         10  Fnl-Post-Title         PIC X(60).
         10  Fnl-Post-Employer      PIC X(60).
         10  Fnl-Post-Posted        PIC X(8).
         10  Fnl-Post-Source        PIC X.
             88  Fnl-Post-Is-Live         VALUE 'L'.
             88  Fnl-Post-Is-Archived     VALUE 'A'.
         10  Fnl-Post-First-Offer   PIC X(8).
         10  Fnl-Post-Stats.
             15  Fnl-PS-Reached OCCURS 4 TIMES PIC 9(5).
             15  Fnl-PS-Rejected       PIC 9(5).
             15  Fnl-PS-Accepted       PIC 9(5).
             15  Fnl-PS-Dwell-Days OCCURS 4 TIMES PIC 9(7).
             15  Fnl-PS-Dwell-Count OCCURS 4 TIMES PIC 9(5).
             15  Fnl-PS-Ivw-Proposed   PIC 9(5).
             15  Fnl-PS-Ivw-Confirmed  PIC 9(5).
             15  Fnl-PS-Offer-Days     PIC 9(7).
             15  Fnl-PS-Offer-Count    PIC 9(5).
             15  Fnl-PS-Ref-Reached OCCURS 4 TIMES PIC 9(5).
 01  Fnl-App-Count                  PIC 9(4) VALUE 0.
 01  Fnl-App-Table.
     05  Fnl-App OCCURS 999 TIMES.
         10  Fnl-App-User           PIC X(20).
         10  Fnl-App-Job-ID         PIC 9(4).
         10  Fnl-App-Post           PIC 9(4).
         10  Fnl-App-Status         PIC X(10).
         10  Fnl-App-Status-Date    PIC X(8).
         10  Fnl-App-Top-Stage      PIC 9.
         10  Fnl-App-Last-Status    PIC X(10).
         10  Fnl-App-Last-Date      PIC X(8).
         10  Fnl-App-Offer-Date     PIC X(8).
         10  Fnl-App-Referred       PIC X.
 01  Fnl-Emp-Count                  PIC 9(4) VALUE 0.
 01  Fnl-Emp-Table.
     05  Fnl-Emp OCCURS 99 TIMES.
         10  Fnl-Emp-Poster         PIC X(20).
         10  Fnl-Emp-Postings       PIC 9(4).
         10  Fnl-Emp-Stats.
             15  Fnl-ES-Reached OCCURS 4 TIMES PIC 9(5).
             15  Fnl-ES-Rejected       PIC 9(5).
             15  Fnl-ES-Accepted       PIC 9(5).
             15  Fnl-ES-Dwell-Days OCCURS 4 TIMES PIC 9(7).
             15  Fnl-ES-Dwell-Count OCCURS 4 TIMES PIC 9(5).
             15  Fnl-ES-Ivw-Proposed   PIC 9(5).
             15  Fnl-ES-Ivw-Confirmed  PIC 9(5).
             15  Fnl-ES-Offer-Days     PIC 9(7).
             15  Fnl-ES-Offer-Count    PIC 9(5).
             15  Fnl-ES-Ref-Reached OCCURS 4 TIMES PIC 9(5).
 01  Fnl-Cur-Stats.
     05  Fnl-CS-Reached OCCURS 4 TIMES PIC 9(5).
     05  Fnl-CS-Rejected               PIC 9(5).
     05  Fnl-CS-Accepted               PIC 9(5).
     05  Fnl-CS-Dwell-Days OCCURS 4 TIMES PIC 9(7).
     05  Fnl-CS-Dwell-Count OCCURS 4 TIMES PIC 9(5).
     05  Fnl-CS-Ivw-Proposed           PIC 9(5).
     05  Fnl-CS-Ivw-Confirmed          PIC 9(5).
     05  Fnl-CS-Offer-Days             PIC 9(7).
     05  Fnl-CS-Offer-Count            PIC 9(5).
     *> NEW: the same stage counts for referred applications only
     05  Fnl-CS-Ref-Reached OCCURS 4 TIMES PIC 9(5).
 01  Fnl-Stage-Names-Def.
     05  FILLER                     PIC X(10) VALUE "RECEIVED".
     05  FILLER                     PIC X(10) VALUE "REVIEW".
     05  FILLER                     PIC X(10) VALUE "INTERVIEW".
     05  FILLER                     PIC X(10) VALUE "OFFER".
     05  FILLER                     PIC X(10) VALUE "REJECTED".
 01  Fnl-Stage-Names REDEFINES Fnl-Stage-Names-Def.
     05  Fnl-Stage-Name OCCURS 5 TIMES PIC X(10).
 01  Fnl-P                          PIC 9(4).
 01  Fnl-A                          PIC 9(4).
 01  Fnl-E                          PIC 9(4).
 01  Fnl-S                          PIC 9.
 01  Fnl-Stage-Idx                  PIC 9.
 01  Fnl-Status-Work                PIC X(10).
 01  Fnl-Poster-In                  PIC X(20).
 01  Fnl-Title-In                   PIC X(60).
 01  Fnl-Employer-In                PIC X(60).
 01  Fnl-Date-From                  PIC X(8).
 01  Fnl-Date-To                    PIC X(8).
 01  Fnl-Days                       PIC 9(6).
 01  Fnl-Num                        PIC 9(7).
 01  Fnl-Den                        PIC 9(7).
 01  Fnl-Pct                        PIC 9(3).
 01  Fnl-Pct-Edit                   PIC ZZ9.
 01  Fnl-Avg                        PIC 9(5)V9.
 01  Fnl-Avg-Edit                   PIC ZZZZ9.9.
 01  Fnl-Count-Edit                 PIC ZZZZ9.
 01  Fnl-Text-1                     PIC X(10).
 01  Fnl-Text-2                     PIC X(10).
 01  Fnl-Text-3                     PIC X(10).
 01  Fnl-Text-4                     PIC X(10).
 01  Fnl-Text-5                     PIC X(10).
 01  Fnl-Trunc-Flag                 PIC X VALUE 'N'.
 01  Fnl-Pct-Text                   PIC X(10).
 01  Fnl-Avg-Text                   PIC X(10).
 01  Fnl-Row-In                     PIC X(600).
 01  Fnl-Job-ID-Part                PIC X(6).
 01  Fnl-Days-Valid-Flag            PIC X VALUE 'N'.
     88  Fnl-Days-Valid                   VALUE 'Y'.
     88  Fnl-Days-Not-Valid               VALUE 'N'.

 *> ------- NEW: checkpoint/restart support for the input batch -------
 *> Checkpoints are only taken at the two top-level menu boundaries
 *> still intact, discard the tmp).
 01  WS-Rewrite-Trailer             PIC X(20) VALUE "*REWRITE-COMPLETE*".
 01  WS-Tmp-Has-Data-Flag           PIC X VALUE 'N'.
 01  WS-Tmp-Last-Line               PIC X(600).

 PROCEDURE DIVISION.
 Main.
         PERFORM Release-Run-Lock
         STOP RUN
     END-IF
     *> NEW: a present EndOfDay.dat makes this the nightly batch run
     *> rather than a session run
     PERFORM Check-End-Of-Day-Mode
     *> NEW: batch mode must be known before Open-Files, which skips
     *> the default input/output files when it is on
     IF NOT End-Of-Day-Mode
         PERFORM Check-Batch-Mode
     END-IF
     PERFORM Open-Files
     *> NEW: pick up the tunable knobs before anything uses them
     PERFORM Load-Runtime-Config
     PERFORM Load-Login-Attempts-From-Disk
     PERFORM Load-Connections-From-Disk
     PERFORM Load-Applications-From-Disk
     PERFORM Load-Message-Sequence
     PERFORM Load-Jobs-First-Page
     *> NEW: the nightly housekeeping/import/archive/report steps run
     *> only in the end-of-day run (Run-End-Of-Day), never at the
     *> start of a session run

     *> NEW: a present BatchSessions.txt runs a whole list of session
     *> scripts in turn under this one run lock; otherwise the single
     *> default script runs as always
     EVALUATE TRUE
         WHEN End-Of-Day-Mode
             PERFORM Run-End-Of-Day
         WHEN Batch-Mode
             PERFORM Run-Batch-Sessions
         WHEN OTHER
             PERFORM Run-One-Session
     END-EVALUATE

     PERFORM Release-Run-Lock
     PERFORM Close-Files
                         MOVE "You have logged out." TO WS-MSG
                         PERFORM OUT-MSG
                         SET USER-NOT-LOGGED-IN TO TRUE
                     WHEN "E"
                     WHEN "e"
                         PERFORM Career-Events-Loop
                     WHEN "M"
                     WHEN "m"
                         IF User-Is-Employer
                             MOVE "Invalid choice." TO WS-MSG
                             PERFORM OUT-MSG
                         ELSE
                             PERFORM Mentorship-Loop
                         END-IF
                     WHEN "N"
                     WHEN "n"
                         PERFORM Email-Settings-Loop
                     WHEN "D"
                     WHEN "d"
                         PERFORM Deactivate-Account-Flow
                     WHEN "X"
                     WHEN "x"
                         PERFORM Export-My-Data
                     WHEN "A"
                     WHEN "a"
                         IF User-Is-Admin
         PERFORM Open-Data-Stores
         EXIT PARAGRAPH
     END-IF
     *> NEW: the end-of-day run reads no script and logs to its own file
     IF End-Of-Day-Mode
         MOVE "InCollege-EOD-Log.txt" TO WS-Output-File-Name
         OPEN OUTPUT OUTPUT-FILE
         PERFORM Open-Data-Stores
         EXIT PARAGRAPH
     END-IF

     PERFORM Load-Checkpoint

     CLOSE CHANGE-AUDIT-FILE
     OPEN EXTEND CHANGE-AUDIT-FILE

     *> NEW: application status history; if missing, create it.
     OPEN INPUT  APP-HISTORY-FILE
     IF FS-APPHIST = "35"
         OPEN OUTPUT APP-HISTORY-FILE
         CLOSE APP-HISTORY-FILE
         OPEN INPUT APP-HISTORY-FILE
     END-IF
     CLOSE APP-HISTORY-FILE
     OPEN EXTEND APP-HISTORY-FILE

     *> NEW: placement records; if missing, create it.
     OPEN INPUT  PLACEMENTS-FILE
     IF FS-PLC = "35"
         OPEN OUTPUT PLACEMENTS-FILE
         CLOSE PLACEMENTS-FILE
         OPEN INPUT PLACEMENTS-FILE
     END-IF
     CLOSE PLACEMENTS-FILE
     OPEN EXTEND PLACEMENTS-FILE

     *> NEW: career events; if missing, create it.
     OPEN INPUT  CAREER-EVENTS-FILE
     IF FS-CEV = "35"
         OPEN OUTPUT CAREER-EVENTS-FILE
         CLOSE CAREER-EVENTS-FILE
         OPEN INPUT CAREER-EVENTS-FILE
     END-IF
     CLOSE CAREER-EVENTS-FILE
     OPEN EXTEND CAREER-EVENTS-FILE

     *> NEW: event RSVP log; if missing, create it.
     OPEN INPUT  EVENT-RSVP-FILE
     IF FS-RSVP = "35"
         OPEN OUTPUT EVENT-RSVP-FILE
         CLOSE EVENT-RSVP-FILE
         OPEN INPUT EVENT-RSVP-FILE
     END-IF
     CLOSE EVENT-RSVP-FILE
     OPEN EXTEND EVENT-RSVP-FILE

     *> NEW: moderation reports; if missing, create it.
     OPEN INPUT  MODERATION-FILE
     IF FS-MOD = "35"
         OPEN OUTPUT MODERATION-FILE
         CLOSE MODERATION-FILE
         OPEN INPUT MODERATION-FILE
     END-IF
     CLOSE MODERATION-FILE
     OPEN EXTEND MODERATION-FILE

     *> NEW: mentor opt-ins; if missing, create it.
     OPEN INPUT  MENTORS-FILE
     IF FS-MTR = "35"
         OPEN OUTPUT MENTORS-FILE
         CLOSE MENTORS-FILE
         OPEN INPUT MENTORS-FILE
     END-IF
     CLOSE MENTORS-FILE
     OPEN EXTEND MENTORS-FILE

     *> NEW: mentorship requests and pairings; if missing, create it.
     OPEN INPUT  MENTORSHIPS-FILE
     IF FS-MTS = "35"
         OPEN OUTPUT MENTORSHIPS-FILE
         CLOSE MENTORSHIPS-FILE
         OPEN INPUT MENTORSHIPS-FILE
     END-IF
     CLOSE MENTORSHIPS-FILE
     OPEN EXTEND MENTORSHIPS-FILE

     *> NEW: posting withdrawal ledger; if missing, create it.
     OPEN INPUT  JOB-WITHDRAWALS-FILE
     IF FS-JWD = "35"
         OPEN OUTPUT JOB-WITHDRAWALS-FILE
         CLOSE JOB-WITHDRAWALS-FILE
         OPEN INPUT JOB-WITHDRAWALS-FILE
     END-IF
     CLOSE JOB-WITHDRAWALS-FILE
     OPEN EXTEND JOB-WITHDRAWALS-FILE

     *> NEW: password reuse history; if missing, create it.
     OPEN INPUT  PASSWORD-HISTORY-FILE
     IF FS-PWH = "35"
         OPEN OUTPUT PASSWORD-HISTORY-FILE
         CLOSE PASSWORD-HISTORY-FILE
         OPEN INPUT PASSWORD-HISTORY-FILE
     END-IF
     CLOSE PASSWORD-HISTORY-FILE
     OPEN EXTEND PASSWORD-HISTORY-FILE

     *> NEW: email address and notification preference per user; if missing, create it.
     OPEN INPUT  NOTIFY-FILE
     IF FS-NTF = "35"
         OPEN OUTPUT NOTIFY-FILE
         CLOSE NOTIFY-FILE
         OPEN INPUT NOTIFY-FILE
     END-IF
     CLOSE NOTIFY-FILE
     OPEN EXTEND NOTIFY-FILE

     *> NEW: log of every email written to the outbox; if missing, create it.
     OPEN INPUT  NOTIFY-SENT-FILE
     IF FS-NSENT = "35"
         OPEN OUTPUT NOTIFY-SENT-FILE
         CLOSE NOTIFY-SENT-FILE
         OPEN INPUT NOTIFY-SENT-FILE
     END-IF
     CLOSE NOTIFY-SENT-FILE
     OPEN EXTEND NOTIFY-SENT-FILE

     *> NEW: job referrals between connections; if missing, create it.
     OPEN INPUT  REFERRALS-FILE
     IF FS-REF = "35"
         OPEN OUTPUT REFERRALS-FILE
         CLOSE REFERRALS-FILE
         OPEN INPUT REFERRALS-FILE
     END-IF
     CLOSE REFERRALS-FILE
     OPEN EXTEND REFERRALS-FILE

     *> NEW: screening questions on postings; if missing, create it.
     OPEN INPUT  SCREEN-QUESTIONS-FILE
     IF FS-SCRQ = "35"
         OPEN OUTPUT SCREEN-QUESTIONS-FILE
         CLOSE SCREEN-QUESTIONS-FILE
         OPEN INPUT SCREEN-QUESTIONS-FILE
     END-IF
     CLOSE SCREEN-QUESTIONS-FILE
     OPEN EXTEND SCREEN-QUESTIONS-FILE

     *> NEW: screening answers attached to applications; if missing, create it.
     OPEN INPUT  SCREEN-ANSWERS-FILE
     IF FS-SCRA = "35"
         OPEN OUTPUT SCREEN-ANSWERS-FILE
         CLOSE SCREEN-ANSWERS-FILE
         OPEN INPUT SCREEN-ANSWERS-FILE
     END-IF
     CLOSE SCREEN-ANSWERS-FILE
     OPEN EXTEND SCREEN-ANSWERS-FILE

     *> NEW: registrar enrollment verification; if missing, create it.
     OPEN INPUT  ENROLL-FILE
     IF FS-ENRL = "35"
         OPEN OUTPUT ENROLL-FILE
         CLOSE ENROLL-FILE
         OPEN INPUT ENROLL-FILE
     END-IF
     CLOSE ENROLL-FILE
     OPEN EXTEND ENROLL-FILE

     *> NEW: first run against empty indexed stores - pull the rows
     *> across from whichever legacy line-sequential files are present.
     IF Acct-Migrate-Needed
     CLOSE RESUMES-FILE
     CLOSE APP-RESUMES-FILE
     CLOSE CHANGE-AUDIT-FILE
     CLOSE APP-HISTORY-FILE
     CLOSE PLACEMENTS-FILE
     CLOSE CAREER-EVENTS-FILE
     CLOSE EVENT-RSVP-FILE
     CLOSE MODERATION-FILE
     CLOSE MENTORS-FILE
     CLOSE MENTORSHIPS-FILE
     CLOSE JOB-WITHDRAWALS-FILE
     CLOSE PASSWORD-HISTORY-FILE
     CLOSE NOTIFY-FILE
     CLOSE NOTIFY-SENT-FILE
     CLOSE REFERRALS-FILE
     CLOSE SCREEN-QUESTIONS-FILE
     CLOSE SCREEN-ANSWERS-FILE
     CLOSE ENROLL-FILE
     .

 *> ===============================================================
             ELSE
                 SET Cfg-Value-Invalid TO TRUE
             END-IF
         WHEN "PASSWORD-MAX-AGE-DAYS"
             IF Cfg-Num >= 0 AND Cfg-Num <= 999
                 MOVE Cfg-Num TO WS-Password-Max-Age-Days
             ELSE
                 SET Cfg-Value-Invalid TO TRUE
             END-IF
         WHEN "PASSWORD-HISTORY-COUNT"
             IF Cfg-Num >= 1 AND Cfg-Num <= 20
                 MOVE Cfg-Num TO WS-Password-History-Count
             ELSE
                 SET Cfg-Value-Invalid TO TRUE
             END-IF
         WHEN "PASSWORD-WARN-DAYS"
             IF Cfg-Num >= 0 AND Cfg-Num <= 99
                 MOVE Cfg-Num TO WS-Password-Warn-Days
             ELSE
                 SET Cfg-Value-Invalid TO TRUE
             END-IF
         WHEN "AUDIT-RETENTION-DAYS"
             IF Cfg-Num >= 1 AND Cfg-Num <= 999
                 MOVE Cfg-Num TO WS-Audit-Retention-Days
             ELSE
                 SET Cfg-Value-Invalid TO TRUE
             END-IF
         WHEN "OFFER-RESPONSE-DAYS"
             IF Cfg-Num >= 1 AND Cfg-Num <= 365
                 MOVE Cfg-Num TO WS-Offer-Response-Days
             ELSE
                 SET Cfg-Value-Invalid TO TRUE
             END-IF
         WHEN "DUPLICATE-WINDOW-DAYS"
             IF Cfg-Num >= 0 AND Cfg-Num <= 365
                 MOVE Cfg-Num TO WS-Dup-Window-Days
             ELSE
                 SET Cfg-Value-Invalid TO TRUE
             END-IF
         WHEN "REQUIRE-VERIFIED-APPLY"
             IF Cfg-Num >= 0 AND Cfg-Num <= 1
                 MOVE Cfg-Num TO WS-Require-Verified-Apply
             ELSE
                 SET Cfg-Value-Invalid TO TRUE
             END-IF
         WHEN OTHER
             MOVE SPACES TO WS-MSG
             STRING "CONFIG WARNING: unknown setting '" DELIMITED BY SIZE
            INTO Config-Line
     WRITE Config-Line
     MOVE SPACES TO Config-Line
     STRING "PASSWORD-MAX-AGE-DAYS|" DELIMITED BY SIZE
            WS-Password-Max-Age-Days DELIMITED BY SIZE
            INTO Config-Line
     WRITE Config-Line
     MOVE SPACES TO Config-Line
     STRING "PASSWORD-HISTORY-COUNT|" DELIMITED BY SIZE
            WS-Password-History-Count DELIMITED BY SIZE
            INTO Config-Line
     WRITE Config-Line
     MOVE SPACES TO Config-Line
     STRING "PASSWORD-WARN-DAYS|" DELIMITED BY SIZE
            WS-Password-Warn-Days DELIMITED BY SIZE
            INTO Config-Line
     WRITE Config-Line
     MOVE SPACES TO Config-Line
     STRING "AUDIT-RETENTION-DAYS|" DELIMITED BY SIZE
            WS-Audit-Retention-Days DELIMITED BY SIZE
            INTO Config-Line
            WS-Net-Page-Size DELIMITED BY SIZE
            INTO Config-Line
     WRITE Config-Line
     MOVE SPACES TO Config-Line
     STRING "OFFER-RESPONSE-DAYS|" DELIMITED BY SIZE
            WS-Offer-Response-Days DELIMITED BY SIZE
            INTO Config-Line
     WRITE Config-Line
     MOVE SPACES TO Config-Line
     STRING "DUPLICATE-WINDOW-DAYS|" DELIMITED BY SIZE
            WS-Dup-Window-Days DELIMITED BY SIZE
            INTO Config-Line
     WRITE Config-Line
     MOVE SPACES TO Config-Line
     STRING "REQUIRE-VERIFIED-APPLY|" DELIMITED BY SIZE
            WS-Require-Verified-Apply DELIMITED BY SIZE
            INTO Config-Line
     WRITE Config-Line
     CLOSE CONFIG-FILE
     .

            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  PASSWORD-MAX-AGE-DAYS    = " DELIMITED BY SIZE
            WS-Password-Max-Age-Days DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  PASSWORD-HISTORY-COUNT   = " DELIMITED BY SIZE
            WS-Password-History-Count DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  PASSWORD-WARN-DAYS       = " DELIMITED BY SIZE
            WS-Password-Warn-Days DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  AUDIT-RETENTION-DAYS     = " DELIMITED BY SIZE
            WS-Audit-Retention-Days DELIMITED BY SIZE
            INTO WS-MSG
            WS-Net-Page-Size DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  OFFER-RESPONSE-DAYS      = " DELIMITED BY SIZE
            WS-Offer-Response-Days DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  DUPLICATE-WINDOW-DAYS    = " DELIMITED BY SIZE
            WS-Dup-Window-Days DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  REQUIRE-VERIFIED-APPLY   = " DELIMITED BY SIZE
            WS-Require-Verified-Apply DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE "------------------------" TO WS-MSG
     PERFORM OUT-MSG

             MOVE WS-Lockout-Threshold TO CA-Old-Value
         WHEN "LOCKOUT-DURATION-SECONDS"
             MOVE WS-Lockout-Duration-Seconds TO CA-Old-Value
         WHEN "PASSWORD-MAX-AGE-DAYS"
             MOVE WS-Password-Max-Age-Days TO CA-Old-Value
         WHEN "PASSWORD-HISTORY-COUNT"
             MOVE WS-Password-History-Count TO CA-Old-Value
         WHEN "PASSWORD-WARN-DAYS"
             MOVE WS-Password-Warn-Days TO CA-Old-Value
         WHEN "AUDIT-RETENTION-DAYS"
             MOVE WS-Audit-Retention-Days TO CA-Old-Value
         WHEN "MSGS-RETENTION-DAYS"
             MOVE WS-Saved-Search-Limit TO CA-Old-Value
         WHEN "NETWORK-PAGE-SIZE"
             MOVE WS-Net-Page-Size TO CA-Old-Value
         WHEN "OFFER-RESPONSE-DAYS"
             MOVE WS-Offer-Response-Days TO CA-Old-Value
         WHEN "DUPLICATE-WINDOW-DAYS"
             MOVE WS-Dup-Window-Days TO CA-Old-Value
         WHEN "REQUIRE-VERIFIED-APPLY"
             MOVE WS-Require-Verified-Apply TO CA-Old-Value
         WHEN OTHER
             MOVE "Unknown setting name - nothing changed." TO WS-MSG
             PERFORM OUT-MSG
     PERFORM Admin-Audit-Log
     .

 *> ===============================================================
 *> NEW: end-of-day batch run. A present EndOfDay.dat turns the run
 *> into the nightly job instead of a session: the housekeeping,
 *> import, archive, reconcile, extract and report steps that used
 *> to run at the start of every session run now run only here, in
 *> the order of Eod-Step-Names. Each step writes a STARTED row and
 *> then an OK / WARNING / FAILED row (start, end, return code,
 *> record count) to EODSteps.dat. A step that returns 8 or more
 *> stops the run; the next run the same day bypasses every step
 *> that already ended OK or WARNING and so resumes at the failed
 *> one. EndOfDay.dat itself may hold operator directives, one per
 *> line: SKIP <step> leaves a step out of this run, FORCE <step>
 *> reruns it even though it already completed today (FORCE ALL
 *> reruns every step). Session output goes to InCollege-EOD-Log.txt.
 *> ===============================================================
 Check-End-Of-Day-Mode.
     MOVE 0 TO Eod-Directive-Count
     OPEN INPUT EOD-CONTROL-FILE
     IF FS-EODC NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'Y' TO Eod-Mode-Flag
     MOVE 'N' TO EODC-EOF
     PERFORM UNTIL EODC-EOF = 'Y'
         READ EOD-CONTROL-FILE
             AT END
                 MOVE 'Y' TO EODC-EOF
             NOT AT END
                 IF FUNCTION TRIM(Eod-Control-Line) NOT = SPACES AND
                    Eod-Directive-Count < 20
                     ADD 1 TO Eod-Directive-Count
                     MOVE SPACES TO Eod-Dir-Verb(Eod-Directive-Count)
                                    Eod-Dir-Step(Eod-Directive-Count)
                     UNSTRING FUNCTION UPPER-CASE(
                                  FUNCTION TRIM(Eod-Control-Line))
                         DELIMITED BY ALL SPACES
                         INTO Eod-Dir-Verb(Eod-Directive-Count),
                              Eod-Dir-Step(Eod-Directive-Count)
                     END-UNSTRING
                 END-IF
         END-READ
     END-PERFORM
     CLOSE EOD-CONTROL-FILE
     .

 Run-End-Of-Day.
     MOVE FUNCTION CURRENT-DATE(1:8) TO Eod-Run-Date
     *> NEW: a run that failed or died mid-step is finished under its
     *> own date, even when the rerun starts after midnight
     PERFORM Find-Eod-Resume-Date
     MOVE SPACES TO WS-MSG
     IF Eod-Resuming
         STRING "=== InCollege end-of-day run for " DELIMITED BY SIZE
                Eod-Run-Date DELIMITED BY SIZE
                " (resumed) ===" DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
     ELSE
         STRING "=== InCollege end-of-day run for " DELIMITED BY SIZE
                Eod-Run-Date DELIMITED BY SIZE
                " ===" DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
     END-IF
     PERFORM OUT-MSG

     PERFORM Apply-Eod-Directives
     PERFORM Load-Eod-Step-History

     MOVE 'N' TO Eod-Abort-Flag
     MOVE 0 TO Eod-Steps-Run Eod-Steps-Bypassed
     *> NEW: the nightly steps act (and are audited) as EOD
     MOVE UserName TO Eod-User-Stash
     MOVE "EOD" TO UserName
     PERFORM VARYING Eod-Idx FROM 1 BY 1
         UNTIL Eod-Idx > Eod-Step-Total OR Eod-Aborted
         PERFORM Run-Eod-Step
     END-PERFORM
     MOVE Eod-User-Stash TO UserName

     MOVE SPACES TO WS-MSG
     IF Eod-Aborted
         STRING "End-of-day run stopped at step " DELIMITED BY SIZE
                FUNCTION TRIM(Eod-Step-Name(Eod-Idx - 1))
                    DELIMITED BY SIZE
                " - rerun to resume from it." DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
     ELSE
         STRING "End-of-day run complete: " DELIMITED BY SIZE
                Eod-Steps-Run DELIMITED BY SIZE
                " steps run, " DELIMITED BY SIZE
                Eod-Steps-Bypassed DELIMITED BY SIZE
                " already done or skipped." DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
     END-IF
     PERFORM OUT-MSG
     .

 *> SKIP / FORCE directives onto the per-step flags; an unknown verb
 *> or step name is reported and otherwise ignored
 *> NEW: "BILLMONTH YYYYMM" (re)bills that month - it names the month
 *> for the BILLING step and forces the step to run
 Apply-Eod-Directives.
     MOVE SPACES TO Bill-Eod-Month
     PERFORM VARYING Eod-Idx FROM 1 BY 1 UNTIL Eod-Idx > Eod-Step-Total
         MOVE 'N' TO Eod-Skip-Flag(Eod-Idx) Eod-Force-Flag(Eod-Idx)
                     Eod-Done-Flag(Eod-Idx)
     END-PERFORM
     PERFORM VARYING Eod-Jdx FROM 1 BY 1
         UNTIL Eod-Jdx > Eod-Directive-Count
         MOVE 'N' TO Eod-Matched-Flag
         PERFORM VARYING Eod-Idx FROM 1 BY 1
             UNTIL Eod-Idx > Eod-Step-Total
             IF Eod-Dir-Step(Eod-Jdx) = Eod-Step-Name(Eod-Idx) OR
                (Eod-Dir-Step(Eod-Jdx) = "ALL" AND
                 Eod-Dir-Verb(Eod-Jdx) = "FORCE")
                 EVALUATE Eod-Dir-Verb(Eod-Jdx)
                     WHEN "SKIP"
                         MOVE 'Y' TO Eod-Skip-Flag(Eod-Idx)
                         MOVE 'Y' TO Eod-Matched-Flag
                     WHEN "FORCE"
                         MOVE 'Y' TO Eod-Force-Flag(Eod-Idx)
                         MOVE 'Y' TO Eod-Matched-Flag
                 END-EVALUATE
             END-IF
             IF Eod-Dir-Verb(Eod-Jdx) = "BILLMONTH" AND
                Eod-Step-Name(Eod-Idx) = "BILLING"
                 MOVE Eod-Dir-Step(Eod-Jdx) TO Bill-Eod-Month
                 MOVE 'Y' TO Eod-Force-Flag(Eod-Idx)
                 MOVE 'Y' TO Eod-Matched-Flag
             END-IF
         END-PERFORM
         IF Eod-Matched-Flag = 'N'
             MOVE SPACES TO WS-MSG
             STRING "WARNING: EndOfDay.dat directive ignored: "
                        DELIMITED BY SIZE
                    FUNCTION TRIM(Eod-Dir-Verb(Eod-Jdx))
                        DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Eod-Dir-Step(Eod-Jdx))
                        DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
             PERFORM OUT-MSG
         END-IF
     END-PERFORM
     .

 *> NEW: when the last row in EODSteps.dat is FAILED, or a STARTED
 *> row with nothing after it, that run never finished - carry on
 *> under its date so the steps it completed are not repeated
 Find-Eod-Resume-Date.
     MOVE 'N' TO Eod-Resume-Flag
     MOVE SPACES TO Eod-Last-Date Eod-Last-Status
     OPEN INPUT EOD-STEPS-FILE
     IF FS-EODS NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO EODS-EOF
     PERFORM UNTIL EODS-EOF = 'Y'
         READ EOD-STEPS-FILE
             AT END
                 MOVE 'Y' TO EODS-EOF
             NOT AT END
                 IF Eod-Steps-Line NOT = SPACES
                     MOVE SPACES TO Eod-Row-Date Eod-Row-Step
                                    Eod-Row-Status
                     UNSTRING Eod-Steps-Line DELIMITED BY '|'
                         INTO Eod-Row-Date, Eod-Row-Step, Eod-Row-Status
                     END-UNSTRING
                     MOVE Eod-Row-Date TO Eod-Last-Date
                     MOVE Eod-Row-Status TO Eod-Last-Status
                 END-IF
         END-READ
     END-PERFORM
     CLOSE EOD-STEPS-FILE
     IF (Eod-Last-Status = "FAILED" OR Eod-Last-Status = "STARTED")
        AND Eod-Last-Date IS NUMERIC AND Eod-Last-Date < Eod-Run-Date
         MOVE Eod-Last-Date TO Eod-Run-Date
         SET Eod-Resuming TO TRUE
     END-IF
     .

 *> a step already ended OK or WARNING on the run date does not run
 *> again
 Load-Eod-Step-History.
     OPEN INPUT EOD-STEPS-FILE
     IF FS-EODS NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO EODS-EOF
     PERFORM UNTIL EODS-EOF = 'Y'
         READ EOD-STEPS-FILE
             AT END
                 MOVE 'Y' TO EODS-EOF
             NOT AT END
                 MOVE SPACES TO Eod-Row-Date Eod-Row-Step Eod-Row-Status
                 UNSTRING Eod-Steps-Line DELIMITED BY '|'
                     INTO Eod-Row-Date, Eod-Row-Step, Eod-Row-Status
                 END-UNSTRING
                 IF Eod-Row-Date = Eod-Run-Date AND
                    (Eod-Row-Status = "OK" OR
                     Eod-Row-Status = "WARNING")
                     PERFORM VARYING Eod-Jdx FROM 1 BY 1
                         UNTIL Eod-Jdx > Eod-Step-Total
                         IF Eod-Step-Name(Eod-Jdx) = Eod-Row-Step
                             MOVE 'Y' TO Eod-Done-Flag(Eod-Jdx)
                         END-IF
                     END-PERFORM
                 END-IF
         END-READ
     END-PERFORM
     CLOSE EOD-STEPS-FILE
     .

 Run-Eod-Step.
     MOVE Eod-Step-Name(Eod-Idx) TO Eod-Cur-Step
     MOVE SPACES TO Eod-Cur-Start Eod-Cur-End
     MOVE 0 TO Eod-Cur-RC Eod-Cur-Records

     IF Eod-Skip-Flag(Eod-Idx) = 'Y'
         MOVE "SKIPPED" TO Eod-Cur-Status
         PERFORM Write-Eod-Step-Row
         ADD 1 TO Eod-Steps-Bypassed
         MOVE SPACES TO WS-MSG
         STRING "Step " DELIMITED BY SIZE
                FUNCTION TRIM(Eod-Cur-Step) DELIMITED BY SIZE
                " skipped by operator directive." DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF Eod-Done-Flag(Eod-Idx) = 'Y' AND Eod-Force-Flag(Eod-Idx) = 'N'
         MOVE "BYPASSED" TO Eod-Cur-Status
         PERFORM Write-Eod-Step-Row
         ADD 1 TO Eod-Steps-Bypassed
         MOVE SPACES TO WS-MSG
         STRING "Step " DELIMITED BY SIZE
                FUNCTION TRIM(Eod-Cur-Step) DELIMITED BY SIZE
                " already completed for this run date - not repeated."
                    DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE FUNCTION CURRENT-DATE(1:14) TO Eod-Cur-Start
     MOVE "STARTED" TO Eod-Cur-Status
     PERFORM Write-Eod-Step-Row

     PERFORM Dispatch-Eod-Step

     MOVE FUNCTION CURRENT-DATE(1:14) TO Eod-Cur-End
     EVALUATE TRUE
         WHEN Eod-Cur-RC >= 8
             MOVE "FAILED" TO Eod-Cur-Status
             MOVE 'Y' TO Eod-Abort-Flag
         WHEN Eod-Cur-RC >= 4
             MOVE "WARNING" TO Eod-Cur-Status
         WHEN OTHER
             MOVE "OK" TO Eod-Cur-Status
     END-EVALUATE
     PERFORM Write-Eod-Step-Row
     ADD 1 TO Eod-Steps-Run

     MOVE SPACES TO WS-MSG
     STRING "Step " DELIMITED BY SIZE
            FUNCTION TRIM(Eod-Cur-Step) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Eod-Cur-Status) DELIMITED BY SIZE
            " rc=" DELIMITED BY SIZE
            Eod-Cur-RC DELIMITED BY SIZE
            " records=" DELIMITED BY SIZE
            Eod-Cur-Records DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> One nightly step: run it, then set Eod-Cur-Records to what it
 *> processed and Eod-Cur-RC to 0 (clean), 4 (completed, but with
 *> rejects or mismatches to look at) or 8 (its output or store
 *> could not be written - the run stops here).
 *> -----------------------------
 Dispatch-Eod-Step.
     EVALUATE Eod-Cur-Step
         WHEN "HOUSEKEEP"
             PERFORM Housekeeping-Retention
             COMPUTE Eod-Cur-Records =
                 WS-Audit-Aged + WS-CAudit-Aged + WS-Msgs-Aged
             IF FS-AUDIT NOT = "00" OR FS-CAUD NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
         WHEN "IMPORTFEED"
             PERFORM Import-Job-Feed
             COMPUTE Eod-Cur-Records = WS-Feed-Imported + WS-Feed-Rejected
             IF WS-Feed-Rejected > 0
                 MOVE 4 TO Eod-Cur-RC
             END-IF
             IF FS-JOBS NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
             PERFORM Load-Jobs-First-Page
         WHEN "ROSTERVERIFY"
             PERFORM Import-Registrar-Roster
             MOVE Ros-Read-Count TO Eod-Cur-Records
             IF Ros-Exception-Count > 0
                 MOVE 4 TO Eod-Cur-RC
             END-IF
             IF FS-ENRL NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
         WHEN "ARCHIVEJOBS"
             PERFORM Archive-Expired-Jobs
             MOVE WS-Jobs-Archived-Count TO Eod-Cur-Records
             IF FS-JOBS NOT = "00" OR FS-JOBS-ARCH NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
             PERFORM Load-Jobs-First-Page
         WHEN "SALARYMIGRATE"
             PERFORM Migrate-Job-Salaries
             COMPUTE Eod-Cur-Records =
                 Sal-Migrated-Count + Sal-Flagged-Count
             IF Sal-Flagged-Count > 0
                 MOVE 4 TO Eod-Cur-RC
             END-IF
             IF FS-JOBS NOT = "00" OR FS-JOBS-ARCH NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
             PERFORM Load-Jobs-First-Page
         WHEN "RECONCILE"
             PERFORM Reconcile-Applications-Report
             MOVE Application-Count TO Eod-Cur-Records
             IF Recon-Mismatch-Count > 0
                 MOVE 4 TO Eod-Cur-RC
             END-IF
         WHEN "CAREEREXTRACT"
             PERFORM Write-Career-Extract
             MOVE WS-CX-Extracted TO Eod-Cur-Records
             IF FS-CEXT NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
         WHEN "LAPSEOFFERS"
             PERFORM Lapse-Expired-Offers
             MOVE Offer-Lapsed-Count TO Eod-Cur-Records
             IF FS-APPS NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
         WHEN "PLACEMENTX"
             PERFORM Write-Placement-Extract
             MOVE Plc-Extracted TO Eod-Cur-Records
             IF FS-PLX NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
         WHEN "DAILYREPORT"
             PERFORM Write-Daily-Report
             MOVE WS-Rpt-Accounts TO Eod-Cur-Records
             IF FS-RPT NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
         WHEN "FUNNEL"
             PERFORM Write-Funnel-Report
             MOVE Fnl-Post-Count TO Eod-Cur-Records
             IF FS-FNL NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
         WHEN "MAILOUTBOX"
             PERFORM Build-Mail-Outbox
             MOVE Mail-Sent-Count TO Eod-Cur-Records
             IF FS-MOUT NOT = "00"
                 MOVE 8 TO Eod-Cur-RC
             END-IF
         WHEN "BILLING"
             MOVE 'N' TO Bill-Failed-Flag
             PERFORM Run-Billing-Step
             MOVE Bill-Detail-Count TO Eod-Cur-Records
             IF Bill-Failed-Flag = 'Y'
                 MOVE 8 TO Eod-Cur-RC
             END-IF
     END-EVALUATE
     .

 *> rundate|step|status|start|end|rc|records
 Write-Eod-Step-Row.
     OPEN EXTEND EOD-STEPS-FILE
     IF FS-EODS = "35"
         OPEN OUTPUT EOD-STEPS-FILE
     END-IF
     MOVE SPACES TO Eod-Steps-Line
     STRING Eod-Run-Date DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Eod-Cur-Step) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Eod-Cur-Status) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Eod-Cur-Start DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Eod-Cur-End DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Eod-Cur-RC DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Eod-Cur-Records DELIMITED BY SIZE
            INTO Eod-Steps-Line
     END-STRING
     WRITE Eod-Steps-Line
     *> closed after every row, so an abend mid-step still leaves
     *> the STARTED row on disk for the rerun to find
     CLOSE EOD-STEPS-FILE
     .

 *> ===============================================================
 *> NEW: single-run lock. A second run started while RunLock.dat
 *> says ACTIVE refuses to start rather than racing the first one
                 PERFORM Val-Skill-Menu
             WHEN "ADMIN"
                 PERFORM Val-Admin-Menu
             WHEN "EVENTS"
                 PERFORM Val-Events-Menu
             WHEN "MENTOR"
                 PERFORM Val-Mentor-Menu
             WHEN "NOTIFY"
                 PERFORM Val-Notify-Menu
         END-EVALUATE
     END-PERFORM

     END-IF
     EVALUATE Val-Value
         WHEN "1"
             *> username + password, login assumed to succeed (and the
             *> password assumed current - no forced change)
             MOVE 2 TO Val-N
             PERFORM Val-Consume
             IF Val-State NOT = "DONE"
                 MOVE "MAIN" TO Val-State
             END-IF
         WHEN "2"
             *> registration: username + password + account type +
             *> email (assumed valid or blank), plus the company
             *> profile when the type is E. The type also tells us how
             *> to model the profile screens once this script logs in.
             MOVE 2 TO Val-N
             PERFORM Val-Consume
             IF Val-EOF NOT = 'Y'
                 PERFORM Val-Read
                 IF Val-EOF NOT = 'Y' AND Val-Value = "E"
                     MOVE 'Y' TO Val-Employer-Flag
                     MOVE 5 TO Val-N
                     PERFORM Val-Consume
                 ELSE
                     MOVE 1 TO Val-N
                     PERFORM Val-Consume
                 END-IF
             END-IF
         WHEN "3"
             *> forgot password: username, two identity answers, the
             *> new password - verification assumed to pass, with no
             *> verified email on file to be asked for
             MOVE 4 TO Val-N
             PERFORM Val-Consume
         WHEN OTHER
                             PERFORM Val-Read
                             IF Val-EOF NOT = 'Y' AND
                                Val-Value NOT = "1" AND
                                Val-Value NOT = "2" AND
                                Val-Value NOT = "3"
                                 PERFORM Val-Fail
                             END-IF
                             *> NEW: a profile report asks for a reason
                             IF Val-EOF NOT = 'Y' AND Val-Value = "3"
                                 MOVE 1 TO Val-N
                                 PERFORM Val-Consume
                             END-IF
                         END-IF
                     WHEN "2"
                         *> three criteria lines; an empty result
             END-IF
         WHEN "A"
             MOVE "ADMIN" TO Val-State
         WHEN "E"
             MOVE "EVENTS" TO Val-State
         WHEN "M"
             *> employers get "Invalid choice." and nothing is read
             IF Val-Employer-Flag = 'Y'
                 CONTINUE
             ELSE
                 MOVE "MENTOR" TO Val-State
             END-IF
         WHEN "N"
             MOVE "NOTIFY" TO Val-State
         WHEN "X"
             CONTINUE
         WHEN OTHER
             PERFORM Val-Fail
     END-EVALUATE
     .

 *> NEW: career events menu. Like the admin console, the organiser
 *> options are modeled as available; event lists are assumed empty.
 Val-Events-Menu.
     MOVE "events menu" TO Val-Prompt
     PERFORM Val-Read
     IF Val-EOF = 'Y'
         EXIT PARAGRAPH
     END-IF
     EVALUATE Val-Value
         WHEN "1"
         WHEN "2"
             CONTINUE
         WHEN "3"
             *> title, date, time, location, capacity - plus the
             *> company link an administrator is asked for
             IF Val-Employer-Flag = 'Y'
                 MOVE 5 TO Val-N
             ELSE
                 MOVE 6 TO Val-N
             END-IF
             PERFORM Val-Consume
         WHEN "4"
             MOVE 1 TO Val-N
             PERFORM Val-Consume
         WHEN "5"
             *> the event ID, then usernames up to a blank line
             MOVE 1 TO Val-N
             PERFORM Val-Consume
             PERFORM Val-Read
             PERFORM UNTIL Val-EOF = 'Y' OR Val-Value = SPACES
                 PERFORM Val-Read
             END-PERFORM
         WHEN "0"
             MOVE "MAIN" TO Val-State
         WHEN OTHER
             PERFORM Val-Fail
     END-EVALUATE
     .

 *> NEW: mentorship menu; mentor, request and pairing lists are
 *> assumed empty, so only the browse filter and the settings
 *> answers are read.
 Val-Mentor-Menu.
     MOVE "mentorship menu" TO Val-Prompt
     PERFORM Val-Read
     IF Val-EOF = 'Y'
         EXIT PARAGRAPH
     END-IF
     EVALUATE Val-Value
         WHEN "1"
             MOVE 1 TO Val-N
             PERFORM Val-Consume
         WHEN "2"
         WHEN "3"
             CONTINUE
         WHEN "4"
             *> capacity, industry, expertise, availability
             MOVE 4 TO Val-N
             PERFORM Val-Consume
         WHEN "0"
             MOVE "MAIN" TO Val-State
         WHEN OTHER
             PERFORM Val-Fail
     END-EVALUATE
     .

 *> NEW: email & notifications menu; each option reads one answer
 *> (the code prompt assumes an unverified address is on file).
 Val-Notify-Menu.
     MOVE "email menu" TO Val-Prompt
     PERFORM Val-Read
     IF Val-EOF = 'Y'
         EXIT PARAGRAPH
     END-IF
     EVALUATE Val-Value
         WHEN "1"
         WHEN "2"
         WHEN "3"
             MOVE 1 TO Val-N
             PERFORM Val-Consume
         WHEN "0"
             MOVE "MAIN" TO Val-State
         WHEN OTHER
             PERFORM Val-Fail
     END-EVALUATE
     .

 Val-JSearch-Menu.
     MOVE "job search menu" TO Val-Prompt
     PERFORM Val-Read
     IF Val-EOF = 'Y'
         EXIT PARAGRAPH
     END-IF
     EVALUATE Val-Value
         WHEN "1"
             *> title, description, employer, location, salary,
             *> closing date - an employer posting under a company
             *> profile is not asked for the employer name; no
             *> duplicate (and so no confirmation prompt) is assumed
             IF Val-Employer-Flag = 'Y'
                 MOVE 3 TO Val-N
             ELSE
                 MOVE 4 TO Val-N
             END-IF
             PERFORM Val-Consume
             PERFORM Val-Salary-Lines
             MOVE 1 TO Val-N
             PERFORM Val-Consume
             PERFORM Val-Screening-Lines
         WHEN "2"
             MOVE 3 TO Val-N
             PERFORM Val-Consume
                     MOVE 'Y' TO Val-Sub-Done
                 WHEN "3"
                     CONTINUE
                 WHEN "4"
                     *> referral: connection username and the note,
                     *> the connection assumed eligible
                     MOVE 2 TO Val-N
                     PERFORM Val-Consume
                 WHEN OTHER
                     PERFORM Val-Fail
             END-EVALUATE
                 PERFORM Val-Read
                 IF Val-EOF NOT = 'Y' AND Val-Value = "1"
                     *> edit: title, description, employer, location,
                     *> salary, closing date, then whether to replace
                     *> the screening questions (the posting is assumed
                     *> to carry a posted stamp)
                     MOVE 4 TO Val-N
                     PERFORM Val-Consume
                     PERFORM Val-Salary-Lines
                     MOVE 1 TO Val-N
                     PERFORM Val-Consume
                     MOVE "replace screening questions" TO Val-Prompt
                     PERFORM Val-Read
                     IF Val-EOF NOT = 'Y' AND Val-Value = "Y"
                         PERFORM Val-Screening-Lines
                     END-IF
                 END-IF
             ELSE
                 PERFORM Val-Fail
     END-EVALUATE
     .

 *> salary minimum; unless skipped (blank / NONE) the maximum and
 *> the pay period follow
 Val-Salary-Lines.
     MOVE "salary" TO Val-Prompt
     PERFORM Val-Read
     IF Val-EOF NOT = 'Y' AND Val-Value NOT = SPACES AND
        Val-Value NOT = "NONE"
         MOVE 2 TO Val-N
         PERFORM Val-Consume
     END-IF
     .

 *> NEW: screening questions on a posting: a count, then for each
 *> question its text, a type (asked again until Y, M or T), the
 *> choices for a multiple-choice question and the required answer.
 *> Applying is assumed to meet a posting without questions.
 Val-Screening-Lines.
     MOVE "screening question count" TO Val-Prompt
     PERFORM Val-Read
     IF Val-EOF = 'Y'
         EXIT PARAGRAPH
     END-IF
     MOVE 0 TO Val-Scr-Left
     IF FUNCTION TRIM(Val-Value) IS NUMERIC
         MOVE FUNCTION NUMVAL(Val-Value) TO Val-Scr-Left
     END-IF
     IF Val-Scr-Left > 5
         MOVE 5 TO Val-Scr-Left
     END-IF
     PERFORM UNTIL Val-Scr-Left = 0 OR Val-EOF = 'Y'
         MOVE 1 TO Val-N
         PERFORM Val-Consume
         MOVE SPACES TO Val-Value
         PERFORM UNTIL Val-EOF = 'Y' OR Val-Value(1:1) = "Y" OR
                       Val-Value(1:1) = "M" OR Val-Value(1:1) = "T"
             MOVE "screening answer type" TO Val-Prompt
             PERFORM Val-Read
         END-PERFORM
         IF Val-Value(1:1) = "M"
             MOVE 1 TO Val-N
             PERFORM Val-Consume
         END-IF
         MOVE 1 TO Val-N
         PERFORM Val-Consume
         SUBTRACT 1 FROM Val-Scr-Left
     END-PERFORM
     .

 Val-Saved-Searches-Loop.
     MOVE 'N' TO Val-Sub-Done
     PERFORM UNTIL Val-Sub-Done = 'Y' OR Val-EOF = 'Y' OR
             *> the queue only prompts per pending posting - an empty
             *> queue is assumed
             CONTINUE
         WHEN "U"
             *> likewise one prompt per open report - none assumed
             CONTINUE
         WHEN "X"
             MOVE 1 TO Val-N
             PERFORM Val-Consume
         WHEN "P"
             *> the title keyword and location filters
             MOVE 2 TO Val-N
             PERFORM Val-Consume
         WHEN "L"
             *> the billing month
             MOVE 1 TO Val-N
             PERFORM Val-Consume
         WHEN "E"
             CONTINUE
         WHEN "D"
             CONTINUE
         WHEN "G"
             CONTINUE
         WHEN "T"
             MOVE 1 TO Val-N
             PERFORM Val-Consume
     PERFORM Recover-Endorsements-Tmp
     PERFORM Recover-Resumes-Tmp
     PERFORM Recover-Change-Audit-Tmp
     PERFORM Recover-Moderation-Tmp
     PERFORM Recover-Mentors-Tmp
     PERFORM Recover-Mentorships-Tmp
     PERFORM Recover-Notify-Tmp
     PERFORM Recover-Screenq-Tmp
     PERFORM Recover-Enroll-Tmp
     .

 Recover-Jobs-Tmp.
     OPEN EXTEND EVENTS-FILE
     .

 Recover-Moderation-Tmp.
     OPEN INPUT MODERATION-TMP-FILE
     IF FS-MOD-TMP NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO WS-Tmp-Has-Data-Flag
     MOVE SPACES TO WS-Tmp-Last-Line
     MOVE 'N' TO MOD-EOF
     PERFORM UNTIL MOD-EOF = 'Y'
         READ MODERATION-TMP-FILE
             AT END
                 MOVE 'Y' TO MOD-EOF
             NOT AT END
                 MOVE 'Y' TO WS-Tmp-Has-Data-Flag
                 MOVE Moderation-Tmp-Line TO WS-Tmp-Last-Line
         END-READ
     END-PERFORM
     CLOSE MODERATION-TMP-FILE
     IF WS-Tmp-Has-Data-Flag = 'N'
         EXIT PARAGRAPH
     END-IF
     IF WS-Tmp-Last-Line = WS-Rewrite-Trailer
         MOVE "RECOVERY: finishing an interrupted save of Moderation.dat from Moderation.tmp." TO WS-MSG
         PERFORM OUT-MSG
         CLOSE MODERATION-FILE
         PERFORM Copy-Moderation-Tmp-Back
     ELSE
         MOVE "RECOVERY: discarding a half-written Moderation.tmp from an interrupted run - Moderation.dat is intact." TO WS-MSG
         PERFORM OUT-MSG
         OPEN OUTPUT MODERATION-TMP-FILE
         CLOSE MODERATION-TMP-FILE
     END-IF
     .

 Copy-Moderation-Tmp-Back.
     OPEN OUTPUT MODERATION-FILE
     OPEN INPUT MODERATION-TMP-FILE
     MOVE 'N' TO MOD-EOF
     PERFORM UNTIL MOD-EOF = 'Y'
         READ MODERATION-TMP-FILE
             AT END
                 MOVE 'Y' TO MOD-EOF
             NOT AT END
                 IF Moderation-Tmp-Line NOT = WS-Rewrite-Trailer
                     MOVE Moderation-Tmp-Line TO Moderation-Line
                     WRITE Moderation-Line
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MODERATION-TMP-FILE
     CLOSE MODERATION-FILE
     OPEN OUTPUT MODERATION-TMP-FILE
     CLOSE MODERATION-TMP-FILE
     OPEN EXTEND MODERATION-FILE
     .

 Recover-Mentors-Tmp.
     OPEN INPUT MENTORS-TMP-FILE
     IF FS-MTR-TMP NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO WS-Tmp-Has-Data-Flag
     MOVE SPACES TO WS-Tmp-Last-Line
     MOVE 'N' TO MTR-EOF
     PERFORM UNTIL MTR-EOF = 'Y'
         READ MENTORS-TMP-FILE
             AT END
                 MOVE 'Y' TO MTR-EOF
             NOT AT END
                 MOVE 'Y' TO WS-Tmp-Has-Data-Flag
                 MOVE Mentor-Tmp-Line TO WS-Tmp-Last-Line
         END-READ
     END-PERFORM
     CLOSE MENTORS-TMP-FILE
     IF WS-Tmp-Has-Data-Flag = 'N'
         EXIT PARAGRAPH
     END-IF
     IF WS-Tmp-Last-Line = WS-Rewrite-Trailer
         MOVE "RECOVERY: finishing an interrupted save of Mentors.dat from Mentors.tmp." TO WS-MSG
         PERFORM OUT-MSG
         CLOSE MENTORS-FILE
         PERFORM Copy-Mentors-Tmp-Back
     ELSE
         MOVE "RECOVERY: discarding a half-written Mentors.tmp from an interrupted run - Mentors.dat is intact." TO WS-MSG
         PERFORM OUT-MSG
         OPEN OUTPUT MENTORS-TMP-FILE
         CLOSE MENTORS-TMP-FILE
     END-IF
     .

 Copy-Mentors-Tmp-Back.
     OPEN OUTPUT MENTORS-FILE
     OPEN INPUT MENTORS-TMP-FILE
     MOVE 'N' TO MTR-EOF
     PERFORM UNTIL MTR-EOF = 'Y'
         READ MENTORS-TMP-FILE
             AT END
                 MOVE 'Y' TO MTR-EOF
             NOT AT END
                 IF Mentor-Tmp-Line NOT = WS-Rewrite-Trailer
                     MOVE Mentor-Tmp-Line TO Mentor-Line
                     WRITE Mentor-Line
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MENTORS-TMP-FILE
     CLOSE MENTORS-FILE
     OPEN OUTPUT MENTORS-TMP-FILE
     CLOSE MENTORS-TMP-FILE
     OPEN EXTEND MENTORS-FILE
     .

 Recover-Mentorships-Tmp.
     OPEN INPUT MENTORSHIPS-TMP-FILE
     IF FS-MTS-TMP NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO WS-Tmp-Has-Data-Flag
     MOVE SPACES TO WS-Tmp-Last-Line
     MOVE 'N' TO MTS-EOF
     PERFORM UNTIL MTS-EOF = 'Y'
         READ MENTORSHIPS-TMP-FILE
             AT END
                 MOVE 'Y' TO MTS-EOF
             NOT AT END
                 MOVE 'Y' TO WS-Tmp-Has-Data-Flag
                 MOVE Mentorship-Tmp-Line TO WS-Tmp-Last-Line
         END-READ
     END-PERFORM
     CLOSE MENTORSHIPS-TMP-FILE
     IF WS-Tmp-Has-Data-Flag = 'N'
         EXIT PARAGRAPH
     END-IF
     IF WS-Tmp-Last-Line = WS-Rewrite-Trailer
         MOVE "RECOVERY: finishing an interrupted save of Mentorships.dat from Mentorships.tmp." TO WS-MSG
         PERFORM OUT-MSG
         CLOSE MENTORSHIPS-FILE
         PERFORM Copy-Mentorships-Tmp-Back
     ELSE
         MOVE "RECOVERY: discarding a half-written Mentorships.tmp from an interrupted run - Mentorships.dat is intact." TO WS-MSG
         PERFORM OUT-MSG
         OPEN OUTPUT MENTORSHIPS-TMP-FILE
         CLOSE MENTORSHIPS-TMP-FILE
     END-IF
     .

 Copy-Mentorships-Tmp-Back.
     OPEN OUTPUT MENTORSHIPS-FILE
     OPEN INPUT MENTORSHIPS-TMP-FILE
     MOVE 'N' TO MTS-EOF
     PERFORM UNTIL MTS-EOF = 'Y'
         READ MENTORSHIPS-TMP-FILE
             AT END
                 MOVE 'Y' TO MTS-EOF
             NOT AT END
                 IF Mentorship-Tmp-Line NOT = WS-Rewrite-Trailer
                     MOVE Mentorship-Tmp-Line TO Mentorship-Line
                     WRITE Mentorship-Line
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MENTORSHIPS-TMP-FILE
     CLOSE MENTORSHIPS-FILE
     OPEN OUTPUT MENTORSHIPS-TMP-FILE
     CLOSE MENTORSHIPS-TMP-FILE
     OPEN EXTEND MENTORSHIPS-FILE
     .

 Recover-Notify-Tmp.
     OPEN INPUT NOTIFY-TMP-FILE
     IF FS-NTF-TMP NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO WS-Tmp-Has-Data-Flag
     MOVE SPACES TO WS-Tmp-Last-Line
     MOVE 'N' TO NTF-EOF
     PERFORM UNTIL NTF-EOF = 'Y'
         READ NOTIFY-TMP-FILE
             AT END
                 MOVE 'Y' TO NTF-EOF
             NOT AT END
                 MOVE 'Y' TO WS-Tmp-Has-Data-Flag
                 MOVE Notify-Tmp-Line TO WS-Tmp-Last-Line
         END-READ
     END-PERFORM
     CLOSE NOTIFY-TMP-FILE
     IF WS-Tmp-Has-Data-Flag = 'N'
         EXIT PARAGRAPH
     END-IF
     IF WS-Tmp-Last-Line = WS-Rewrite-Trailer
         MOVE "RECOVERY: finishing an interrupted save of NotifySettings.dat from NotifySettings.tmp." TO WS-MSG
         PERFORM OUT-MSG
         CLOSE NOTIFY-FILE
         PERFORM Copy-Notify-Tmp-Back
     ELSE
         MOVE "RECOVERY: discarding a half-written NotifySettings.tmp from an interrupted run - NotifySettings.dat is intact." TO WS-MSG
         PERFORM OUT-MSG
         OPEN OUTPUT NOTIFY-TMP-FILE
         CLOSE NOTIFY-TMP-FILE
     END-IF
     .

 Copy-Notify-Tmp-Back.
     OPEN OUTPUT NOTIFY-FILE
     OPEN INPUT NOTIFY-TMP-FILE
     MOVE 'N' TO NTF-EOF
     PERFORM UNTIL NTF-EOF = 'Y'
         READ NOTIFY-TMP-FILE
             AT END
                 MOVE 'Y' TO NTF-EOF
             NOT AT END
                 IF Notify-Tmp-Line NOT = WS-Rewrite-Trailer
                     MOVE Notify-Tmp-Line TO Notify-Line
                     WRITE Notify-Line
                 END-IF
         END-READ
     END-PERFORM
     CLOSE NOTIFY-TMP-FILE
     CLOSE NOTIFY-FILE
     OPEN OUTPUT NOTIFY-TMP-FILE
     CLOSE NOTIFY-TMP-FILE
     OPEN EXTEND NOTIFY-FILE
     .

 Recover-Screenq-Tmp.
     OPEN INPUT SCREEN-QUESTIONS-TMP-FILE
     IF FS-SCRQ-TMP NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO WS-Tmp-Has-Data-Flag
     MOVE SPACES TO WS-Tmp-Last-Line
     MOVE 'N' TO SCRQ-EOF
     PERFORM UNTIL SCRQ-EOF = 'Y'
         READ SCREEN-QUESTIONS-TMP-FILE
             AT END
                 MOVE 'Y' TO SCRQ-EOF
             NOT AT END
                 MOVE 'Y' TO WS-Tmp-Has-Data-Flag
                 MOVE Screen-Question-Tmp-Line TO WS-Tmp-Last-Line
         END-READ
     END-PERFORM
     CLOSE SCREEN-QUESTIONS-TMP-FILE
     IF WS-Tmp-Has-Data-Flag = 'N'
         EXIT PARAGRAPH
     END-IF
     IF WS-Tmp-Last-Line = WS-Rewrite-Trailer
         MOVE "RECOVERY: finishing an interrupted save of ScreeningQuestions.dat from ScreeningQuestions.tmp." TO WS-MSG
         PERFORM OUT-MSG
         CLOSE SCREEN-QUESTIONS-FILE
         PERFORM Copy-Screenq-Tmp-Back
     ELSE
         MOVE "RECOVERY: discarding a half-written ScreeningQuestions.tmp from an interrupted run - ScreeningQuestions.dat is intact." TO WS-MSG
         PERFORM OUT-MSG
         OPEN OUTPUT SCREEN-QUESTIONS-TMP-FILE
         CLOSE SCREEN-QUESTIONS-TMP-FILE
     END-IF
     .

 Copy-Screenq-Tmp-Back.
     OPEN OUTPUT SCREEN-QUESTIONS-FILE
     OPEN INPUT SCREEN-QUESTIONS-TMP-FILE
     MOVE 'N' TO SCRQ-EOF
     PERFORM UNTIL SCRQ-EOF = 'Y'
         READ SCREEN-QUESTIONS-TMP-FILE
             AT END
                 MOVE 'Y' TO SCRQ-EOF
             NOT AT END
                 IF Screen-Question-Tmp-Line NOT = WS-Rewrite-Trailer
                     MOVE Screen-Question-Tmp-Line TO Screen-Question-Line
                     WRITE Screen-Question-Line
                 END-IF
         END-READ
     END-PERFORM
     CLOSE SCREEN-QUESTIONS-TMP-FILE
     CLOSE SCREEN-QUESTIONS-FILE
     OPEN OUTPUT SCREEN-QUESTIONS-TMP-FILE
     CLOSE SCREEN-QUESTIONS-TMP-FILE
     OPEN EXTEND SCREEN-QUESTIONS-FILE
     .

 Recover-Enroll-Tmp.
     OPEN INPUT ENROLL-TMP-FILE
     IF FS-ENRL-TMP NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO WS-Tmp-Has-Data-Flag
     MOVE SPACES TO WS-Tmp-Last-Line
     MOVE 'N' TO ENRL-EOF
     PERFORM UNTIL ENRL-EOF = 'Y'
         READ ENROLL-TMP-FILE
             AT END
                 MOVE 'Y' TO ENRL-EOF
             NOT AT END
                 MOVE 'Y' TO WS-Tmp-Has-Data-Flag
                 MOVE Enroll-Tmp-Line TO WS-Tmp-Last-Line
         END-READ
     END-PERFORM
     CLOSE ENROLL-TMP-FILE
     IF WS-Tmp-Has-Data-Flag = 'N'
         EXIT PARAGRAPH
     END-IF
     IF WS-Tmp-Last-Line = WS-Rewrite-Trailer
         MOVE "RECOVERY: finishing an interrupted save of EnrollmentVerified.dat from EnrollmentVerified.tmp." TO WS-MSG
         PERFORM OUT-MSG
         CLOSE ENROLL-FILE
         PERFORM Copy-Enroll-Tmp-Back
     ELSE
         MOVE "RECOVERY: discarding a half-written EnrollmentVerified.tmp from an interrupted run - EnrollmentVerified.dat is intact." TO WS-MSG
         PERFORM OUT-MSG
         OPEN OUTPUT ENROLL-TMP-FILE
         CLOSE ENROLL-TMP-FILE
     END-IF
     .

 Copy-Enroll-Tmp-Back.
     OPEN OUTPUT ENROLL-FILE
     OPEN INPUT ENROLL-TMP-FILE
     MOVE 'N' TO ENRL-EOF
     PERFORM UNTIL ENRL-EOF = 'Y'
         READ ENROLL-TMP-FILE
             AT END
                 MOVE 'Y' TO ENRL-EOF
             NOT AT END
                 IF Enroll-Tmp-Line NOT = WS-Rewrite-Trailer
                     MOVE Enroll-Tmp-Line TO Enroll-Line
                     WRITE Enroll-Line
                 END-IF
         END-READ
     END-PERFORM
     CLOSE ENROLL-TMP-FILE
     CLOSE ENROLL-FILE
     OPEN OUTPUT ENROLL-TMP-FILE
     CLOSE ENROLL-TMP-FILE
     OPEN EXTEND ENROLL-FILE
     .

 *> -----------------------------
 *> NEW: checkpoint/restart support so a rerun of the batch input
 *> resumes after the last line consumed instead of replaying it.
 *> -----------------------------
 Load-Checkpoint.
     MOVE 0 TO WS-Lines-Consumed
     MOVE SPACES TO WS-Checkpoint-User
     SET WS-Is-Not-Restart TO TRUE
     SET WS-Resume-As-Not-Logged-In TO TRUE
     OPEN INPUT CHECKPOINT-FILE
     IF FS-CKPT NOT = "35"
         READ CHECKPOINT-FILE
             AT END
                 CONTINUE
             NOT AT END
                 MOVE SPACES TO WS-Ckpt-Count-Part WS-Ckpt-User-Part
                 UNSTRING Checkpoint-Line DELIMITED BY '|'
                     INTO WS-Ckpt-Count-Part, WS-Ckpt-User-Part
                 END-UNSTRING
                 MOVE FUNCTION NUMVAL(WS-Ckpt-Count-Part) TO WS-Lines-Consumed
                 IF WS-Lines-Consumed > 0
                     SET WS-Is-Restart TO TRUE
                 END-IF
                 IF WS-Ckpt-User-Part NOT = SPACES
                     MOVE WS-Ckpt-User-Part TO WS-Checkpoint-User
                     SET WS-Resume-As-Logged-In TO TRUE
                 END-IF
         END-READ
         CLOSE CHECKPOINT-FILE
     END-IF
     .

 Skip-Consumed-Input-Lines.
     PERFORM VARYING WS-Skip-Count FROM 1 BY 1
         UNTIL WS-Skip-Count > WS-Lines-Consumed OR EOF-IN = 'Y'
         READ INPUT-FILE
             AT END
                 MOVE 'Y' TO EOF-IN
             NOT AT END
                 CONTINUE
         END-READ
     END-PERFORM
     .

 Save-Checkpoint.
     *> NEW: checkpoints describe the single default script - they
     *> mean nothing across a batch of per-session scripts
     IF Batch-Mode
         EXIT PARAGRAPH
     END-IF
     OPEN OUTPUT CHECKPOINT-FILE
     MOVE SPACES TO Checkpoint-Line
     STRING
         WS-Lines-Consumed                 DELIMITED BY SIZE
         "|"                               DELIMITED BY SIZE
         FUNCTION TRIM(WS-Checkpoint-User) DELIMITED BY SIZE
         INTO Checkpoint-Line
     END-STRING
     WRITE Checkpoint-Line
     CLOSE CHECKPOINT-FILE
     .

 Reset-Checkpoint.
     *> NEW: in batch mode checkpoints are suppressed anyway, and the
     *> line counter must survive the session's AT END so the batch
     *> summary can report how many lines the session consumed
     IF Batch-Mode
         EXIT PARAGRAPH
     END-IF
     MOVE 0 TO WS-Lines-Consumed
     MOVE SPACES TO WS-Checkpoint-User
     PERFORM Save-Checkpoint
     .

 *> Display to screen AND write to output file
 OUT-MSG.
     *> NEW: count invalid-answer responses so the batch summary can
     *> say which sessions hit errors
     IF WS-MSG(1:14) = "Invalid choice"
         ADD 1 TO WS-Session-Error-Count
     END-IF
     MOVE WS-MSG TO OutLine
     DISPLAY WS-MSG
     WRITE OutLine
     .

 *> Consume one line from input file per prompt
 READ-NEXT-INPUT.
     IF EOF-IN = 'Y'
         MOVE SPACES TO InLine
         EXIT PARAGRAPH
     END-IF
     READ INPUT-FILE
         AT END
             MOVE 'Y' TO EOF-IN
             MOVE "End of file reached" TO WS-MSG
             PERFORM OUT-MSG
             PERFORM Reset-Checkpoint
         NOT AT END
             MOVE FUNCTION TRIM(InLine) TO WS-INPUT-VALUE
             ADD 1 TO WS-Lines-Consumed
     END-READ
     .

 *> -----------------------------
 *> LOGIN MENU
 *> -----------------------------
 Show-Login-Menu.
     MOVE "Welcome to InCollege!" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "1. Log In" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Create New Account" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Forgot Password" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> PROFILE MANAGEMENT PARAGRAPHS
 *> -----------------------------
 Edit-Basic-Info.
     MOVE "=== Basic Information ===" TO WS-MSG
             PERFORM OUT-MSG
         END-PERFORM
     END-IF
     *> NEW: career events the student was checked in at
     MOVE UserName TO Rsv-Lookup-User
     PERFORM Display-Attended-Events
     MOVE "--------------------" TO WS-MSG
     PERFORM OUT-MSG
     .
            FUNCTION TRIM(Search-Last-Name) DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     *> NEW: the registrar's verified badge goes with the name
     MOVE Search-Username TO Enr-Lookup-User
     PERFORM Check-Enrollment-Verified
     IF Enr-User-Verified
         MOVE SPACES TO WS-MSG
         STRING "[Verified student - " DELIMITED BY SIZE
                FUNCTION TRIM(Enr-Verified-Univ) DELIMITED BY SIZE
                "]" DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
     END-IF

     *> NEW: stop here when the owner has restricted who may see the
     *> body - the name alone is enough to send a connection request
     *> NEW: registration creates students or employers; administrators
     *> are still only ever promoted via AdminBootstrap.dat
     MOVE WS-Reg-Account-Type TO Acct-Rec-Type
     MOVE FUNCTION CURRENT-DATE(1:8) TO Acct-Rec-Pw-Changed
     WRITE Account-Record
         INVALID KEY
             MOVE "Unable to save the new account." TO WS-MSG
             PERFORM OUT-MSG
         NOT INVALID KEY
             PERFORM Append-Password-History
     END-WRITE
     .

             MOVE UserPassword TO PW-Clear
             PERFORM Hash-New-Password
             MOVE PW-Stored TO Acct-Rec-Password
             *> NEW: restart the password's age; PW-Temp-Flag marks an
             *> administrator's temporary password for a forced change
             MOVE FUNCTION CURRENT-DATE(1:8) TO Acct-Rec-Pw-Changed
             MOVE PW-Temp-Flag TO Acct-Rec-Pw-Must-Change
             REWRITE Account-Record
             PERFORM Append-Password-History
     END-READ
     .

 *> ===============================================================
 *> NEW: password ageing and reuse history. Every password set is
 *> appended (hashed) to PasswordHistory.dat; a new password may not
 *> match the current one or any of the account's last
 *> PASSWORD-HISTORY-COUNT. A password older than
 *> PASSWORD-MAX-AGE-DAYS, or a temporary one an administrator set,
 *> has to be replaced at login before the main menu.
 *> ===============================================================
 Append-Password-History.
     MOVE SPACES TO Password-History-Line
     STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(PW-Stored) DELIMITED BY SIZE
            INTO Password-History-Line
     END-STRING
     WRITE Password-History-Line
     .

 *> In: UserName (case as on file) and the candidate UserPassword.
 *> Out: PW-Reused when it matches the current or a recent password.
 Check-Password-Reuse.
     SET PW-Not-Reused TO TRUE
     MOVE UserPassword TO PW-Candidate
     MOVE SPACES TO Account-Record
     MOVE UserName TO Acct-Rec-Username
     READ ACCOUNTS-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE Acct-Rec-Password TO PW-Stored
             MOVE PW-Candidate TO PW-Clear
             PERFORM Check-Password-Against-Stored
             IF PW-Match
                 SET PW-Reused TO TRUE
                 EXIT PARAGRAPH
             END-IF
     END-READ

     *> the account's last N history rows, kept in a ring
     MOVE SPACES TO PW-Hist-Ring
     MOVE 0 TO PW-Hist-Count PW-Hist-Next
     CLOSE PASSWORD-HISTORY-FILE
     OPEN INPUT PASSWORD-HISTORY-FILE
     MOVE 'N' TO PWH-EOF
     PERFORM UNTIL PWH-EOF = 'Y'
         READ PASSWORD-HISTORY-FILE
             AT END
                 MOVE 'Y' TO PWH-EOF
             NOT AT END
                 MOVE SPACES TO PW-Hist-User PW-Hist-Stamp PW-Hist-Hash
                 UNSTRING Password-History-Line DELIMITED BY '|'
                     INTO PW-Hist-User, PW-Hist-Stamp, PW-Hist-Hash
                 END-UNSTRING
                 IF FUNCTION UPPER-CASE(PW-Hist-User) =
                    FUNCTION UPPER-CASE(UserName) AND
                    PW-Hist-Hash NOT = SPACES
                     ADD 1 TO PW-Hist-Next
                     IF PW-Hist-Next > WS-Password-History-Count
                         MOVE 1 TO PW-Hist-Next
                     END-IF
                     MOVE PW-Hist-Hash TO PW-Hist-Entry(PW-Hist-Next)
                     IF PW-Hist-Count < WS-Password-History-Count
                         ADD 1 TO PW-Hist-Count
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE PASSWORD-HISTORY-FILE
     OPEN EXTEND PASSWORD-HISTORY-FILE

     PERFORM VARYING PW-Hist-Idx FROM 1 BY 1
         UNTIL PW-Hist-Idx > PW-Hist-Count OR PW-Reused
         MOVE PW-Hist-Entry(PW-Hist-Idx) TO PW-Stored
         MOVE PW-Candidate TO PW-Clear
         PERFORM Check-Password-Against-Stored
         IF PW-Match
             SET PW-Reused TO TRUE
         END-IF
     END-PERFORM
     .

 *> In: PW-Changed-Date / PW-Must-Change-Flag from the login's
 *> account row. A row from before password ageing gets today's date
 *> now, so existing users are not all forced to change at once.
 Check-Password-Expiry.
     SET PW-Not-Expired TO TRUE
     IF PW-Must-Change-Flag = 'Y'
         SET PW-Expired TO TRUE
         EXIT PARAGRAPH
     END-IF
     IF PW-Changed-Date IS NOT NUMERIC
         MOVE SPACES TO Account-Record
         MOVE UserName TO Acct-Rec-Username
         READ ACCOUNTS-FILE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE FUNCTION CURRENT-DATE(1:8) TO Acct-Rec-Pw-Changed
                 REWRITE Account-Record
         END-READ
         EXIT PARAGRAPH
     END-IF
     IF WS-Password-Max-Age-Days = 0
         EXIT PARAGRAPH
     END-IF
     COMPUTE PW-Age-Days =
         FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
       - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PW-Changed-Date))
     IF PW-Age-Days >= WS-Password-Max-Age-Days
         SET PW-Expired TO TRUE
     END-IF
     .

 *> the login cannot finish until a new, unused password is set;
 *> leaves Pass-Is-Invalid if the input ran out first
 Force-Password-Change.
     IF PW-Must-Change-Flag = 'Y'
         MOVE "Your password was reset by an administrator. Choose a new password to continue." TO WS-MSG
     ELSE
         MOVE WS-Password-Max-Age-Days TO PW-Days-Shown
         MOVE SPACES TO WS-MSG
         STRING "Your password is more than " DELIMITED BY SIZE
                FUNCTION TRIM(PW-Days-Shown) DELIMITED BY SIZE
                " days old and has expired. Choose a new password to continue."
                    DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
     END-IF
     PERFORM OUT-MSG
     MOVE "Password requirements:" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "- 8 to 12 characters" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "- At least one uppercase letter (A-Z)" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "- At least one digit (0-9)" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "- At least one special character (!@#$... etc.)" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "- Not the same as any of your recent passwords" TO WS-MSG
     PERFORM OUT-MSG

     SET Pass-Is-Invalid TO TRUE
     PERFORM UNTIL Pass-Is-Valid OR EOF-IN = "Y"
         MOVE "Please enter your new password: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN = "Y"
             EXIT PERFORM
         END-IF
         MOVE FUNCTION TRIM(InLine) TO UserPassword

         PERFORM Validate-Password
         IF Pass-Is-Invalid
             MOVE "It doesn't meet requirements, try again." TO WS-MSG
             PERFORM OUT-MSG
         ELSE
             PERFORM Check-Password-Reuse
             IF PW-Reused
                 SET Pass-Is-Invalid TO TRUE
                 MOVE "That password was used recently - choose a different one." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM

     IF Pass-Is-Valid
         MOVE 'N' TO PW-Temp-Flag
         PERFORM Update-Account-Record
         MOVE "Your password has been changed." TO WS-MSG
         PERFORM OUT-MSG
         MOVE "PWEXPIRED" TO CA-Action
         MOVE UserName TO CA-Target
         MOVE SPACES TO CA-Old-Value CA-New-Value
         PERFORM Write-Change-Audit
     END-IF
     .

 *> -----------------------------
 *> LOGIN
 *> -----------------------------
 Do-Login.
     IF Account-Count = 0
         MOVE "No accounts exist. Create an account first." TO WS-MSG
         PERFORM OUT-MSG
         *> release the run lock on this early exit too, so the next
         *> run is not refused against a lock nobody holds
         PERFORM Release-Run-Lock
         PERFORM Close-Files
         STOP RUN
     END-IF

     SET Pass-Is-Invalid TO TRUE
     PERFORM WITH TEST AFTER UNTIL Pass-Is-Valid OR EOF-IN = "Y"
         MOVE "Please enter your username: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN = "Y"
             EXIT PERFORM
         END-IF
         MOVE FUNCTION TRIM(InLine) TO UserName

         PERFORM Check-Account-Locked
         IF Account-Is-Locked
             MOVE "This account is temporarily locked due to multiple failed login attempts. Please try again later." TO WS-MSG
             PERFORM OUT-MSG
             MOVE FUNCTION TRIM(InLine) TO UserPassword

             PERFORM Check-Credentials
             MOVE Acct-Rec-Pw-Changed TO PW-Changed-Date
             MOVE Acct-Rec-Pw-Must-Change TO PW-Must-Change-Flag
             IF Pass-Is-Valid AND Acct-Rec-Deactivated
                 *> right password, but the account has been closed
                 SET Pass-Is-Invalid TO TRUE
                     ELSE
                         SET User-Is-Not-Employer TO TRUE
                     END-IF
                     *> NEW: an expired or temporary password has to be
                     *> replaced before the main menu
                     PERFORM Check-Password-Expiry
                     IF PW-Expired
                         PERFORM Force-Password-Change
                         IF Pass-Is-Invalid
                             EXIT PERFORM
                         END-IF
                     END-IF
                     MOVE "You have successfully logged in." TO WS-MSG
                     PERFORM OUT-MSG
                     MOVE SPACES TO WS-MSG
         PERFORM OUT-MSG
     ELSE
         PERFORM Verify-Identity-For-Password-Reset
         *> NEW: with a verified email on file, the address is asked too
         IF Identity-Is-Verified
             PERFORM Verify-Email-For-Password-Reset
         END-IF
         IF Identity-Is-Not-Verified
             MOVE "Identity verification failed. Unable to reset password." TO WS-MSG
             PERFORM OUT-MSG
                 IF Pass-Is-Invalid
                     MOVE "It doesn't meet requirements, try again." TO WS-MSG
                     PERFORM OUT-MSG
                 ELSE
                     *> NEW: no reusing a recent password
                     PERFORM Check-Password-Reuse
                     IF PW-Reused
                         SET Pass-Is-Invalid TO TRUE
                         MOVE "That password was used recently - choose a different one." TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 END-IF
             END-PERFORM

             IF Pass-Is-Valid
                 MOVE 'N' TO PW-Temp-Flag
                 PERFORM Update-Account-Record
                 MOVE "Your password has been updated. Please log in." TO WS-MSG
                 PERFORM OUT-MSG
         MOVE 'E' TO WS-Reg-Account-Type
     END-IF

     *> --- Email step ---
     *> NEW: optional address for notification emails and a second
     *> check on password resets; it is verified by a mailed code
     MOVE SPACES TO Ntf-Email-In
     SET Ntf-Email-Invalid TO TRUE
     PERFORM UNTIL Ntf-Email-Valid OR EOF-IN = "Y"
         MOVE "Email address (press Enter to skip): " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
             MOVE SPACES TO Ntf-Email-In
             SET Ntf-Email-Valid TO TRUE
         ELSE
             MOVE FUNCTION TRIM(InLine) TO Ntf-Email-In
             PERFORM Validate-Email-Address
             IF Ntf-Email-Invalid
                 MOVE "That does not look like an email address - try again or press Enter to skip." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM

     *> --- Persist (already OPEN EXTEND) ---
     ADD 1 TO Account-Count
     PERFORM Append-Account-To-Disk
     MOVE "Account created successfully." TO WS-MSG
     PERFORM OUT-MSG

     IF Ntf-Email-In NOT = SPACES
         PERFORM Set-My-Email
     END-IF

     *> NEW: a new employer account sets up its company profile right
     *> away, so its postings can be stamped with the company identity
     IF WS-Reg-Account-Type = 'E'
     .

 *> ===============================================================
 *> NEW: email address, notification preference and the mail
 *> outbox. NotifySettings.dat keeps one row per user:
 *>   username|email|pref|verified|code|updated|evtsent|msgsent
 *> pref I immediate (one email per notification), D daily digest
 *> (one email a day), N none. An address is only mailed once the
 *> user has entered the code sent to it. The MAILOUTBOX end-of-day
 *> step turns unseen Events.dat rows and new unread Messages.idx
 *> mail into MailOutbox.dat records for the mail relay; evtsent and
 *> msgsent hold the newest timestamp already covered, so nothing is
 *> mailed twice, and every email written is logged to
 *> NotifySent.dat.
 *> ===============================================================
 Load-Notify-Settings.
     MOVE 0 TO Ntf-Count Ntf-Skipped
     CLOSE NOTIFY-FILE
     OPEN INPUT NOTIFY-FILE
     MOVE 'N' TO NTF-EOF
     PERFORM UNTIL NTF-EOF = 'Y'
         READ NOTIFY-FILE
             AT END
                 MOVE 'Y' TO NTF-EOF
             NOT AT END
                 MOVE SPACES TO Ntf-In-User Ntf-In-Email Ntf-In-Pref
                                Ntf-In-Verified Ntf-In-Code
                                Ntf-In-Updated Ntf-In-Evt-Hwm
                                Ntf-In-Msg-Hwm
                 UNSTRING Notify-Line DELIMITED BY '|'
                     INTO Ntf-In-User, Ntf-In-Email, Ntf-In-Pref,
                          Ntf-In-Verified, Ntf-In-Code, Ntf-In-Updated,
                          Ntf-In-Evt-Hwm, Ntf-In-Msg-Hwm
                 END-UNSTRING
                 IF Ntf-In-User NOT = SPACES
                     IF Ntf-Count < 500
                         ADD 1 TO Ntf-Count
                         MOVE Ntf-In-User TO Ntf-User(Ntf-Count)
                         MOVE Ntf-In-Email TO Ntf-Email(Ntf-Count)
                         MOVE Ntf-In-Pref TO Ntf-Pref(Ntf-Count)
                         MOVE Ntf-In-Verified TO Ntf-Verified(Ntf-Count)
                         MOVE Ntf-In-Code TO Ntf-Code(Ntf-Count)
                         MOVE Ntf-In-Updated TO Ntf-Updated(Ntf-Count)
                         MOVE Ntf-In-Evt-Hwm TO Ntf-Evt-Hwm(Ntf-Count)
                         MOVE Ntf-In-Msg-Hwm TO Ntf-Msg-Hwm(Ntf-Count)
                     ELSE
                         ADD 1 TO Ntf-Skipped
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE NOTIFY-FILE
     OPEN EXTEND NOTIFY-FILE
     IF Ntf-Skipped > 0
         MOVE "WARNING: NotifySettings.dat holds more than 500 rows; the rest were not loaded." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> Ntf-Lookup-User -> Ntf-Found (0 when the user has no row)
 Find-Notify-Entry.
     MOVE 0 TO Ntf-Found
     PERFORM VARYING Ntf-Idx FROM 1 BY 1
         UNTIL Ntf-Idx > Ntf-Count OR Ntf-Found > 0
         IF Ntf-User(Ntf-Idx) = Ntf-Lookup-User
             MOVE Ntf-Idx TO Ntf-Found
         END-IF
     END-PERFORM
     .

 *> the current user's row, added with the defaults if missing
 Load-My-Notify-Entry.
     PERFORM Load-Notify-Settings
     MOVE UserName TO Ntf-Lookup-User
     PERFORM Find-Notify-Entry
     IF Ntf-Found = 0 AND Ntf-Count < 500
         ADD 1 TO Ntf-Count
         MOVE Ntf-Count TO Ntf-Found
         MOVE SPACES TO Ntf-Entry(Ntf-Found)
         MOVE UserName TO Ntf-User(Ntf-Found)
         MOVE 'D' TO Ntf-Pref(Ntf-Found)
         MOVE 'N' TO Ntf-Verified(Ntf-Found)
     END-IF
     .

 Save-Notify-Table.
     CLOSE NOTIFY-FILE
     OPEN OUTPUT NOTIFY-TMP-FILE
     PERFORM VARYING Ntf-Idx FROM 1 BY 1 UNTIL Ntf-Idx > Ntf-Count
         MOVE SPACES TO Notify-Tmp-Line
         STRING FUNCTION TRIM(Ntf-User(Ntf-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Ntf-Email(Ntf-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Ntf-Pref(Ntf-Idx) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Ntf-Verified(Ntf-Idx) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Ntf-Code(Ntf-Idx) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Ntf-Updated(Ntf-Idx) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Ntf-Evt-Hwm(Ntf-Idx) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Ntf-Msg-Hwm(Ntf-Idx) DELIMITED BY SIZE
                INTO Notify-Tmp-Line
         END-STRING
         WRITE Notify-Tmp-Line
     END-PERFORM
     IF Ntf-Skipped > 0
         PERFORM Copy-Unloaded-Notify-Rows
     END-IF
     MOVE WS-Rewrite-Trailer TO Notify-Tmp-Line
     WRITE Notify-Tmp-Line
     CLOSE NOTIFY-TMP-FILE
     PERFORM Copy-Notify-Tmp-Back
     .

 *> rows past the table limit go through to the tmp file unchanged
 Copy-Unloaded-Notify-Rows.
     MOVE 0 TO Ntf-Row-Seen
     OPEN INPUT NOTIFY-FILE
     MOVE 'N' TO NTF-EOF
     PERFORM UNTIL NTF-EOF = 'Y'
         READ NOTIFY-FILE
             AT END
                 MOVE 'Y' TO NTF-EOF
             NOT AT END
                 MOVE SPACES TO Ntf-In-User
                 UNSTRING Notify-Line DELIMITED BY '|'
                     INTO Ntf-In-User
                 END-UNSTRING
                 IF Ntf-In-User NOT = SPACES
                     ADD 1 TO Ntf-Row-Seen
                     IF Ntf-Row-Seen > 500
                         MOVE Notify-Line TO Notify-Tmp-Line
                         WRITE Notify-Tmp-Line
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE NOTIFY-FILE
     .

 *> Ntf-Email-In -> Ntf-Email-Valid: one @ with text either side, a
 *> dot somewhere after it, and no spaces
 Validate-Email-Address.
     SET Ntf-Email-Invalid TO TRUE
     MOVE 0 TO Ntf-At-Count Ntf-Space-Count Ntf-At-Pos Ntf-Dot-Count
     MOVE FUNCTION LENGTH(FUNCTION TRIM(Ntf-Email-In)) TO Ntf-Email-Len
     IF Ntf-Email-In = SPACES OR Ntf-Email-Len > 80
         EXIT PARAGRAPH
     END-IF
     INSPECT Ntf-Email-In(1:Ntf-Email-Len)
         TALLYING Ntf-At-Count FOR ALL "@"
                  Ntf-Space-Count FOR ALL SPACE
     IF Ntf-At-Count NOT = 1 OR Ntf-Space-Count > 0
         EXIT PARAGRAPH
     END-IF
     INSPECT Ntf-Email-In(1:Ntf-Email-Len)
         TALLYING Ntf-At-Pos FOR CHARACTERS BEFORE INITIAL "@"
     IF Ntf-At-Pos = 0 OR Ntf-At-Pos + 1 >= Ntf-Email-Len
         EXIT PARAGRAPH
     END-IF
     INSPECT Ntf-Email-In(Ntf-At-Pos + 2:Ntf-Email-Len - Ntf-At-Pos - 1)
         TALLYING Ntf-Dot-Count FOR ALL "."
     IF Ntf-Dot-Count > 0 AND
        Ntf-Email-In(Ntf-Email-Len:1) NOT = "." AND
        Ntf-Email-In(Ntf-At-Pos + 2:1) NOT = "."
         SET Ntf-Email-Valid TO TRUE
     END-IF
     .

 *> Ntf-Email-In becomes UserName's address (unverified) and a
 *> verification code goes out to it
 Set-My-Email.
     PERFORM Load-My-Notify-Entry
     IF Ntf-Found = 0
         MOVE "Email settings are full - address NOT saved." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE Ntf-Email(Ntf-Found) TO CA-Old-Value
     MOVE Ntf-Email-In TO Ntf-Email(Ntf-Found)
     MOVE 'N' TO Ntf-Verified(Ntf-Found)
     ADD 1 TO Ntf-Seq
     COMPUTE Ntf-Code-N = FUNCTION MOD(
         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:8)) * 7919
         + Ntf-Seq * 104729, 900000) + 100000
     MOVE Ntf-Code-N TO Ntf-Code(Ntf-Found)
     MOVE FUNCTION CURRENT-DATE(1:14) TO Ntf-Updated(Ntf-Found)
     PERFORM Save-Notify-Table

     MOVE "EMAILSET" TO CA-Action
     MOVE UserName TO CA-Target
     MOVE Ntf-Email-In TO CA-New-Value
     PERFORM Write-Change-Audit

     *> the verification email
     MOVE SPACES TO Mail-Outbox-Record
     MOVE Ntf-Email(Ntf-Found) TO OB-Address
     MOVE "Verify your InCollege email address" TO OB-Subject
     MOVE SPACES TO OB-Body-Line(1)
     STRING "Hello " DELIMITED BY SIZE
            FUNCTION TRIM(UserName) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            INTO OB-Body-Line(1)
     END-STRING
     MOVE SPACES TO OB-Body-Line(2)
     STRING "Your InCollege verification code is " DELIMITED BY SIZE
            Ntf-Code(Ntf-Found) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO OB-Body-Line(2)
     END-STRING
     MOVE "Enter it under Email & Notifications on the main menu to verify this address."
         TO OB-Body-Line(3)
     MOVE 3 TO OB-Body-Count
     MOVE "VERIFY" TO Mail-Kind
     PERFORM Write-Outbox-Mail

     MOVE SPACES TO WS-MSG
     STRING "A verification code has been sent to " DELIMITED BY SIZE
            FUNCTION TRIM(Ntf-Email-In) DELIMITED BY SIZE
            " - enter it under Email & Notifications to verify the address."
                DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 *> Mail-Outbox-Record (address, subject, body) for UserName ->
 *> MailOutbox.dat, logged to NotifySent.dat
 Write-Outbox-Mail.
     ADD 1 TO Ntf-Seq
     MOVE FUNCTION CURRENT-DATE(1:14) TO OB-Created
     MOVE SPACES TO OB-Msg-Id
     STRING "M" DELIMITED BY SIZE
            OB-Created DELIMITED BY SIZE
            Ntf-Seq DELIMITED BY SIZE
            INTO OB-Msg-Id
     END-STRING
     MOVE UserName TO OB-Username
     OPEN EXTEND MAIL-OUTBOX-FILE
     IF FS-MOUT = "35"
         OPEN OUTPUT MAIL-OUTBOX-FILE
     END-IF
     WRITE Mail-Outbox-Record
     CLOSE MAIL-OUTBOX-FILE

     MOVE SPACES TO Notify-Sent-Line
     STRING OB-Created DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            OB-Msg-Id DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(UserName) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(OB-Address) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mail-Kind) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(OB-Subject) DELIMITED BY SIZE
            INTO Notify-Sent-Line
     END-STRING
     WRITE Notify-Sent-Line
     ADD 1 TO Mail-Sent-Count
     .

 *> -----------------------------
 *> Main menu N: the user's email address and preference
 *> -----------------------------
 Email-Settings-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "0" OR EOF-IN = "Y"
         PERFORM Email-Settings-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Change-My-Email
                 WHEN "2"
                     PERFORM Change-Notify-Preference
                 WHEN "3"
                     PERFORM Verify-My-Email
                 WHEN "0"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
     END-PERFORM
     .

 Email-Settings-Menu.
     PERFORM Load-My-Notify-Entry
     MOVE "--- Email & Notifications ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     IF Ntf-Found = 0 OR Ntf-Email(Ntf-Found) = SPACES
         MOVE "Email: (none on file)" TO WS-MSG
     ELSE
         IF Ntf-Verified(Ntf-Found) = 'Y'
             STRING "Email: " DELIMITED BY SIZE
                    FUNCTION TRIM(Ntf-Email(Ntf-Found)) DELIMITED BY SIZE
                    " (verified)" DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
         ELSE
             STRING "Email: " DELIMITED BY SIZE
                    FUNCTION TRIM(Ntf-Email(Ntf-Found)) DELIMITED BY SIZE
                    " (not verified)" DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
         END-IF
     END-IF
     PERFORM OUT-MSG
     IF Ntf-Found > 0
         EVALUATE Ntf-Pref(Ntf-Found)
             WHEN 'I'
                 MOVE "Notifications: Immediate" TO WS-MSG
             WHEN 'N'
                 MOVE "Notifications: None" TO WS-MSG
             WHEN OTHER
                 MOVE "Notifications: Daily digest" TO WS-MSG
         END-EVALUATE
         PERFORM OUT-MSG
     END-IF
     MOVE "1. Change My Email Address" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Change My Notification Preference" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Verify My Email Address" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "0. Back to Main Menu" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 Change-My-Email.
     MOVE "Enter your new email address (or REMOVE to delete it): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "REMOVE"
         PERFORM Load-My-Notify-Entry
         IF Ntf-Found > 0
             MOVE Ntf-Email(Ntf-Found) TO CA-Old-Value
             MOVE SPACES TO Ntf-Email(Ntf-Found) Ntf-Code(Ntf-Found)
             MOVE 'N' TO Ntf-Verified(Ntf-Found)
             MOVE FUNCTION CURRENT-DATE(1:14) TO Ntf-Updated(Ntf-Found)
             PERFORM Save-Notify-Table
             MOVE "EMAILSET" TO CA-Action
             MOVE UserName TO CA-Target
             MOVE SPACES TO CA-New-Value
             PERFORM Write-Change-Audit
         END-IF
         MOVE "Email address removed." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Ntf-Email-In
     PERFORM Validate-Email-Address
     IF Ntf-Email-Invalid
         MOVE "That does not look like an email address - nothing changed." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     PERFORM Set-My-Email
     .

 Change-Notify-Preference.
     MOVE "Email me: I = each notification, D = a daily digest, N = never: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) TO Ntf-In-Pref
     IF Ntf-In-Pref NOT = 'I' AND Ntf-In-Pref NOT = 'D' AND
        Ntf-In-Pref NOT = 'N'
         MOVE "Please enter I, D or N - nothing changed." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     PERFORM Load-My-Notify-Entry
     IF Ntf-Found = 0
         MOVE "Email settings are full - preference NOT saved." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE Ntf-Pref(Ntf-Found) TO CA-Old-Value
     MOVE Ntf-In-Pref TO Ntf-Pref(Ntf-Found)
     MOVE FUNCTION CURRENT-DATE(1:14) TO Ntf-Updated(Ntf-Found)
     PERFORM Save-Notify-Table
     MOVE "NOTIFYPREF" TO CA-Action
     MOVE UserName TO CA-Target
     MOVE Ntf-In-Pref TO CA-New-Value
     PERFORM Write-Change-Audit
     MOVE "Notification preference saved." TO WS-MSG
     PERFORM OUT-MSG
     IF Ntf-In-Pref NOT = 'N' AND Ntf-Verified(Ntf-Found) NOT = 'Y'
         MOVE "Emails start once your address is verified." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 Verify-My-Email.
     PERFORM Load-My-Notify-Entry
     IF Ntf-Found = 0 OR Ntf-Email(Ntf-Found) = SPACES
         MOVE "You have no email address on file - add one first." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF Ntf-Verified(Ntf-Found) = 'Y'
         MOVE "Your email address is already verified." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE "Enter the verification code from the email we sent you: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION TRIM(InLine) NOT = Ntf-Code(Ntf-Found) OR
        Ntf-Code(Ntf-Found) = SPACES
         MOVE "That code does not match - the address is still unverified." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE 'Y' TO Ntf-Verified(Ntf-Found)
     MOVE SPACES TO Ntf-Code(Ntf-Found)
     MOVE FUNCTION CURRENT-DATE(1:14) TO Ntf-Updated(Ntf-Found)
     PERFORM Save-Notify-Table
     MOVE "EMAILVERIFY" TO CA-Action
     MOVE UserName TO CA-Target
     MOVE SPACES TO CA-Old-Value
     MOVE Ntf-Email(Ntf-Found) TO CA-New-Value
     PERFORM Write-Change-Audit
     MOVE "Email address verified." TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Password reset: a verified address on file must be given too
 *> -----------------------------
 Verify-Email-For-Password-Reset.
     PERFORM Load-Notify-Settings
     MOVE UserName TO Ntf-Lookup-User
     PERFORM Find-Notify-Entry
     IF Ntf-Found = 0
         EXIT PARAGRAPH
     END-IF
     IF Ntf-Verified(Ntf-Found) NOT = 'Y' OR
        Ntf-Email(Ntf-Found) = SPACES
         EXIT PARAGRAPH
     END-IF
     SET Identity-Is-Not-Verified TO TRUE
     MOVE "Email address on file: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) =
        FUNCTION UPPER-CASE(FUNCTION TRIM(Ntf-Email(Ntf-Found)))
         SET Identity-Is-Verified TO TRUE
     END-IF
     .

 *> -----------------------------
 *> End-of-day MAILOUTBOX step
 *> -----------------------------
 Build-Mail-Outbox.
     MOVE 0 TO Mail-Sent-Count
     MOVE UserName TO Ntf-User-Stash
     PERFORM Load-Notify-Settings
     PERFORM VARYING Ntf-Idx FROM 1 BY 1 UNTIL Ntf-Idx > Ntf-Count
         MOVE Ntf-Evt-Hwm(Ntf-Idx) TO Ntf-New-Evt-Hwm(Ntf-Idx)
         MOVE Ntf-Msg-Hwm(Ntf-Idx) TO Ntf-New-Msg-Hwm(Ntf-Idx)
         MOVE 0 TO Ntf-Evt-Pending(Ntf-Idx) Ntf-Msg-Pending(Ntf-Idx)
                   Ntf-Digest-Count(Ntf-Idx)
     END-PERFORM

     *> unseen notifications not yet covered
     CLOSE EVENTS-FILE
     OPEN INPUT EVENTS-FILE
     MOVE 'N' TO EVT-EOF
     PERFORM UNTIL EVT-EOF = 'Y'
         READ EVENTS-FILE
             AT END
                 MOVE 'Y' TO EVT-EOF
             NOT AT END
                 MOVE SPACES TO Evt-Recipient-Part Evt-TS-Part
                                Evt-Text-Part
                 MOVE SPACE TO Evt-Seen-Part
                 UNSTRING Event-Line DELIMITED BY '|'
                     INTO Evt-Recipient-Part, Evt-TS-Part,
                          Evt-Seen-Part, Evt-Text-Part
                 END-UNSTRING
                 IF Evt-Seen-Part = 'N'
                     MOVE Evt-Recipient-Part TO Ntf-Lookup-User
                     PERFORM Find-Notify-Entry
                     IF Ntf-Found > 0
                         IF Evt-TS-Part > Ntf-Evt-Hwm(Ntf-Found)
                             PERFORM Mail-One-Event
                         END-IF
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE EVENTS-FILE
     OPEN EXTEND EVENTS-FILE

     *> unread mail that arrived since the last run
     PERFORM Start-Messages-Scan
     PERFORM UNTIL MSG-EOF = 'Y'
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 IF Msg-Rec-Read = 'N' OR Msg-Rec-Read = SPACE
                     MOVE Msg-Rec-Recipient TO Ntf-Lookup-User
                     PERFORM Find-Notify-Entry
                     IF Ntf-Found > 0
                         IF Msg-Rec-Timestamp > Ntf-Msg-Hwm(Ntf-Found)
                             ADD 1 TO Ntf-Msg-Pending(Ntf-Found)
                             IF Msg-Rec-Timestamp >
                                Ntf-New-Msg-Hwm(Ntf-Found)
                                 MOVE Msg-Rec-Timestamp
                                   TO Ntf-New-Msg-Hwm(Ntf-Found)
                             END-IF
                         END-IF
                     END-IF
                 END-IF
         END-READ
     END-PERFORM

     PERFORM VARYING Ntf-Idx FROM 1 BY 1 UNTIL Ntf-Idx > Ntf-Count
         IF Ntf-Verified(Ntf-Idx) = 'Y' AND
            Ntf-Email(Ntf-Idx) NOT = SPACES
             EVALUATE Ntf-Pref(Ntf-Idx)
                 WHEN 'I'
                     IF Ntf-Msg-Pending(Ntf-Idx) > 0
                         PERFORM Mail-Unread-Count
                     END-IF
                 WHEN 'N'
                     CONTINUE
                 WHEN OTHER
                     IF Ntf-Evt-Pending(Ntf-Idx) > 0 OR
                        Ntf-Msg-Pending(Ntf-Idx) > 0
                         PERFORM Mail-Daily-Digest
                     END-IF
             END-EVALUATE
         END-IF
         *> covered whatever the preference, so switching email on
         *> later does not send a backlog
         MOVE Ntf-New-Evt-Hwm(Ntf-Idx) TO Ntf-Evt-Hwm(Ntf-Idx)
         MOVE Ntf-New-Msg-Hwm(Ntf-Idx) TO Ntf-Msg-Hwm(Ntf-Idx)
     END-PERFORM
     IF Ntf-Count > 0
         PERFORM Save-Notify-Table
     END-IF
     MOVE Ntf-User-Stash TO UserName

     MOVE SPACES TO WS-MSG
     STRING "Mail outbox: " DELIMITED BY SIZE
            Mail-Sent-Count DELIMITED BY SIZE
            " email(s) written to MailOutbox.dat" DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 *> one unseen event for user Ntf-Found: its own email when the user
 *> wants them immediately, otherwise a line of the day's digest
 Mail-One-Event.
     IF Evt-TS-Part > Ntf-New-Evt-Hwm(Ntf-Found)
         MOVE Evt-TS-Part TO Ntf-New-Evt-Hwm(Ntf-Found)
     END-IF
     ADD 1 TO Ntf-Evt-Pending(Ntf-Found)
     IF Ntf-Verified(Ntf-Found) NOT = 'Y' OR
        Ntf-Email(Ntf-Found) = SPACES
         EXIT PARAGRAPH
     END-IF
     EVALUATE Ntf-Pref(Ntf-Found)
         WHEN 'I'
             MOVE SPACES TO Mail-Outbox-Record
             MOVE Ntf-User(Ntf-Found) TO UserName
             MOVE Ntf-Email(Ntf-Found) TO OB-Address
             MOVE SPACES TO OB-Subject
             STRING "InCollege: " DELIMITED BY SIZE
                    Evt-Text-Part(1:69) DELIMITED BY SIZE
                    INTO OB-Subject
             END-STRING
             MOVE SPACES TO OB-Body-Line(1)
             STRING "Hello " DELIMITED BY SIZE
                    FUNCTION TRIM(UserName) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    INTO OB-Body-Line(1)
             END-STRING
             MOVE Evt-Text-Part(1:100) TO OB-Body-Line(2)
             MOVE Evt-Text-Part(101:100) TO OB-Body-Line(3)
             MOVE "Log in to InCollege to see the details." TO OB-Body-Line(4)
             MOVE 4 TO OB-Body-Count
             MOVE "EVENT" TO Mail-Kind
             PERFORM Write-Outbox-Mail
         WHEN 'N'
             CONTINUE
         WHEN OTHER
             IF Ntf-Digest-Count(Ntf-Found) < 7
                 ADD 1 TO Ntf-Digest-Count(Ntf-Found)
                 MOVE Ntf-Digest-Count(Ntf-Found) TO Ntf-Line-Idx
                 MOVE SPACES TO Ntf-Digest-Line(Ntf-Found, Ntf-Line-Idx)
                 STRING "- " DELIMITED BY SIZE
                        Evt-Text-Part(1:98) DELIMITED BY SIZE
                        INTO Ntf-Digest-Line(Ntf-Found, Ntf-Line-Idx)
                 END-STRING
             END-IF
     END-EVALUATE
     .

 Mail-Unread-Count.
     MOVE SPACES TO Mail-Outbox-Record
     MOVE Ntf-User(Ntf-Idx) TO UserName
     MOVE Ntf-Email(Ntf-Idx) TO OB-Address
     MOVE Ntf-Msg-Pending(Ntf-Idx) TO Ntf-Count-Shown
     MOVE SPACES TO OB-Subject
     STRING "InCollege: " DELIMITED BY SIZE
            FUNCTION TRIM(Ntf-Count-Shown) DELIMITED BY SIZE
            " new message(s)" DELIMITED BY SIZE
            INTO OB-Subject
     END-STRING
     MOVE SPACES TO OB-Body-Line(1)
     STRING "Hello " DELIMITED BY SIZE
            FUNCTION TRIM(UserName) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            INTO OB-Body-Line(1)
     END-STRING
     MOVE SPACES TO OB-Body-Line(2)
     STRING "You have " DELIMITED BY SIZE
            FUNCTION TRIM(Ntf-Count-Shown) DELIMITED BY SIZE
            " new unread message(s) waiting in InCollege." DELIMITED BY SIZE
            INTO OB-Body-Line(2)
     END-STRING
     MOVE 2 TO OB-Body-Count
     MOVE "MESSAGES" TO Mail-Kind
     PERFORM Write-Outbox-Mail
     .

 Mail-Daily-Digest.
     MOVE SPACES TO Mail-Outbox-Record
     MOVE Ntf-User(Ntf-Idx) TO UserName
     MOVE Ntf-Email(Ntf-Idx) TO OB-Address
     MOVE "Your InCollege daily digest" TO OB-Subject
     MOVE 1 TO OB-Body-Count
     STRING "Hello " DELIMITED BY SIZE
            FUNCTION TRIM(UserName) DELIMITED BY SIZE
            ", here is what happened on InCollege:" DELIMITED BY SIZE
            INTO OB-Body-Line(1)
     END-STRING
     PERFORM VARYING Ntf-Line-Idx FROM 1 BY 1
         UNTIL Ntf-Line-Idx > Ntf-Digest-Count(Ntf-Idx)
         ADD 1 TO OB-Body-Count
         MOVE Ntf-Digest-Line(Ntf-Idx, Ntf-Line-Idx)
           TO OB-Body-Line(OB-Body-Count)
     END-PERFORM
     IF Ntf-Evt-Pending(Ntf-Idx) > Ntf-Digest-Count(Ntf-Idx)
         ADD 1 TO OB-Body-Count
         COMPUTE Ntf-Count-Shown =
             Ntf-Evt-Pending(Ntf-Idx) - Ntf-Digest-Count(Ntf-Idx)
         STRING "...and " DELIMITED BY SIZE
                FUNCTION TRIM(Ntf-Count-Shown) DELIMITED BY SIZE
                " more - log in to see them all." DELIMITED BY SIZE
                INTO OB-Body-Line(OB-Body-Count)
         END-STRING
     END-IF
     IF Ntf-Msg-Pending(Ntf-Idx) > 0
         ADD 1 TO OB-Body-Count
         MOVE Ntf-Msg-Pending(Ntf-Idx) TO Ntf-Count-Shown
         STRING "You have " DELIMITED BY SIZE
                FUNCTION TRIM(Ntf-Count-Shown) DELIMITED BY SIZE
                " new unread message(s)." DELIMITED BY SIZE
                INTO OB-Body-Line(OB-Body-Count)
         END-STRING
     END-IF
     MOVE "DIGEST" TO Mail-Kind
     PERFORM Write-Outbox-Mail
     .

 *> ===============================================================
 *> NEW: notification event feed. Paragraphs that do something TO a
 *> user while they may be away (status changes, accepted requests,
 *> endorsements) append a row here via Append-Event; the "What's
 *> new" screen after login lists a user's unseen rows newest-first
 *> and then marks them seen. Display-only - no input is consumed
 *> when there is nothing new, matching the banner above.
 *> ===============================================================
 Append-Event.
     MOVE ALL SPACES TO Event-Line
     STRING
         FUNCTION TRIM(Event-Recipient) DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION CURRENT-DATE(1:14)    DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         "N"                            DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION TRIM(Event-Text)      DELIMITED BY SIZE
         INTO Event-Line
     END-STRING
     WRITE Event-Line
     .

 Show-Whats-New.
     MOVE 0 TO Evt-Unseen-Count
     CLOSE EVENTS-FILE
     OPEN INPUT EVENTS-FILE
     MOVE 'N' TO EVT-EOF

     PERFORM UNTIL EVT-EOF = 'Y'
         READ EVENTS-FILE
             AT END
                 MOVE 'Y' TO EVT-EOF
             NOT AT END
                 MOVE SPACES TO Evt-Recipient-Part Evt-TS-Part
                                Evt-Text-Part
                 MOVE SPACE TO Evt-Seen-Part
                 UNSTRING Event-Line DELIMITED BY '|'
                     INTO Evt-Recipient-Part, Evt-TS-Part,
                          Evt-Seen-Part, Evt-Text-Part
                 END-UNSTRING
                 IF Evt-Recipient-Part = UserName AND
                    Evt-Seen-Part NOT = 'Y'
                     *> keep the newest 50: when the table is full,
                     *> roll the oldest entry out of slot 1
                     IF Evt-Unseen-Count >= 50
                         PERFORM VARYING Evt-Idx FROM 1 BY 1
                             UNTIL Evt-Idx >= 50
                             MOVE Evt-Entry(Evt-Idx + 1)
                                 TO Evt-Entry(Evt-Idx)
                         END-PERFORM
                         MOVE 50 TO Evt-Unseen-Count
                     ELSE
                         ADD 1 TO Evt-Unseen-Count
                     END-IF
                     MOVE Evt-TS-Part TO Evt-TS(Evt-Unseen-Count)
                     MOVE Evt-Text-Part TO
                          Evt-Entry-Text(Evt-Unseen-Count)
                 END-IF
         END-READ
     END-PERFORM

     CLOSE EVENTS-FILE
     OPEN EXTEND EVENTS-FILE

     IF Evt-Unseen-Count = 0
         EXIT PARAGRAPH
     END-IF

     MOVE "--- What's New Since Your Last Visit ---" TO WS-MSG
     PERFORM OUT-MSG
     *> newest first - the file is append-ordered, so walk backwards
     PERFORM VARYING Evt-Idx FROM Evt-Unseen-Count BY -1
         UNTIL Evt-Idx < 1
         MOVE SPACES TO WS-MSG
         STRING "  (" DELIMITED BY SIZE
                Evt-TS(Evt-Idx)(1:8) DELIMITED BY SIZE
                ") " DELIMITED BY SIZE
                FUNCTION TRIM(Evt-Entry-Text(Evt-Idx))
                    DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-PERFORM
     MOVE "----------------------------------------" TO WS-MSG
     PERFORM OUT-MSG

     PERFORM Mark-Events-Seen
     .

 *> -----------------------------
 *> Flip every unseen row addressed to UserName to seen - the usual
 *> rewrite-through-tmp dance.
 *> -----------------------------
 Mark-Events-Seen.
     CLOSE EVENTS-FILE
     OPEN INPUT EVENTS-FILE
     OPEN OUTPUT EVENTS-TMP-FILE
     MOVE 'N' TO EVT-EOF

     PERFORM UNTIL EVT-EOF = 'Y'
         READ EVENTS-FILE
             AT END
                 MOVE 'Y' TO EVT-EOF
             NOT AT END
                 MOVE SPACES TO Evt-Recipient-Part Evt-TS-Part
                                Evt-Text-Part
                 MOVE SPACE TO Evt-Seen-Part
                 UNSTRING Event-Line DELIMITED BY '|'
                     INTO Evt-Recipient-Part, Evt-TS-Part,
                          Evt-Seen-Part, Evt-Text-Part
                 END-UNSTRING
                 IF Evt-Recipient-Part = UserName AND
                    Evt-Seen-Part NOT = 'Y'
                     MOVE ALL SPACES TO Event-Tmp-Line
                     STRING
                         FUNCTION TRIM(Evt-Recipient-Part)
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         Evt-TS-Part DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         "Y" DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(Evt-Text-Part)
                             DELIMITED BY SIZE
                         INTO Event-Tmp-Line
                     END-STRING
                     WRITE Event-Tmp-Line
                 ELSE
                     MOVE Event-Line TO Event-Tmp-Line
                     WRITE Event-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Event-Tmp-Line
     WRITE Event-Tmp-Line

     CLOSE EVENTS-FILE
     CLOSE EVENTS-TMP-FILE

     PERFORM Copy-Events-Tmp-Back
     .

 *> ===============================================================
 *> NEW: account deactivation with cascading cleanup. Marks the
 *> account closed, moves the profile row to Profiles-Archive.dat,
 *> moves the user's open postings to JobPostings-Archive.dat,
 *> declines their pending connection requests, and leaves the
 *> account row in place (status D) so the username cannot be
 *> re-registered by someone else.
 *> ===============================================================
 Deactivate-Account-Flow.
     MOVE "This will close your account, archive your profile and postings, and cannot be undone." TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Type Y to confirm deactivation: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "Y"
         MOVE UserName TO Deact-Username
         PERFORM Deactivate-User
         MOVE "Your account has been deactivated. Goodbye." TO WS-MSG
         PERFORM OUT-MSG
         SET USER-NOT-LOGGED-IN TO TRUE
     ELSE
         MOVE "Deactivation cancelled." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> -----------------------------
 *> The cascade itself, driven by Deact-Username so the operator
 *> console can run it against any account, not just the logged-in
 *> user's own.
 *> -----------------------------
 Deactivate-User.
     *> 1. mark the account record closed
     MOVE SPACES TO Account-Record
     MOVE Deact-Username TO Acct-Rec-Username
     READ ACCOUNTS-FILE
         INVALID KEY
             MOVE "No account on file with that username." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         NOT INVALID KEY
             MOVE 'D' TO Acct-Rec-Status
             REWRITE Account-Record
     END-READ

     *> 2. move the profile out of the searchable store
     PERFORM Archive-User-Profile

     *> 3. pull their open postings out of JobPostings.dat
     PERFORM Archive-User-Postings

     *> 4. decline any connection requests still pending in either
     *>    direction (accepted rows are kept for history; messaging
     *>    and search stop honouring them via the status check)
     MOVE 0 TO CountVar
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Connection-Count
         IF Conn-Is-Pending(I) AND
            (Conn-Sender(I) = Deact-Username OR
             Conn-Recipient(I) = Deact-Username)
             MOVE "R" TO Conn-Status(I)
             ADD 1 TO CountVar
         END-IF
     END-PERFORM
     IF CountVar > 0
         PERFORM Rewrite-Connections-File
     END-IF

     *> note the action on the audit trail
     MOVE UserName TO U-Part
     MOVE Deact-Username TO UserName
     MOVE "DEACT" TO WS-Audit-Reason
     PERFORM Log-Login-Attempt
     MOVE U-Part TO UserName
     .

 Archive-User-Profile.
     MOVE SPACES TO Profile-Record
     MOVE Deact-Username TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             OPEN EXTEND PROFILES-ARCHIVE-FILE
             IF FS-PROF-ARCH = "35"
                 OPEN OUTPUT PROFILES-ARCHIVE-FILE
             END-IF
             MOVE Profile-Record TO Profile-Archive-Line
             WRITE Profile-Archive-Line
             CLOSE PROFILES-ARCHIVE-FILE
             DELETE PROFILES-FILE RECORD
                 INVALID KEY
                     CONTINUE
             END-DELETE
     END-READ
     .

 *> -----------------------------
 *> Move every posting owned by Deact-Username to the archive file,
 *> the same stream-through-tmp idiom as Archive-Expired-Jobs.
 *> -----------------------------
 Archive-User-Postings.
     MOVE 0 TO Deact-Postings-Count
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     OPEN OUTPUT JOBS-TMP-FILE
     MOVE 'N' TO JOB-EOF

     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE SPACES TO U-Part
                 UNSTRING Job-Line DELIMITED BY '|'
                     INTO U-Part
                 END-UNSTRING
                 IF U-Part = Deact-Username
                     MOVE Job-Line TO Job-Archive-Line
                     WRITE Job-Archive-Line
                     ADD 1 TO Deact-Postings-Count
                 ELSE
                     MOVE Job-Line TO Job-Tmp-Line
                     WRITE Job-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Job-Tmp-Line
     WRITE Job-Tmp-Line

     CLOSE JOBS-FILE
     CLOSE JOBS-TMP-FILE

     PERFORM Copy-Jobs-Tmp-Back

     IF Deact-Postings-Count > 0
         PERFORM Load-Jobs-First-Page
     END-IF
     .

 *> -----------------------------
 *> NEW: is Target-Username's account still open? Rows without an
 *> account record (or with a blank status) count as active.
 *> -----------------------------
 Check-Account-Active.
     SET Account-Is-Active TO TRUE
     MOVE SPACES TO Account-Record
     MOVE Target-Username TO Acct-Rec-Username
     READ ACCOUNTS-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             IF Acct-Rec-Deactivated
                 SET Account-Is-Inactive TO TRUE
             END-IF
     END-READ
     .

 *> ===============================================================
 *> NEW: administrator maintenance console. Only reachable for
 *> accounts flagged type A; every action is itself written to the
 *> audit trail as <affected-user>|timestamp|ADMxxx|<admin>.
 *> ===============================================================
 Admin-Console-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "7" OR EOF-IN = "Y"
         PERFORM Admin-Console-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Admin-List-Accounts
                 WHEN "2"
                     PERFORM Admin-Reset-Lockout
                 WHEN "3"
                     PERFORM Admin-Force-Password-Reset
                 WHEN "4"
                     PERFORM Admin-View-Recent-Audit
                 WHEN "5"
                     PERFORM Admin-File-Counts
                 WHEN "6"
                     PERFORM Admin-Deactivate-Account
                 WHEN "B"
                 WHEN "b"
                     PERFORM Admin-Backup-Stores
                 WHEN "R"
                 WHEN "r"
                     PERFORM Admin-Restore-Stores
                 WHEN "I"
                 WHEN "i"
                     PERFORM Admin-Integrity-Audit
                 WHEN "Q"
                 WHEN "q"
                     PERFORM Admin-Posting-Approval-Queue
                 WHEN "U"
                 WHEN "u"
                     PERFORM Admin-Moderation-Queue
                 WHEN "X"
                 WHEN "x"
                     PERFORM Admin-Export-User-Data
                 WHEN "P"
                 WHEN "p"
                     PERFORM Admin-Salary-Benchmark
                 WHEN "L"
                 WHEN "l"
                     PERFORM Admin-Billing-Extract
                 WHEN "E"
                 WHEN "e"
                     PERFORM Admin-Password-Expiry-Report
                 WHEN "D"
                 WHEN "d"
                     PERFORM Admin-Duplicate-Report
                 WHEN "G"
                 WHEN "g"
                     PERFORM Admin-Mentorship-Roster
                 WHEN "T"
                 WHEN "t"
                     PERFORM Admin-Toggle-Trusted-Poster
                 WHEN "M"
                 WHEN "m"
                     PERFORM Admin-Broadcast-Announcement
                 WHEN "C"
                 WHEN "c"
                     PERFORM Admin-View-Change-Audit
                 WHEN "S"
                 WHEN "s"
                     PERFORM Admin-Runtime-Settings
                 WHEN "7"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Admin-Console-Menu.
     MOVE "--- Admin Console ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "1. List/Search Accounts" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Reset a User's Login Lockout" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Force a Password Reset" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. View Recent Login Audit Entries" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "5. Show Per-File Record Counts" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "6. Deactivate an Account" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "B. Backup All Data Stores" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "R. Restore From a Backup" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "I. Cross-File Integrity Audit" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Q. Posting Approval Queue" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "U. User Reports (Moderation Queue)" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "X. Export a User's Data" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "P. Salary Benchmark Report" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "L. Employer Billing Extract" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "E. Expired / Expiring Passwords" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "D. Duplicate Postings Report" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "G. Mentorship Pairings" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "T. Flag/Unflag Trusted Poster" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "M. Broadcast an Announcement" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "C. View Change Audit Entries" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "S. Runtime Settings" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "7. Return" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Audit every console action: <affected-user>|timestamp|action|<admin>
 *> (the admin's own name when the action has no target). Keeping the
 *> affected user in the first field lets the startup lockout replay
 *> honour ADMUNLOCK rows; the other ADMxxx codes fall through its
 *> WHEN OTHER and are history only.
 *> -----------------------------
 Admin-Audit-Log.
     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Timestamp
     MOVE ALL SPACES TO Audit-Line
     IF Admin-Target-User = SPACES
         MOVE UserName TO Admin-Target-User
     END-IF
     STRING
         FUNCTION TRIM(Admin-Target-User) DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         WS-Timestamp                     DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(WS-Admin-Action)   DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(UserName)          DELIMITED BY SIZE
         INTO Audit-Line
     END-STRING
     WRITE Audit-Line
     .

 *> ===============================================================
 *> NEW: change-audit trail. LoginAudit.dat says who logged in; this
 *> says who changed data. Every status change, posting edit or
 *> withdrawal, approval decision and account-affecting console
 *> action appends timestamp|actor|action|target|old|new here; the
 *> console viewer filters by user or action, and Housekeeping ages
 *> rows to dated ChangeAudit-Archive files on the same retention
 *> window as the login audit.
 *> ===============================================================
 Write-Change-Audit.
     MOVE ALL SPACES TO Change-Audit-Line
     STRING
         FUNCTION CURRENT-DATE(1:14)    DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION TRIM(UserName)        DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION TRIM(CA-Action)       DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION TRIM(CA-Target)       DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION TRIM(CA-Old-Value)    DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION TRIM(CA-New-Value)    DELIMITED BY SIZE
         INTO Change-Audit-Line
     END-STRING
     WRITE Change-Audit-Line
     .

 *> -----------------------------
 *> Console viewer: last 20 rows matching an optional acting-user
 *> and/or action filter - same two-pass shape as the login-audit
 *> viewer.
 *> -----------------------------
 Admin-View-Change-Audit.
     MOVE "Filter by acting user (or press Enter for all): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO WS-CAud-Filter-User

     MOVE "Filter by action (or press Enter for all): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO WS-CAud-Filter-Action

     MOVE 0 TO WS-CAud-Total
     CLOSE CHANGE-AUDIT-FILE
     OPEN INPUT CHANGE-AUDIT-FILE
     MOVE 'N' TO CAUD-EOF
     PERFORM UNTIL CAUD-EOF = 'Y'
         READ CHANGE-AUDIT-FILE
             AT END
                 MOVE 'Y' TO CAUD-EOF
             NOT AT END
                 PERFORM Check-CAudit-Row-Filter
                 IF CAud-Row-Matches
                     ADD 1 TO WS-CAud-Total
                 END-IF
         END-READ
     END-PERFORM
     CLOSE CHANGE-AUDIT-FILE

     IF WS-CAud-Total > 20
         COMPUTE WS-CAud-Show-From = WS-CAud-Total - 19
     ELSE
         MOVE 1 TO WS-CAud-Show-From
     END-IF

     MOVE "--- Recent Change Audit Entries ---" TO WS-MSG
     PERFORM OUT-MSG
     IF WS-CAud-Total = 0
         MOVE "No matching entries." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     OPEN INPUT CHANGE-AUDIT-FILE
     MOVE 'N' TO CAUD-EOF
     MOVE 0 TO WS-CAud-Seen
     PERFORM UNTIL CAUD-EOF = 'Y'
         READ CHANGE-AUDIT-FILE
             AT END
                 MOVE 'Y' TO CAUD-EOF
             NOT AT END
                 PERFORM Check-CAudit-Row-Filter
                 IF CAud-Row-Matches
                     ADD 1 TO WS-CAud-Seen
                     IF WS-CAud-Seen >= WS-CAud-Show-From
                         MOVE SPACES TO WS-MSG
                         STRING "  " DELIMITED BY SIZE
                                FUNCTION TRIM(Change-Audit-Line)
                                    DELIMITED BY SIZE
                                INTO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE CHANGE-AUDIT-FILE
     OPEN EXTEND CHANGE-AUDIT-FILE
     MOVE "-----------------------------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMCAUDIT" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Check-CAudit-Row-Filter.
     SET CAud-Row-Matches TO TRUE
     MOVE SPACES TO CA-TS-Part CA-Actor-Part CA-Action-Part
     UNSTRING Change-Audit-Line DELIMITED BY '|'
         INTO CA-TS-Part, CA-Actor-Part, CA-Action-Part
     END-UNSTRING
     IF WS-CAud-Filter-User NOT = SPACES AND
        FUNCTION UPPER-CASE(FUNCTION TRIM(CA-Actor-Part)) NOT =
        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAud-Filter-User))
         SET CAud-Row-No-Match TO TRUE
     END-IF
     IF CAud-Row-Matches AND WS-CAud-Filter-Action NOT = SPACES AND
        FUNCTION UPPER-CASE(FUNCTION TRIM(CA-Action-Part)) NOT =
        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAud-Filter-Action))
         SET CAud-Row-No-Match TO TRUE
     END-IF
     .

 Admin-List-Accounts.
     MOVE "Enter a username filter, or press Enter for all: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO WS-Acct-Filter

     MOVE "--- Accounts ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO CountVar
     PERFORM Start-Accounts-Scan
     PERFORM UNTIL ACCT-EOF = 'Y'
         READ ACCOUNTS-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO ACCT-EOF
             NOT AT END
                 MOVE 0 TO WS-Filter-Tally
                 IF WS-Acct-Filter NOT = SPACES
                     MOVE FUNCTION UPPER-CASE(Acct-Rec-Username)
                         TO WS-Filter-Target
                     INSPECT WS-Filter-Target
                         TALLYING WS-Filter-Tally FOR ALL
                         FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Acct-Filter))
                 ELSE
                     MOVE 1 TO WS-Filter-Tally
                 END-IF
                 IF WS-Filter-Tally > 0
                     ADD 1 TO CountVar
                     PERFORM Admin-Show-Account-Row
                 END-IF
         END-READ
     END-PERFORM
     IF CountVar = 0
         MOVE "No matching accounts." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     MOVE "-----------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMLIST" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 *> -----------------------------
 *> NEW: open accounts whose password has expired, is a temporary
 *> one, or expires within PASSWORD-WARN-DAYS.
 *> -----------------------------
 Admin-Password-Expiry-Report.
     MOVE "--- Expired / Expiring Passwords ---" TO WS-MSG
     PERFORM OUT-MSG
     IF WS-Password-Max-Age-Days = 0
         MOVE "(PASSWORD-MAX-AGE-DAYS is 0 - passwords do not expire; temporary passwords only)"
             TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     MOVE 0 TO PW-Rpt-Count PW-Rpt-Unstamped
     PERFORM Start-Accounts-Scan
     PERFORM UNTIL ACCT-EOF = 'Y'
         READ ACCOUNTS-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO ACCT-EOF
             NOT AT END
                 IF NOT Acct-Rec-Deactivated
                     PERFORM Admin-Password-Expiry-Row
                 END-IF
         END-READ
     END-PERFORM
     IF PW-Rpt-Count = 0
         MOVE "No accounts have an expired or expiring password." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     IF PW-Rpt-Unstamped > 0
         MOVE SPACES TO WS-MSG
         STRING PW-Rpt-Unstamped DELIMITED BY SIZE
                " account(s) have no password date yet - it is set at their next login."
                    DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
     END-IF
     MOVE "------------------------------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMPWAGE" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Admin-Password-Expiry-Row.
     MOVE SPACES TO PW-Rpt-Status
     IF Acct-Rec-Pw-Temporary
         MOVE "TEMPORARY - must change" TO PW-Rpt-Status
     ELSE
         IF Acct-Rec-Pw-Changed IS NOT NUMERIC
             ADD 1 TO PW-Rpt-Unstamped
             EXIT PARAGRAPH
         END-IF
         IF WS-Password-Max-Age-Days = 0
             EXIT PARAGRAPH
         END-IF
         COMPUTE PW-Days-Left = WS-Password-Max-Age-Days
           - (FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
              - FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(Acct-Rec-Pw-Changed)))
         IF PW-Days-Left > WS-Password-Warn-Days
             EXIT PARAGRAPH
         END-IF
         IF PW-Days-Left <= 0
             COMPUTE PW-Days-Shown = 0 - PW-Days-Left
             STRING "EXPIRED " DELIMITED BY SIZE
                    FUNCTION TRIM(PW-Days-Shown) DELIMITED BY SIZE
                    " day(s) ago" DELIMITED BY SIZE
                    INTO PW-Rpt-Status
             END-STRING
         ELSE
             MOVE PW-Days-Left TO PW-Days-Shown
             STRING "expires in " DELIMITED BY SIZE
                    FUNCTION TRIM(PW-Days-Shown) DELIMITED BY SIZE
                    " day(s)" DELIMITED BY SIZE
                    INTO PW-Rpt-Status
             END-STRING
         END-IF
     END-IF
     ADD 1 TO PW-Rpt-Count
     MOVE SPACES TO WS-MSG
     STRING "  " DELIMITED BY SIZE
            Acct-Rec-Username DELIMITED BY SIZE
            "  type=" DELIMITED BY SIZE
            Acct-Rec-Type DELIMITED BY SIZE
            "  set " DELIMITED BY SIZE
            Acct-Rec-Pw-Changed DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            FUNCTION TRIM(PW-Rpt-Status) DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 Admin-Show-Account-Row.
     MOVE SPACES TO WS-MSG
     STRING "  " DELIMITED BY SIZE
            FUNCTION TRIM(Acct-Rec-Username) DELIMITED BY SIZE
            "  status=" DELIMITED BY SIZE
            Acct-Rec-Status DELIMITED BY SIZE
            "  type=" DELIMITED BY SIZE
            Acct-Rec-Type DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Clear a user's in-memory failure counter AND stamp an ADMUNLOCK
 *> row on the audit file, which the startup replay treats like a
 *> SUCCESS - so the unlock survives a restart.
 *> -----------------------------
 Admin-Reset-Lockout.
     MOVE "Enter the username to unlock: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Admin-Target-User

     MOVE UserName TO WS-Admin-Stash
     MOVE Admin-Target-User TO UserName
     PERFORM Find-Or-Create-Login-Attempt-Slot
     IF LA-Slot-Valid
         MOVE 0 TO LA-Fail-Count(LA-Index)
         MOVE SPACES TO LA-Last-Fail-TS(LA-Index)
     END-IF
     MOVE WS-Admin-Stash TO UserName

     MOVE SPACES TO WS-MSG
     STRING "Lockout state cleared for " DELIMITED BY SIZE
            FUNCTION TRIM(Admin-Target-User) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE "ADMUNLOCK" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     *> NEW: change audit - the lockout counter is data too
     MOVE "ADMUNLOCK" TO CA-Action
     MOVE Admin-Target-User TO CA-Target
     MOVE "locked" TO CA-Old-Value
     MOVE "cleared" TO CA-New-Value
     PERFORM Write-Change-Audit
     .

 *> -----------------------------
 *> Set a temporary password on the user's account, subject to the
 *> usual password rules; the user is made to change it at their
 *> next login.
 *> -----------------------------
 Admin-Force-Password-Reset.
     MOVE "Enter the username to reset: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Admin-Target-User

     MOVE UserName TO WS-Admin-Stash
     MOVE Admin-Target-User TO UserName
     PERFORM Check-Username-Exists
     IF Username-Not-Exists
         MOVE "No account on file with that username." TO WS-MSG
         PERFORM OUT-MSG
         MOVE WS-Admin-Stash TO UserName
         EXIT PARAGRAPH
     END-IF
     MOVE UserName TO Admin-Target-User

     MOVE "Enter the temporary password (normal password rules apply): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         MOVE WS-Admin-Stash TO UserName
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO UserPassword
     PERFORM Validate-Password
     IF Pass-Is-Invalid
         MOVE "That password does not meet the requirements - nothing changed." TO WS-MSG
         PERFORM OUT-MSG
         MOVE WS-Admin-Stash TO UserName
         EXIT PARAGRAPH
     END-IF
     *> NEW: not one of the account's recent passwords either
     PERFORM Check-Password-Reuse
     IF PW-Reused
         MOVE "That password was used recently on this account - nothing changed." TO WS-MSG
         PERFORM OUT-MSG
         MOVE WS-Admin-Stash TO UserName
         EXIT PARAGRAPH
     END-IF

     *> NEW: flagged temporary, so the user must change it at login
     MOVE 'Y' TO PW-Temp-Flag
     PERFORM Update-Account-Record
     MOVE 'N' TO PW-Temp-Flag
     MOVE WS-Admin-Stash TO UserName
     MOVE SPACES TO WS-MSG
     STRING "Temporary password set for " DELIMITED BY SIZE
            FUNCTION TRIM(Admin-Target-User) DELIMITED BY SIZE
            " - they must choose a new one at their next login."
                DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE "ADMPWRESET" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     *> NEW: change audit (password values are never recorded)
     MOVE "ADMPWRESET" TO CA-Action
     MOVE Admin-Target-User TO CA-Target
     MOVE SPACES TO CA-Old-Value CA-New-Value
     PERFORM Write-Change-Audit
     .

 *> -----------------------------
 *> Show the last 20 audit rows: one pass to count, one to print.
 *> -----------------------------
 Admin-View-Recent-Audit.
     MOVE 0 TO WS-Audit-Total
     CLOSE LOGIN-AUDIT-FILE
     OPEN INPUT LOGIN-AUDIT-FILE
     MOVE 'N' TO AUDIT-EOF
     PERFORM UNTIL AUDIT-EOF = 'Y'
         READ LOGIN-AUDIT-FILE
             AT END
                 MOVE 'Y' TO AUDIT-EOF
             NOT AT END
                 ADD 1 TO WS-Audit-Total
         END-READ
     END-PERFORM
     CLOSE LOGIN-AUDIT-FILE

     IF WS-Audit-Total > 20
         COMPUTE WS-Audit-Show-From = WS-Audit-Total - 19
     ELSE
         MOVE 1 TO WS-Audit-Show-From
     END-IF

     MOVE "--- Recent Login Audit Entries ---" TO WS-MSG
     PERFORM OUT-MSG
     OPEN INPUT LOGIN-AUDIT-FILE
     MOVE 'N' TO AUDIT-EOF
     MOVE 0 TO WS-Audit-Seen
     PERFORM UNTIL AUDIT-EOF = 'Y'
         READ LOGIN-AUDIT-FILE
             AT END
                 MOVE 'Y' TO AUDIT-EOF
             NOT AT END
                 ADD 1 TO WS-Audit-Seen
                 IF WS-Audit-Seen >= WS-Audit-Show-From
                     MOVE SPACES TO WS-MSG
                     STRING "  " DELIMITED BY SIZE
                            FUNCTION TRIM(Audit-Line) DELIMITED BY SIZE
                            INTO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
         END-READ
     END-PERFORM
     CLOSE LOGIN-AUDIT-FILE
     OPEN EXTEND LOGIN-AUDIT-FILE
     MOVE "----------------------------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMAUDIT" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Admin-File-Counts.
     PERFORM Count-Data-File-Totals
     MOVE "--- Record Counts ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  Accounts      : " DELIMITED BY SIZE
            WS-Rpt-Accounts DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  Job postings  : " DELIMITED BY SIZE
            WS-Rpt-Jobs DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  Applications  : " DELIMITED BY SIZE
            WS-Rpt-Apps DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  Messages      : " DELIMITED BY SIZE
            WS-Rpt-Msgs DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE "---------------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMCOUNTS" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 *> -----------------------------
 *> The ops-driven deactivation: same cascade the self-service flow
 *> uses, pointed at any account.
 *> -----------------------------
 Admin-Deactivate-Account.
     MOVE "Enter the username to deactivate: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Admin-Target-User

     IF Admin-Target-User = UserName
         MOVE "Use 'Deactivate My Account' on the main menu for your own account." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE UserName TO WS-Admin-Stash
     MOVE Admin-Target-User TO UserName
     PERFORM Check-Username-Exists
     MOVE UserName TO Admin-Target-User
     MOVE WS-Admin-Stash TO UserName
     IF Username-Not-Exists
         MOVE "No account on file with that username." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE Admin-Target-User TO Deact-Username
     PERFORM Deactivate-User
     MOVE SPACES TO WS-MSG
     STRING "Account " DELIMITED BY SIZE
            FUNCTION TRIM(Admin-Target-User) DELIMITED BY SIZE
            " has been deactivated." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE "ADMDEACT" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     *> NEW: change audit
     MOVE "ADMDEACT" TO CA-Action
     MOVE Admin-Target-User TO CA-Target
     MOVE "active" TO CA-Old-Value
     MOVE "deactivated" TO CA-New-Value
     PERFORM Write-Change-Audit
     .

 *> ===============================================================
 *> NEW: consistent backup snapshot and verified restore. Backup
 *> writes every store to a dated snapshot set
 *> (Backup-YYYYMMDD-<store>) plus a manifest listing each store's
 *> record count; restore loads a named set back and checks what it
 *> loaded against the manifest counts before declaring success.
 *> Both run under the run lock the whole run already holds, so no
 *> other run can write while the set is taken or loaded. The three
 *> indexed stores are dumped/reloaded record by record; everything
 *> else copies through the generic backup file pair.
 *> ===============================================================
 Admin-Backup-Stores.
     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Backup-Date
     MOVE 0 TO WS-Bkp-Manifest-Count

     PERFORM VARYING WS-Bkp-Idx FROM 1 BY 1
         UNTIL WS-Bkp-Idx > WS-Bkp-Seq-Store-Total
         MOVE WS-Bkp-Seq-Store(WS-Bkp-Idx) TO WS-Bkp-Store-Name
         PERFORM Backup-One-Seq-Store
     END-PERFORM
     PERFORM Backup-Accounts-Store
     PERFORM Backup-Profiles-Store
     PERFORM Backup-Messages-Store
     PERFORM Write-Backup-Manifest

     MOVE SPACES TO WS-MSG
     STRING "Backup snapshot set Backup-" DELIMITED BY SIZE
            WS-Backup-Date DELIMITED BY SIZE
            "-* written (" DELIMITED BY SIZE
            WS-Bkp-Manifest-Count DELIMITED BY SIZE
            " stores, counts in the manifest)." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMBACKUP" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Build-Backup-Snap-Name.
     MOVE SPACES TO WS-Bkp-Snap-Name
     STRING "Backup-" DELIMITED BY SIZE
            WS-Backup-Date DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            FUNCTION TRIM(WS-Bkp-Store-Name) DELIMITED BY SIZE
            INTO WS-Bkp-Snap-Name
     END-STRING
     .

 Backup-One-Seq-Store.
     PERFORM Build-Backup-Snap-Name
     PERFORM Backup-Close-Live-Store
     MOVE WS-Bkp-Store-Name TO WS-Bkp-Src-Name
     MOVE WS-Bkp-Snap-Name TO WS-Bkp-Dst-Name
     PERFORM Backup-Copy-Src-To-Dst
     *> a store that does not exist yet still gets an empty snapshot,
     *> so a later restore can verify its 0 rows
     IF Bkp-Src-Missing
         OPEN OUTPUT BACKUP-DST-FILE
         CLOSE BACKUP-DST-FILE
     END-IF
     PERFORM Backup-Reopen-Live-Store
     PERFORM Record-Manifest-Entry
     .

 *> -----------------------------
 *> Generic copy, WS-Bkp-Src-Name to WS-Bkp-Dst-Name, counting the
 *> rows moved. A missing source sets Bkp-Src-Missing and writes
 *> nothing.
 *> -----------------------------
 Backup-Copy-Src-To-Dst.
     MOVE 0 TO WS-Bkp-Count
     SET Bkp-Src-Present TO TRUE
     OPEN INPUT BACKUP-SRC-FILE
     IF FS-BKP-SRC NOT = "00"
         SET Bkp-Src-Missing TO TRUE
         EXIT PARAGRAPH
     END-IF
     OPEN OUTPUT BACKUP-DST-FILE
     MOVE 'N' TO BKP-EOF
     PERFORM UNTIL BKP-EOF = 'Y'
         READ BACKUP-SRC-FILE
             AT END
                 MOVE 'Y' TO BKP-EOF
             NOT AT END
                 MOVE Backup-Src-Line TO Backup-Dst-Line
                 WRITE Backup-Dst-Line
                 ADD 1 TO WS-Bkp-Count
         END-READ
     END-PERFORM
     CLOSE BACKUP-SRC-FILE
     CLOSE BACKUP-DST-FILE
     .

 Record-Manifest-Entry.
     IF WS-Bkp-Manifest-Count < 40
         ADD 1 TO WS-Bkp-Manifest-Count
         MOVE WS-Bkp-Store-Name TO
              WS-Bkp-Man-Name(WS-Bkp-Manifest-Count)
         MOVE WS-Bkp-Count TO
              WS-Bkp-Man-Rows(WS-Bkp-Manifest-Count)
     END-IF
     .

 *> -----------------------------
 *> The generic pair cannot share a file with an FD the run holds
 *> open, so the store being copied is closed first and reopened
 *> EXTEND (the mode the rest of the run keeps it in) afterwards.
 *> -----------------------------
 Backup-Close-Live-Store.
     EVALUATE WS-Bkp-Store-Name
         WHEN "JobPostings.dat"
             CLOSE JOBS-FILE
         WHEN "JobPostings-Archive.dat"
             CLOSE JOBS-ARCHIVE-FILE
         WHEN "Applications.dat"
             CLOSE APPLICATIONS-FILE
         WHEN "Connections.dat"
             CLOSE CONNECTIONS-FILE
         WHEN "Endorsements.dat"
             CLOSE ENDORSEMENTS-FILE
         WHEN "Skill-Progress.dat"
             CLOSE SKILL-PROGRESS-FILE
         WHEN "SavedSearches.dat"
             CLOSE SAVED-SEARCHES-FILE
         WHEN "LoginAudit.dat"
             CLOSE LOGIN-AUDIT-FILE
         WHEN "CompanyProfiles.dat"
             CLOSE COMPANY-PROFILES-FILE
         WHEN "Interviews.dat"
             CLOSE INTERVIEWS-FILE
         WHEN "Events.dat"
             CLOSE EVENTS-FILE
         WHEN "Resumes.dat"
             CLOSE RESUMES-FILE
         WHEN "AppResumes.dat"
             CLOSE APP-RESUMES-FILE
         WHEN "ChangeAudit.dat"
             CLOSE CHANGE-AUDIT-FILE
         WHEN "AppStatusHistory.dat"
             CLOSE APP-HISTORY-FILE
         WHEN "Placements.dat"
             CLOSE PLACEMENTS-FILE
         WHEN "CareerEvents.dat"
             CLOSE CAREER-EVENTS-FILE
         WHEN "EventRSVPs.dat"
             CLOSE EVENT-RSVP-FILE
         WHEN "Moderation.dat"
             CLOSE MODERATION-FILE
         WHEN "Mentors.dat"
             CLOSE MENTORS-FILE
         WHEN "Mentorships.dat"
             CLOSE MENTORSHIPS-FILE
         WHEN "JobWithdrawals.dat"
             CLOSE JOB-WITHDRAWALS-FILE
         WHEN "PasswordHistory.dat"
             CLOSE PASSWORD-HISTORY-FILE
         WHEN "NotifySettings.dat"
             CLOSE NOTIFY-FILE
         WHEN "NotifySent.dat"
             CLOSE NOTIFY-SENT-FILE
         WHEN "Referrals.dat"
             CLOSE REFERRALS-FILE
         WHEN "ScreeningQuestions.dat"
             CLOSE SCREEN-QUESTIONS-FILE
         WHEN "ScreeningAnswers.dat"
             CLOSE SCREEN-ANSWERS-FILE
         WHEN "EnrollmentVerified.dat"
             CLOSE ENROLL-FILE
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     .

 Backup-Reopen-Live-Store.
     EVALUATE WS-Bkp-Store-Name
         WHEN "JobPostings.dat"
             OPEN EXTEND JOBS-FILE
         WHEN "JobPostings-Archive.dat"
             OPEN EXTEND JOBS-ARCHIVE-FILE
         WHEN "Applications.dat"
             OPEN EXTEND APPLICATIONS-FILE
         WHEN "Connections.dat"
             OPEN EXTEND CONNECTIONS-FILE
         WHEN "Endorsements.dat"
             OPEN EXTEND ENDORSEMENTS-FILE
         WHEN "Skill-Progress.dat"
             OPEN EXTEND SKILL-PROGRESS-FILE
         WHEN "SavedSearches.dat"
             OPEN EXTEND SAVED-SEARCHES-FILE
         WHEN "LoginAudit.dat"
             OPEN EXTEND LOGIN-AUDIT-FILE
         WHEN "CompanyProfiles.dat"
             OPEN EXTEND COMPANY-PROFILES-FILE
         WHEN "Interviews.dat"
             OPEN EXTEND INTERVIEWS-FILE
         WHEN "Events.dat"
             OPEN EXTEND EVENTS-FILE
         WHEN "Resumes.dat"
             OPEN EXTEND RESUMES-FILE
         WHEN "AppResumes.dat"
             OPEN EXTEND APP-RESUMES-FILE
         WHEN "ChangeAudit.dat"
             OPEN EXTEND CHANGE-AUDIT-FILE
         WHEN "AppStatusHistory.dat"
             OPEN EXTEND APP-HISTORY-FILE
         WHEN "Placements.dat"
             OPEN EXTEND PLACEMENTS-FILE
         WHEN "CareerEvents.dat"
             OPEN EXTEND CAREER-EVENTS-FILE
         WHEN "EventRSVPs.dat"
             OPEN EXTEND EVENT-RSVP-FILE
         WHEN "Moderation.dat"
             OPEN EXTEND MODERATION-FILE
         WHEN "Mentors.dat"
             OPEN EXTEND MENTORS-FILE
         WHEN "Mentorships.dat"
             OPEN EXTEND MENTORSHIPS-FILE
         WHEN "JobWithdrawals.dat"
             OPEN EXTEND JOB-WITHDRAWALS-FILE
         WHEN "PasswordHistory.dat"
             OPEN EXTEND PASSWORD-HISTORY-FILE
         WHEN "NotifySettings.dat"
             OPEN EXTEND NOTIFY-FILE
         WHEN "NotifySent.dat"
             OPEN EXTEND NOTIFY-SENT-FILE
         WHEN "Referrals.dat"
             OPEN EXTEND REFERRALS-FILE
         WHEN "ScreeningQuestions.dat"
             OPEN EXTEND SCREEN-QUESTIONS-FILE
         WHEN "ScreeningAnswers.dat"
             OPEN EXTEND SCREEN-ANSWERS-FILE
         WHEN "EnrollmentVerified.dat"
             OPEN EXTEND ENROLL-FILE
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     .

 *> -----------------------------
 *> The indexed stores: dump each record verbatim as one snapshot
 *> line (trailing spaces restored by the fixed layouts on reload).
 *> -----------------------------
 Backup-Accounts-Store.
     MOVE "Accounts.idx" TO WS-Bkp-Store-Name
     PERFORM Build-Backup-Snap-Name
     MOVE WS-Bkp-Snap-Name TO WS-Bkp-Dst-Name
     OPEN OUTPUT BACKUP-DST-FILE
     MOVE 0 TO WS-Bkp-Count
     PERFORM Start-Accounts-Scan
     PERFORM UNTIL ACCT-EOF = 'Y'
         READ ACCOUNTS-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO ACCT-EOF
             NOT AT END
                 MOVE SPACES TO Backup-Dst-Line
                 MOVE Account-Record TO Backup-Dst-Line(1:100)
                 WRITE Backup-Dst-Line
                 ADD 1 TO WS-Bkp-Count
         END-READ
     END-PERFORM
     CLOSE BACKUP-DST-FILE
     PERFORM Record-Manifest-Entry
     .

 Backup-Profiles-Store.
     MOVE "Profiles.idx" TO WS-Bkp-Store-Name
     PERFORM Build-Backup-Snap-Name
     MOVE WS-Bkp-Snap-Name TO WS-Bkp-Dst-Name
     OPEN OUTPUT BACKUP-DST-FILE
     MOVE 0 TO WS-Bkp-Count
     PERFORM Start-Profiles-Scan
     PERFORM UNTIL PROF-EOF = 'Y'
         READ PROFILES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO PROF-EOF
             NOT AT END
                 MOVE SPACES TO Backup-Dst-Line
                 MOVE Profile-Record TO Backup-Dst-Line
                 WRITE Backup-Dst-Line
                 ADD 1 TO WS-Bkp-Count
         END-READ
     END-PERFORM
     CLOSE BACKUP-DST-FILE
     PERFORM Record-Manifest-Entry
     .

 Backup-Messages-Store.
     MOVE "Messages.idx" TO WS-Bkp-Store-Name
     PERFORM Build-Backup-Snap-Name
     MOVE WS-Bkp-Snap-Name TO WS-Bkp-Dst-Name
     OPEN OUTPUT BACKUP-DST-FILE
     MOVE 0 TO WS-Bkp-Count
     PERFORM Start-Messages-Scan
     PERFORM UNTIL MSG-EOF = 'Y'
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 MOVE SPACES TO Backup-Dst-Line
                 MOVE Message-Record TO Backup-Dst-Line(1:261)
                 WRITE Backup-Dst-Line
                 ADD 1 TO WS-Bkp-Count
         END-READ
     END-PERFORM
     CLOSE BACKUP-DST-FILE
     PERFORM Record-Manifest-Entry
     .

 Write-Backup-Manifest.
     MOVE SPACES TO WS-Bkp-Manifest-Name
     STRING "Backup-" DELIMITED BY SIZE
            WS-Backup-Date DELIMITED BY SIZE
            "-Manifest.dat" DELIMITED BY SIZE
            INTO WS-Bkp-Manifest-Name
     END-STRING
     MOVE WS-Bkp-Manifest-Name TO WS-Bkp-Dst-Name
     OPEN OUTPUT BACKUP-DST-FILE
     PERFORM VARYING WS-Bkp-Idx FROM 1 BY 1
         UNTIL WS-Bkp-Idx > WS-Bkp-Manifest-Count
         MOVE SPACES TO Backup-Dst-Line
         STRING
             FUNCTION TRIM(WS-Bkp-Man-Name(WS-Bkp-Idx))
                 DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             WS-Bkp-Man-Rows(WS-Bkp-Idx) DELIMITED BY SIZE
             INTO Backup-Dst-Line
         END-STRING
         WRITE Backup-Dst-Line
     END-PERFORM
     CLOSE BACKUP-DST-FILE
     .

 *> -----------------------------
 *> Restore: read the named manifest, load each store back from its
 *> snapshot, and verify the loaded counts against the manifest
 *> before declaring success.
 *> -----------------------------
 Admin-Restore-Stores.
     MOVE "Enter the backup date to restore (YYYYMMDD): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO WS-Backup-Date

     MOVE SPACES TO WS-Bkp-Manifest-Name
     STRING "Backup-" DELIMITED BY SIZE
            WS-Backup-Date DELIMITED BY SIZE
            "-Manifest.dat" DELIMITED BY SIZE
            INTO WS-Bkp-Manifest-Name
     END-STRING
     MOVE WS-Bkp-Manifest-Name TO WS-Bkp-Src-Name
     OPEN INPUT BACKUP-SRC-FILE
     IF FS-BKP-SRC NOT = "00"
         MOVE "No backup manifest found for that date - nothing restored." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE 0 TO WS-Bkp-Manifest-Count
     MOVE 'N' TO BKP-EOF
     PERFORM UNTIL BKP-EOF = 'Y'
         READ BACKUP-SRC-FILE
             AT END
                 MOVE 'Y' TO BKP-EOF
             NOT AT END
                 MOVE SPACES TO WS-Bkp-Name-Part WS-Bkp-Count-Part
                 UNSTRING Backup-Src-Line DELIMITED BY '|'
                     INTO WS-Bkp-Name-Part, WS-Bkp-Count-Part
                 END-UNSTRING
                 IF WS-Bkp-Name-Part NOT = SPACES AND
                    WS-Bkp-Manifest-Count < 40
                     ADD 1 TO WS-Bkp-Manifest-Count
                     MOVE WS-Bkp-Name-Part TO
                          WS-Bkp-Man-Name(WS-Bkp-Manifest-Count)
                     MOVE FUNCTION NUMVAL(WS-Bkp-Count-Part) TO
                          WS-Bkp-Man-Rows(WS-Bkp-Manifest-Count)
                 END-IF
         END-READ
     END-PERFORM
     CLOSE BACKUP-SRC-FILE

     IF WS-Bkp-Manifest-Count = 0
         MOVE "The manifest is empty - nothing restored." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE "--- Restoring From Backup ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO WS-Bkp-Fail-Count
     PERFORM VARYING WS-Bkp-Idx FROM 1 BY 1
         UNTIL WS-Bkp-Idx > WS-Bkp-Manifest-Count
         MOVE WS-Bkp-Man-Name(WS-Bkp-Idx) TO WS-Bkp-Store-Name
         MOVE WS-Bkp-Man-Rows(WS-Bkp-Idx) TO WS-Bkp-Expected
         PERFORM Build-Backup-Snap-Name
         EVALUATE WS-Bkp-Store-Name
             WHEN "Accounts.idx"
                 PERFORM Restore-Accounts-Store
             WHEN "Profiles.idx"
                 PERFORM Restore-Profiles-Store
             WHEN "Messages.idx"
                 PERFORM Restore-Messages-Store
             WHEN OTHER
                 PERFORM Restore-One-Seq-Store
         END-EVALUATE
         PERFORM Report-Restore-Result
     END-PERFORM

     *> the in-memory tables now describe the pre-restore world -
     *> reload everything the startup sequence loads
     PERFORM Load-Accounts-From-Disk
     MOVE 0 TO Login-Attempt-Count
     PERFORM Load-Login-Attempts-From-Disk
     MOVE 0 TO Connection-Count
     PERFORM Load-Connections-From-Disk
     PERFORM Load-Applications-From-Disk
     PERFORM Load-Message-Sequence
     PERFORM Load-Jobs-First-Page

     IF WS-Bkp-Fail-Count = 0
         MOVE "Restore verified: every store matches its manifest count." TO WS-MSG
     ELSE
         MOVE SPACES TO WS-MSG
         STRING "RESTORE FAILED VERIFICATION: " DELIMITED BY SIZE
                WS-Bkp-Fail-Count DELIMITED BY SIZE
                " store(s) did not match the manifest. Operator attention required." DELIMITED BY SIZE
                INTO WS-MSG
     END-IF
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMRESTORE" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 *> -----------------------------
 *> A manifest row naming a store this program does not manage is
 *> refused rather than copied onto an arbitrary filename.
 *> -----------------------------
 Restore-One-Seq-Store.
     SET Bkp-Src-Missing TO TRUE
     MOVE 0 TO WS-Bkp-Count
     PERFORM VARYING WS-Bkp-Jdx FROM 1 BY 1
         UNTIL WS-Bkp-Jdx > WS-Bkp-Seq-Store-Total
         IF WS-Bkp-Seq-Store(WS-Bkp-Jdx) = WS-Bkp-Store-Name
             PERFORM Backup-Close-Live-Store
             MOVE WS-Bkp-Snap-Name TO WS-Bkp-Src-Name
             MOVE WS-Bkp-Store-Name TO WS-Bkp-Dst-Name
             PERFORM Backup-Copy-Src-To-Dst
             PERFORM Backup-Reopen-Live-Store
             EXIT PARAGRAPH
         END-IF
     END-PERFORM
     MOVE SPACES TO WS-MSG
     STRING "  " DELIMITED BY SIZE
            FUNCTION TRIM(WS-Bkp-Store-Name) DELIMITED BY SIZE
            ": unknown store named in the manifest - skipped." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Restore-Accounts-Store.
     SET Bkp-Src-Present TO TRUE
     MOVE 0 TO WS-Bkp-Count
     MOVE WS-Bkp-Snap-Name TO WS-Bkp-Src-Name
     OPEN INPUT BACKUP-SRC-FILE
     IF FS-BKP-SRC NOT = "00"
         SET Bkp-Src-Missing TO TRUE
         EXIT PARAGRAPH
     END-IF
     CLOSE ACCOUNTS-FILE
     OPEN OUTPUT ACCOUNTS-FILE
     MOVE 'N' TO BKP-EOF
     PERFORM UNTIL BKP-EOF = 'Y'
         READ BACKUP-SRC-FILE
             AT END
                 MOVE 'Y' TO BKP-EOF
             NOT AT END
                 IF Backup-Src-Line(1:20) NOT = SPACES
                     MOVE Backup-Src-Line(1:100) TO Account-Record
                     WRITE Account-Record
                         INVALID KEY
                             CONTINUE
                     END-WRITE
                     ADD 1 TO WS-Bkp-Count
                 END-IF
         END-READ
     END-PERFORM
     CLOSE BACKUP-SRC-FILE
     CLOSE ACCOUNTS-FILE
     OPEN I-O ACCOUNTS-FILE
     .

 Restore-Profiles-Store.
     SET Bkp-Src-Present TO TRUE
     MOVE 0 TO WS-Bkp-Count
     MOVE WS-Bkp-Snap-Name TO WS-Bkp-Src-Name
     OPEN INPUT BACKUP-SRC-FILE
     IF FS-BKP-SRC NOT = "00"
         SET Bkp-Src-Missing TO TRUE
         EXIT PARAGRAPH
     END-IF
     CLOSE PROFILES-FILE
     OPEN OUTPUT PROFILES-FILE
     MOVE 'N' TO BKP-EOF
     PERFORM UNTIL BKP-EOF = 'Y'
         READ BACKUP-SRC-FILE
             AT END
                 MOVE 'Y' TO BKP-EOF
             NOT AT END
                 IF Backup-Src-Line(1:20) NOT = SPACES
                     MOVE Backup-Src-Line TO Profile-Record
                     WRITE Profile-Record
                         INVALID KEY
                             CONTINUE
                     END-WRITE
                     ADD 1 TO WS-Bkp-Count
                 END-IF
         END-READ
     END-PERFORM
     CLOSE BACKUP-SRC-FILE
     CLOSE PROFILES-FILE
     OPEN I-O PROFILES-FILE
     .

 Restore-Messages-Store.
     SET Bkp-Src-Present TO TRUE
     MOVE 0 TO WS-Bkp-Count
     MOVE WS-Bkp-Snap-Name TO WS-Bkp-Src-Name
     OPEN INPUT BACKUP-SRC-FILE
     IF FS-BKP-SRC NOT = "00"
         SET Bkp-Src-Missing TO TRUE
         EXIT PARAGRAPH
     END-IF
     CLOSE MESSAGES-FILE
     OPEN OUTPUT MESSAGES-FILE
     MOVE 'N' TO BKP-EOF
     PERFORM UNTIL BKP-EOF = 'Y'
         READ BACKUP-SRC-FILE
             AT END
                 MOVE 'Y' TO BKP-EOF
             NOT AT END
                 IF Backup-Src-Line(1:20) NOT = SPACES
                     MOVE Backup-Src-Line(1:261) TO Message-Record
                     WRITE Message-Record
                         INVALID KEY
                             CONTINUE
                     END-WRITE
                     ADD 1 TO WS-Bkp-Count
                 END-IF
         END-READ
     END-PERFORM
     CLOSE BACKUP-SRC-FILE
     CLOSE MESSAGES-FILE
     OPEN I-O MESSAGES-FILE
     .

 Report-Restore-Result.
     MOVE SPACES TO WS-MSG
     IF Bkp-Src-Missing
         ADD 1 TO WS-Bkp-Fail-Count
         STRING "  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Bkp-Store-Name) DELIMITED BY SIZE
                ": snapshot file missing - NOT restored." DELIMITED BY SIZE
                INTO WS-MSG
     ELSE
         IF WS-Bkp-Count = WS-Bkp-Expected
             STRING "  " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-Bkp-Store-Name) DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    WS-Bkp-Count DELIMITED BY SIZE
                    " row(s) restored - OK." DELIMITED BY SIZE
                    INTO WS-MSG
         ELSE
             ADD 1 TO WS-Bkp-Fail-Count
             STRING "  " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-Bkp-Store-Name) DELIMITED BY SIZE
                    ": restored " DELIMITED BY SIZE
                    WS-Bkp-Count DELIMITED BY SIZE
                    " row(s) but the manifest says " DELIMITED BY SIZE
                    WS-Bkp-Expected DELIMITED BY SIZE
                    " - MISMATCH." DELIMITED BY SIZE
                    INTO WS-MSG
         END-IF
     END-IF
     PERFORM OUT-MSG
     .

 *> ===============================================================
 *> NEW: admin broadcast announcements. One message delivered to
 *> every active account of the chosen group as a normal Messages.idx
 *> record from the reserved "InCollege" system sender, so it shows
 *> in the unread count, the conversation view and the read-flag
 *> tracking users already understand. Replies are refused by
 *> Validate-Message-Recipient and the sender name is refused at
 *> registration.
 *> ===============================================================
 Admin-Broadcast-Announcement.
     MOVE "Send to - A = All active accounts, S = Students only, D = Admins only: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
         WHEN "A"
             MOVE 'A' TO WS-Bcast-Target
         WHEN "S"
             MOVE 'S' TO WS-Bcast-Target
         WHEN "D"
             MOVE 'D' TO WS-Bcast-Target
         WHEN OTHER
             MOVE "Unrecognized group - nothing sent." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
     END-EVALUATE

     MOVE "Enter the announcement (max 200 chars): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         MOVE "Nothing to send." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO WS-Bcast-Text

     MOVE 0 TO WS-Bcast-Delivered
     PERFORM Start-Accounts-Scan
     PERFORM UNTIL ACCT-EOF = 'Y'
         READ ACCOUNTS-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO ACCT-EOF
             NOT AT END
                 IF Acct-Rec-Username NOT = SPACES AND
                    Acct-Rec-Active
                     EVALUATE WS-Bcast-Target
                         WHEN 'S'
                             IF Acct-Rec-Student
                                 PERFORM Deliver-Broadcast-Message
                             END-IF
                         WHEN 'D'
                             IF Acct-Rec-Admin
                                 PERFORM Deliver-Broadcast-Message
                             END-IF
                         WHEN OTHER
                             PERFORM Deliver-Broadcast-Message
                     END-EVALUATE
                 END-IF
         END-READ
     END-PERFORM

     MOVE SPACES TO WS-MSG
     STRING "Announcement delivered to " DELIMITED BY SIZE
            WS-Bcast-Delivered DELIMITED BY SIZE
            " account(s)." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMBCAST" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Deliver-Broadcast-Message.
     MOVE Acct-Rec-Username TO Message-Recipient
     MOVE WS-Bcast-Text TO Message-Content
     PERFORM Send-System-Message
     ADD 1 TO WS-Bcast-Delivered
     .

 *> ===============================================================
 *> NEW: posting approval queue. New postings enter JobPostings.dat
 *> with approval state P and stay invisible to Browse/Recommended
 *> until an administrator approves them here; a rejection records R
 *> and sends the reason back to the poster as a message from the
 *> reserved system sender. Posters flagged trusted skip the queue -
 *> their rows are written approved straight away.
 *> ===============================================================
 Load-Trusted-Posters.
     MOVE 0 TO Trust-Count
     OPEN INPUT TRUSTED-POSTERS-FILE
     IF FS-TRUST NOT = "00"
         EXIT PARAGRAPH
     END-IF
     MOVE 'N' TO TRUST-EOF
     PERFORM UNTIL TRUST-EOF = 'Y'
         READ TRUSTED-POSTERS-FILE
             AT END
                 MOVE 'Y' TO TRUST-EOF
             NOT AT END
                 IF FUNCTION TRIM(Trusted-Poster-Line) NOT = SPACES AND
                    Trust-Count < 50
                     ADD 1 TO Trust-Count
                     MOVE FUNCTION TRIM(Trusted-Poster-Line) TO
                          Trust-Entry(Trust-Count)
                 END-IF
         END-READ
     END-PERFORM
     CLOSE TRUSTED-POSTERS-FILE
     .

 Check-Poster-Trusted.
     SET Poster-Not-Trusted TO TRUE
     PERFORM Load-Trusted-Posters
     PERFORM VARYING Trust-Idx FROM 1 BY 1
         UNTIL Trust-Idx > Trust-Count
         IF FUNCTION UPPER-CASE(Trust-Entry(Trust-Idx)) =
            FUNCTION UPPER-CASE(FUNCTION TRIM(Trust-User))
             SET Poster-Is-Trusted TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM
     .

 Save-Trusted-Posters.
     OPEN OUTPUT TRUSTED-POSTERS-FILE
     PERFORM VARYING Trust-Idx FROM 1 BY 1
         UNTIL Trust-Idx > Trust-Count
         MOVE SPACES TO Trusted-Poster-Line
         MOVE Trust-Entry(Trust-Idx) TO Trusted-Poster-Line
         WRITE Trusted-Poster-Line
     END-PERFORM
     CLOSE TRUSTED-POSTERS-FILE
     .

 Admin-Toggle-Trusted-Poster.
     MOVE "Enter the username to flag or unflag as a trusted poster: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Trust-User
     MOVE Trust-User TO Admin-Target-User

     PERFORM Load-Trusted-Posters
     SET Poster-Not-Trusted TO TRUE
     PERFORM VARYING Trust-Idx FROM 1 BY 1
         UNTIL Trust-Idx > Trust-Count
         IF FUNCTION UPPER-CASE(Trust-Entry(Trust-Idx)) =
            FUNCTION UPPER-CASE(Trust-User)
             SET Poster-Is-Trusted TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM

     IF Poster-Is-Trusted
         *> unflag: close the gap left by the removed entry
         PERFORM UNTIL Trust-Idx >= Trust-Count
             MOVE Trust-Entry(Trust-Idx + 1) TO
                  Trust-Entry(Trust-Idx)
             ADD 1 TO Trust-Idx
         END-PERFORM
         SUBTRACT 1 FROM Trust-Count
         MOVE SPACES TO WS-MSG
         STRING FUNCTION TRIM(Trust-User) DELIMITED BY SIZE
                " is no longer a trusted poster - new postings will queue for approval." DELIMITED BY SIZE
                INTO WS-MSG
         MOVE "ADMUNTRUST" TO WS-Admin-Action
     ELSE
         IF Trust-Count >= 50
             MOVE "The trusted-poster list is full (50 entries) - nothing changed." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         END-IF
         ADD 1 TO Trust-Count
         MOVE Trust-User TO Trust-Entry(Trust-Count)
         MOVE SPACES TO WS-MSG
         STRING FUNCTION TRIM(Trust-User) DELIMITED BY SIZE
                " is now a trusted poster - new postings skip the approval queue." DELIMITED BY SIZE
                INTO WS-MSG
         MOVE "ADMTRUST" TO WS-Admin-Action
     END-IF

     PERFORM Save-Trusted-Posters
     PERFORM OUT-MSG
     PERFORM Admin-Audit-Log
     .

 *> -----------------------------
 *> One message from the reserved system sender (Message-Recipient
 *> and Message-Content set by the caller) - shows up in the unread
 *> count and conversation view like any other mail.
 *> -----------------------------
 Send-System-Message.
     MOVE SPACES TO Message-Record
     MOVE Message-Recipient TO Msg-Rec-Recipient
     MOVE WS-Msg-Next-Seq TO Msg-Rec-Seq
     MOVE "InCollege" TO Msg-Rec-Sender
     MOVE Message-Content TO Msg-Rec-Text
     MOVE FUNCTION CURRENT-DATE(1:14) TO Msg-Rec-Timestamp
     MOVE 'N' TO Msg-Rec-Read
     WRITE Message-Record
         INVALID KEY
             CONTINUE
     END-WRITE
     ADD 1 TO WS-Msg-Next-Seq
     .

 Admin-Posting-Approval-Queue.
     MOVE "--- Posting Approval Queue ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO WS-Appr-Found
     PERFORM Load-Jobs-First-Page
     MOVE 'N' TO WS-Jobs-Scan-Done
     PERFORM UNTIL WS-Jobs-Scan-Done = 'Y' OR EOF-IN = "Y"
         PERFORM VARYING J FROM 1 BY 1 UNTIL J > Job-Count
             IF Job-Is-Pending(J)
                 ADD 1 TO WS-Appr-Found
                 PERFORM Review-One-Pending-Posting
                 IF EOF-IN = "Y"
                     EXIT PERFORM
                 END-IF
             END-IF
         END-PERFORM
         IF WS-Jobs-Page < WS-Jobs-Page-Count
             PERFORM Load-Jobs-Next-Page
         ELSE
             MOVE 'Y' TO WS-Jobs-Scan-Done
         END-IF
     END-PERFORM

     IF WS-Appr-Found = 0
         MOVE "No postings are awaiting approval." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     MOVE "------------------------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMAPPRQ" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Review-One-Pending-Posting.
     MOVE SPACES TO WS-MSG
     STRING "Pending: " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Title-Store(J)) DELIMITED BY SIZE
            " at " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Employer-Store(J)) DELIMITED BY SIZE
            " (posted by " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Poster(J)) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Description-Store(J)) DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE "A = approve, R = reject, S = skip: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
         WHEN "A"
             MOVE 'A' TO Job-Approval-Store(J)
             PERFORM Rewrite-Jobs-File
             MOVE Job-Poster(J) TO Message-Recipient
             MOVE SPACES TO Message-Content
             STRING "Your posting '" DELIMITED BY SIZE
                    FUNCTION TRIM(Job-Title-Store(J))
                        DELIMITED BY SIZE
                    "' has been approved and is now live."
                        DELIMITED BY SIZE
                    INTO Message-Content
             END-STRING
             PERFORM Send-System-Message
             *> NEW: change audit
             MOVE "APPRJOB" TO CA-Action
             PERFORM Log-Job-Edit-Change-For-Approval
             MOVE "Posting approved." TO WS-MSG
             PERFORM OUT-MSG
         WHEN "R"
             MOVE "Enter the rejection reason to send to the poster: " TO WS-MSG
             PERFORM OUT-MSG
             PERFORM READ-NEXT-INPUT
             IF EOF-IN = "Y"
                 EXIT PARAGRAPH
             END-IF
             MOVE FUNCTION TRIM(InLine) TO WS-Appr-Reason
             MOVE 'R' TO Job-Approval-Store(J)
             PERFORM Rewrite-Jobs-File
             MOVE Job-Poster(J) TO Message-Recipient
             MOVE SPACES TO Message-Content
             STRING "Your posting '" DELIMITED BY SIZE
                    FUNCTION TRIM(Job-Title-Store(J))
                        DELIMITED BY SIZE
                    "' was rejected: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-Appr-Reason) DELIMITED BY SIZE
                    INTO Message-Content
             END-STRING
             PERFORM Send-System-Message
             *> NEW: change audit, reason included
             MOVE "REJJOB" TO CA-Action
             PERFORM Log-Job-Edit-Change-For-Approval
             MOVE "Posting rejected and the reason sent to the poster." TO WS-MSG
             PERFORM OUT-MSG
         WHEN OTHER
             MOVE "Skipped." TO WS-MSG
             PERFORM OUT-MSG
     END-EVALUATE
     .

 *> -----------------------------
 *> Change-audit record for an approval decision on Job-Entry(J):
 *> old state PENDING, new state the decision (with the rejection
 *> reason when there is one).
 *> -----------------------------
 Log-Job-Edit-Change-For-Approval.
     MOVE SPACES TO CA-Target
     STRING "job " DELIMITED BY SIZE
            Job-ID(J) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE "PENDING" TO CA-Old-Value
     IF CA-Action = "APPRJOB"
         MOVE "APPROVED" TO CA-New-Value
     ELSE
         MOVE SPACES TO CA-New-Value
         STRING "REJECTED: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Appr-Reason) DELIMITED BY SIZE
                INTO CA-New-Value
         END-STRING
     END-IF
     PERFORM Write-Change-Audit
     .

 *> ===============================================================
 *> NEW: whole-store referential integrity audit. The startup
 *> reconciliation only covers Applications vs JobPostings; this
 *> walks everything else - Connections.dat, Endorsements.dat,
 *> SavedSearches.dat, Skill-Progress.dat and Messages.idx - and
 *> reports every row pointing at a username with no account (ERROR)
 *> or at a deactivated account (WARNING, pre-cascade history that is
 *> legitimate to keep). The optional repair pass quarantines ERROR
 *> rows to IntegrityRejects.dat - never deletes them - and leaves
 *> WARNING rows alone.
 *> ===============================================================
 Admin-Integrity-Audit.
     MOVE 0 TO WS-Integ-Errors WS-Integ-Warnings
     MOVE "--- Cross-File Integrity Audit ---" TO WS-MSG
     PERFORM OUT-MSG

     PERFORM Audit-Connections-Store
     PERFORM Audit-Endorsements-Store
     PERFORM Audit-Saved-Searches-Store
     PERFORM Audit-Skill-Progress-Store
     PERFORM Audit-Messages-Store

     MOVE SPACES TO WS-MSG
     STRING "Audit complete: " DELIMITED BY SIZE
            WS-Integ-Errors DELIMITED BY SIZE
            " error(s), " DELIMITED BY SIZE
            WS-Integ-Warnings DELIMITED BY SIZE
            " warning(s)." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     IF WS-Integ-Errors > 0
         MOVE "Run the repair pass? Orphaned rows are quarantined to IntegrityRejects.dat, not deleted (Y/N): " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y" AND
            FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "Y"
             PERFORM Repair-Integrity-Errors
         END-IF
     END-IF
     MOVE "----------------------------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMINTEG" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 *> -----------------------------
 *> Does WS-Integ-User's account exist / is it still open? Same
 *> case-insensitive lookup as login, with UserName stashed around
 *> the call since Check-Username-Exists works through it.
 *> -----------------------------
 Eval-Integ-User.
     MOVE UserName TO WS-Integ-Stash
     MOVE WS-Integ-User TO UserName
     PERFORM Check-Username-Exists
     IF Username-Exists
         SET Acct-On-File TO TRUE
         IF Acct-Rec-Deactivated
             SET Account-Is-Inactive TO TRUE
         ELSE
             SET Account-Is-Active TO TRUE
         END-IF
     ELSE
         SET Acct-Not-On-File TO TRUE
         SET Account-Is-Active TO TRUE
     END-IF
     MOVE WS-Integ-Stash TO UserName
     .

 *> -----------------------------
 *> Report-side check of one referenced username: ERROR when no
 *> account exists (marks the row bad), WARNING when deactivated.
 *> -----------------------------
 Audit-Check-User.
     IF WS-Integ-User = SPACES
         EXIT PARAGRAPH
     END-IF
     *> the reserved system sender has no account row by design -
     *> broadcasts and approval notices are not orphans
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Integ-User)) =
        "INCOLLEGE"
         EXIT PARAGRAPH
     END-IF
     PERFORM Eval-Integ-User
     MOVE SPACES TO WS-MSG
     IF Acct-Not-On-File
         ADD 1 TO WS-Integ-Errors
         SET Integ-Row-Bad TO TRUE
         STRING "  ERROR " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Integ-Store) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Integ-Key) DELIMITED BY SIZE
                ": " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Integ-Field) DELIMITED BY SIZE
                " '" DELIMITED BY SIZE
                FUNCTION TRIM(WS-Integ-User) DELIMITED BY SIZE
                "' has no account." DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     ELSE
         IF Account-Is-Inactive
             ADD 1 TO WS-Integ-Warnings
             STRING "  WARNING " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-Integ-Store) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-Integ-Key) DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-Integ-Field) DELIMITED BY SIZE
                    " '" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-Integ-User) DELIMITED BY SIZE
                    "' is a deactivated account." DELIMITED BY SIZE
                    INTO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF
     .

 Build-Integ-Line-Key.
     MOVE SPACES TO WS-Integ-Key
     STRING "line " DELIMITED BY SIZE
            WS-Integ-Line DELIMITED BY SIZE
            INTO WS-Integ-Key
     END-STRING
     .

 Audit-Connections-Store.
     MOVE "Connections.dat" TO WS-Integ-Store
     CLOSE CONNECTIONS-FILE
     OPEN INPUT CONNECTIONS-FILE
     MOVE 'N' TO CONN-EOF
     MOVE 0 TO WS-Integ-Line
     PERFORM UNTIL CONN-EOF = 'Y'
         READ CONNECTIONS-FILE
             AT END
                 MOVE 'Y' TO CONN-EOF
             NOT AT END
                 ADD 1 TO WS-Integ-Line
                 MOVE SPACES TO U-Part P-Part S-Part
                 UNSTRING Connection-Line DELIMITED BY '|'
                     INTO U-Part, P-Part, S-Part
                 END-UNSTRING
                 IF U-Part NOT = SPACES AND P-Part NOT = SPACES
                     PERFORM Build-Integ-Line-Key
                     SET Integ-Row-Good TO TRUE
                     MOVE U-Part TO WS-Integ-User
                     MOVE "sender" TO WS-Integ-Field
                     PERFORM Audit-Check-User
                     MOVE P-Part TO WS-Integ-User
                     MOVE "recipient" TO WS-Integ-Field
                     PERFORM Audit-Check-User
                 END-IF
         END-READ
     END-PERFORM
     CLOSE CONNECTIONS-FILE
     OPEN EXTEND CONNECTIONS-FILE
     .

 Audit-Endorsements-Store.
     MOVE "Endorsements.dat" TO WS-Integ-Store
     CLOSE ENDORSEMENTS-FILE
     OPEN INPUT ENDORSEMENTS-FILE
     MOVE 'N' TO ENDO-EOF
     MOVE 0 TO WS-Integ-Line
     PERFORM UNTIL ENDO-EOF = 'Y'
         READ ENDORSEMENTS-FILE
             AT END
                 MOVE 'Y' TO ENDO-EOF
             NOT AT END
                 ADD 1 TO WS-Integ-Line
                 MOVE SPACES TO WS-Endo-Owner-Part WS-Endo-Author-Part
                 UNSTRING Endorsement-Line DELIMITED BY '|'
                     INTO WS-Endo-Owner-Part, WS-Endo-Author-Part
                 END-UNSTRING
                 IF WS-Endo-Owner-Part NOT = SPACES
                     PERFORM Build-Integ-Line-Key
                     SET Integ-Row-Good TO TRUE
                     MOVE WS-Endo-Owner-Part TO WS-Integ-User
                     MOVE "owner" TO WS-Integ-Field
                     PERFORM Audit-Check-User
                     MOVE WS-Endo-Author-Part TO WS-Integ-User
                     MOVE "author" TO WS-Integ-Field
                     PERFORM Audit-Check-User
                 END-IF
         END-READ
     END-PERFORM
     CLOSE ENDORSEMENTS-FILE
     OPEN EXTEND ENDORSEMENTS-FILE
     .

 Audit-Saved-Searches-Store.
     MOVE "SavedSearches.dat" TO WS-Integ-Store
     CLOSE SAVED-SEARCHES-FILE
     OPEN INPUT SAVED-SEARCHES-FILE
     MOVE 'N' TO SAVED-EOF
     MOVE 0 TO WS-Integ-Line
     PERFORM UNTIL SAVED-EOF = 'Y'
         READ SAVED-SEARCHES-FILE
             AT END
                 MOVE 'Y' TO SAVED-EOF
             NOT AT END
                 ADD 1 TO WS-Integ-Line
                 MOVE SPACES TO SS-Owner-Part
                 UNSTRING Saved-Search-Line DELIMITED BY '|'
                     INTO SS-Owner-Part
                 END-UNSTRING
                 IF SS-Owner-Part NOT = SPACES
                     PERFORM Build-Integ-Line-Key
                     SET Integ-Row-Good TO TRUE
                     MOVE SS-Owner-Part TO WS-Integ-User
                     MOVE "owner" TO WS-Integ-Field
                     PERFORM Audit-Check-User
                 END-IF
         END-READ
     END-PERFORM
     CLOSE SAVED-SEARCHES-FILE
     OPEN EXTEND SAVED-SEARCHES-FILE
     .

 Audit-Skill-Progress-Store.
     MOVE "Skill-Progress.dat" TO WS-Integ-Store
     CLOSE SKILL-PROGRESS-FILE
     OPEN INPUT SKILL-PROGRESS-FILE
     MOVE 'N' TO SKPROG-EOF
     MOVE 0 TO WS-Integ-Line
     PERFORM UNTIL SKPROG-EOF = 'Y'
         READ SKILL-PROGRESS-FILE
             AT END
                 MOVE 'Y' TO SKPROG-EOF
             NOT AT END
                 ADD 1 TO WS-Integ-Line
                 MOVE SPACES TO U-Part
                 UNSTRING Skill-Progress-Line DELIMITED BY '|'
                     INTO U-Part
                 END-UNSTRING
                 IF U-Part NOT = SPACES
                     PERFORM Build-Integ-Line-Key
                     SET Integ-Row-Good TO TRUE
                     MOVE U-Part TO WS-Integ-User
                     MOVE "owner" TO WS-Integ-Field
                     PERFORM Audit-Check-User
                 END-IF
         END-READ
     END-PERFORM
     CLOSE SKILL-PROGRESS-FILE
     OPEN EXTEND SKILL-PROGRESS-FILE
     .

 Audit-Messages-Store.
     MOVE "Messages.idx" TO WS-Integ-Store
     PERFORM Start-Messages-Scan
     PERFORM UNTIL MSG-EOF = 'Y'
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 MOVE SPACES TO WS-Integ-Key
                 STRING "key " DELIMITED BY SIZE
                        FUNCTION TRIM(Msg-Rec-Recipient)
                            DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        Msg-Rec-Seq DELIMITED BY SIZE
                        INTO WS-Integ-Key
                 END-STRING
                 SET Integ-Row-Good TO TRUE
                 MOVE Msg-Rec-Recipient TO WS-Integ-User
                 MOVE "recipient" TO WS-Integ-Field
                 PERFORM Audit-Check-User
                 MOVE Msg-Rec-Sender TO WS-Integ-User
                 MOVE "sender" TO WS-Integ-Field
                 PERFORM Audit-Check-User
         END-READ
     END-PERFORM
     .

 *> -----------------------------
 *> The repair pass: the same checks, run silently, with rows that
 *> reference a nonexistent account diverted to IntegrityRejects.dat
 *> and removed from the hot store. Deactivated references are left
 *> alone - the accounts still exist.
 *> -----------------------------
 Repair-Integrity-Errors.
     MOVE 0 TO WS-Integ-Quarantined
     OPEN EXTEND INTEGRITY-REJECTS-FILE
     IF FS-INTEG-REJ = "35"
         OPEN OUTPUT INTEGRITY-REJECTS-FILE
     END-IF

     PERFORM Repair-Connections-Store
     PERFORM Repair-Endorsements-Store
     PERFORM Repair-Saved-Searches-Store
     PERFORM Repair-Skill-Progress-Store
     PERFORM Repair-Messages-Store

     CLOSE INTEGRITY-REJECTS-FILE

     *> the connections table mirrors its file - reload it
     MOVE 0 TO Connection-Count
     PERFORM Load-Connections-From-Disk

     MOVE SPACES TO WS-MSG
     STRING "Repair pass quarantined " DELIMITED BY SIZE
            WS-Integ-Quarantined DELIMITED BY SIZE
            " row(s) to IntegrityRejects.dat." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Write-Integrity-Reject.
     MOVE ALL SPACES TO Integrity-Reject-Line
     STRING
         FUNCTION TRIM(WS-Integ-Store) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(WS-Integ-Key)   DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(WS-Integ-Row)   DELIMITED BY SIZE
         INTO Integrity-Reject-Line
     END-STRING
     WRITE Integrity-Reject-Line
     ADD 1 TO WS-Integ-Quarantined
     .

 Flag-Integ-User-Missing.
     *> same reserved-sender exemption as Audit-Check-User, so the
     *> repair pass never quarantines system announcements
     IF WS-Integ-User NOT = SPACES AND
        FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Integ-User)) NOT =
        "INCOLLEGE"
         PERFORM Eval-Integ-User
         IF Acct-Not-On-File
             SET Integ-Row-Bad TO TRUE
         END-IF
     END-IF
     .

 Repair-Connections-Store.
     MOVE "Connections.dat" TO WS-Integ-Store
     CLOSE CONNECTIONS-FILE
     OPEN INPUT CONNECTIONS-FILE
     OPEN OUTPUT CONNECTIONS-TMP-FILE
     MOVE 'N' TO CONN-EOF
     MOVE 0 TO WS-Integ-Line
     PERFORM UNTIL CONN-EOF = 'Y'
         READ CONNECTIONS-FILE
             AT END
                 MOVE 'Y' TO CONN-EOF
             NOT AT END
                 ADD 1 TO WS-Integ-Line
                 SET Integ-Row-Good TO TRUE
                 MOVE SPACES TO U-Part P-Part S-Part
                 UNSTRING Connection-Line DELIMITED BY '|'
                     INTO U-Part, P-Part, S-Part
                 END-UNSTRING
                 IF U-Part NOT = SPACES AND P-Part NOT = SPACES
                     MOVE U-Part TO WS-Integ-User
                     PERFORM Flag-Integ-User-Missing
                     MOVE P-Part TO WS-Integ-User
                     PERFORM Flag-Integ-User-Missing
                 END-IF
                 IF Integ-Row-Bad
                     PERFORM Build-Integ-Line-Key
                     MOVE Connection-Line TO WS-Integ-Row
                     PERFORM Write-Integrity-Reject
                 ELSE
                     MOVE Connection-Line TO Connection-Tmp-Line
                     WRITE Connection-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Connection-Tmp-Line
     WRITE Connection-Tmp-Line
     CLOSE CONNECTIONS-FILE
     CLOSE CONNECTIONS-TMP-FILE
     PERFORM Copy-Connections-Tmp-Back
     .

 Repair-Endorsements-Store.
     MOVE "Endorsements.dat" TO WS-Integ-Store
     CLOSE ENDORSEMENTS-FILE
     OPEN INPUT ENDORSEMENTS-FILE
     OPEN OUTPUT ENDORSEMENTS-TMP-FILE
     MOVE 'N' TO ENDO-EOF
     MOVE 0 TO WS-Integ-Line
     PERFORM UNTIL ENDO-EOF = 'Y'
         READ ENDORSEMENTS-FILE
             AT END
                 MOVE 'Y' TO ENDO-EOF
             NOT AT END
                 ADD 1 TO WS-Integ-Line
                 SET Integ-Row-Good TO TRUE
                 MOVE SPACES TO WS-Endo-Owner-Part WS-Endo-Author-Part
                 UNSTRING Endorsement-Line DELIMITED BY '|'
                     INTO WS-Endo-Owner-Part, WS-Endo-Author-Part
                 END-UNSTRING
                 IF WS-Endo-Owner-Part NOT = SPACES
                     MOVE WS-Endo-Owner-Part TO WS-Integ-User
                     PERFORM Flag-Integ-User-Missing
                     MOVE WS-Endo-Author-Part TO WS-Integ-User
                     PERFORM Flag-Integ-User-Missing
                 END-IF
                 IF Integ-Row-Bad
                     PERFORM Build-Integ-Line-Key
                     MOVE Endorsement-Line TO WS-Integ-Row
                     PERFORM Write-Integrity-Reject
                 ELSE
                     MOVE Endorsement-Line TO Endorsement-Tmp-Line
                     WRITE Endorsement-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Endorsement-Tmp-Line
     WRITE Endorsement-Tmp-Line
     CLOSE ENDORSEMENTS-FILE
     CLOSE ENDORSEMENTS-TMP-FILE
     PERFORM Copy-Endorsements-Tmp-Back
     .

 Repair-Saved-Searches-Store.
     MOVE "SavedSearches.dat" TO WS-Integ-Store
     CLOSE SAVED-SEARCHES-FILE
     OPEN INPUT SAVED-SEARCHES-FILE
     OPEN OUTPUT SAVED-SEARCHES-TMP-FILE
     MOVE 'N' TO SAVED-EOF
     MOVE 0 TO WS-Integ-Line
     PERFORM UNTIL SAVED-EOF = 'Y'
         READ SAVED-SEARCHES-FILE
             AT END
                 MOVE 'Y' TO SAVED-EOF
             NOT AT END
                 ADD 1 TO WS-Integ-Line
                 SET Integ-Row-Good TO TRUE
                 MOVE SPACES TO SS-Owner-Part
                 UNSTRING Saved-Search-Line DELIMITED BY '|'
                     INTO SS-Owner-Part
                 END-UNSTRING
                 IF SS-Owner-Part NOT = SPACES
                     MOVE SS-Owner-Part TO WS-Integ-User
                     PERFORM Flag-Integ-User-Missing
                 END-IF
                 IF Integ-Row-Bad
                     PERFORM Build-Integ-Line-Key
                     MOVE Saved-Search-Line TO WS-Integ-Row
                     PERFORM Write-Integrity-Reject
                 ELSE
                     MOVE Saved-Search-Line TO Saved-Search-Tmp-Line
                     WRITE Saved-Search-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Saved-Search-Tmp-Line
     WRITE Saved-Search-Tmp-Line
     CLOSE SAVED-SEARCHES-FILE
     CLOSE SAVED-SEARCHES-TMP-FILE
     PERFORM Copy-Saved-Searches-Tmp-Back
     .

 Repair-Skill-Progress-Store.
     MOVE "Skill-Progress.dat" TO WS-Integ-Store
     CLOSE SKILL-PROGRESS-FILE
     OPEN INPUT SKILL-PROGRESS-FILE
     OPEN OUTPUT SKILL-PROGRESS-TMP-FILE
     MOVE 'N' TO SKPROG-EOF
     MOVE 0 TO WS-Integ-Line
     PERFORM UNTIL SKPROG-EOF = 'Y'
         READ SKILL-PROGRESS-FILE
             AT END
                 MOVE 'Y' TO SKPROG-EOF
             NOT AT END
                 ADD 1 TO WS-Integ-Line
                 SET Integ-Row-Good TO TRUE
                 MOVE SPACES TO U-Part
                 UNSTRING Skill-Progress-Line DELIMITED BY '|'
                     INTO U-Part
                 END-UNSTRING
                 IF U-Part NOT = SPACES
                     MOVE U-Part TO WS-Integ-User
                     PERFORM Flag-Integ-User-Missing
                 END-IF
                 IF Integ-Row-Bad
                     PERFORM Build-Integ-Line-Key
                     MOVE Skill-Progress-Line TO WS-Integ-Row
                     PERFORM Write-Integrity-Reject
                 ELSE
                     MOVE Skill-Progress-Line TO Skill-Progress-Tmp-Line
                     WRITE Skill-Progress-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Skill-Progress-Tmp-Line
     WRITE Skill-Progress-Tmp-Line
     CLOSE SKILL-PROGRESS-FILE
     CLOSE SKILL-PROGRESS-TMP-FILE
     PERFORM Copy-Skill-Progress-Tmp-Back
     .

 Repair-Messages-Store.
     MOVE "Messages.idx" TO WS-Integ-Store
     PERFORM Start-Messages-Scan
     PERFORM UNTIL MSG-EOF = 'Y'
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 SET Integ-Row-Good TO TRUE
                 MOVE Msg-Rec-Recipient TO WS-Integ-User
                 PERFORM Flag-Integ-User-Missing
                 MOVE Msg-Rec-Sender TO WS-Integ-User
                 PERFORM Flag-Integ-User-Missing
                 IF Integ-Row-Bad
                     MOVE SPACES TO WS-Integ-Key
                     STRING "key " DELIMITED BY SIZE
                            FUNCTION TRIM(Msg-Rec-Recipient)
                                DELIMITED BY SIZE
                            "/" DELIMITED BY SIZE
                            Msg-Rec-Seq DELIMITED BY SIZE
                            INTO WS-Integ-Key
                     END-STRING
                     MOVE SPACES TO WS-Integ-Row
                     MOVE Message-Record TO WS-Integ-Row(1:261)
                     PERFORM Write-Integrity-Reject
                     DELETE MESSAGES-FILE RECORD
                         INVALID KEY
                             CONTINUE
                     END-DELETE
                 END-IF
         END-READ
     END-PERFORM
     .

 *> -----------------------------
 *> MAIN APPLICATION MENUS
 *> -----------------------------
 Show-Main-Menu.
     *> NEW: employer accounts maintain a company profile instead of
     *> the student profile screens
     IF User-Is-Employer
         MOVE "1. Create/Edit My Company Profile" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "2. View My Company Profile" TO WS-MSG
         PERFORM OUT-MSG
     ELSE
         MOVE "1. Create/Edit My Profile" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "2. View My Profile" TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     MOVE "3. Search for a job" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. Find someone you know" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "5. View My Pending Connection Requests" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "6. View My Network" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "7. Messages" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "8. Learn a New Skill" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "9. Log Out" TO WS-MSG
     PERFORM OUT-MSG
     *> NEW: career fairs and info sessions
     MOVE "E. Career Fairs & Events" TO WS-MSG
     PERFORM OUT-MSG
     *> NEW: mentors and mentorships (student accounts)
     IF NOT User-Is-Employer
         MOVE "M. Mentorship" TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     *> NEW: email address and notification emails
     MOVE "N. Email & Notifications" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "D. Deactivate My Account" TO WS-MSG
     PERFORM OUT-MSG
     *> NEW: a copy of everything InCollege holds about the user
     MOVE "X. Download My Data" TO WS-MSG
     PERFORM OUT-MSG
     IF User-Is-Admin
         MOVE "A. Admin Console" TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 J-Search-Loop.
     *> NEW: tell the user what their saved searches have caught
     *> since their last visit, before the menu shows
     PERFORM Show-Saved-Search-Alerts
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "8" OR EOF-IN = "Y"
         PERFORM J-Search-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Post-Job-Flow
                 WHEN "2"
                     PERFORM Browse-Jobs-Enhanced
                 WHEN "3"
                     PERFORM View-My-Applications
                 WHEN "4"
                     PERFORM View-My-Postings-Applicants
                 WHEN "5"
                     PERFORM My-Postings-Menu
                 WHEN "6"
                     PERFORM Recommended-Jobs
                 WHEN "7"
                     PERFORM Saved-Searches-Flow
                 WHEN "8"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Find-Someone.
     *> NEW: the exact-name search now sits next to a criteria search
     *> over the university/major/grad-year fields every profile
     *> already carries
     MOVE "1. Search by full name" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Search the directory (university/major/grad year)" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     EVALUATE WS-INPUT-VALUE
         WHEN "1"
             PERFORM Find-Someone-By-Name
         WHEN "2"
             PERFORM Directory-Search
         WHEN OTHER
             MOVE "Invalid choice." TO WS-MSG
             PERFORM OUT-MSG
     END-EVALUATE
     .

 Find-Someone-By-Name.
     MOVE "Enter the full name of the person you are looking for: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         MOVE FUNCTION TRIM(InLine) TO Search-Name
         PERFORM Perform-Search
         IF User-Found
             PERFORM Display-Search-Profile
             *> Add connection request option after displaying profile
             PERFORM Connection-Options-Menu
         ELSE
             MOVE "No one by that name could be found." TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF
     .

 *> ===============================================================
 *> NEW: directory search. Any combination of university (substring),
 *> major (substring) and graduation year (exact) finds matching
 *> profiles; results page 20 at a time like the network view, and a
 *> picked result drills into the profile through the same
 *> Prof-Visibility rules the name search applies. Profiles whose
 *> body is not visible to the viewer are excluded outright, since
 *> the match criteria ARE body fields.
 *> ===============================================================
 Directory-Search.
     MOVE "Filter by university (or press Enter to skip): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Dir-Crit-University

     MOVE "Filter by major (or press Enter to skip): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Dir-Crit-Major

     MOVE "Filter by graduation year (or press Enter to skip): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Dir-Crit-Grad-Year

     IF Dir-Crit-University = SPACES AND
        Dir-Crit-Major = SPACES AND
        Dir-Crit-Grad-Year = SPACES
         MOVE "Enter at least one criterion to search the directory." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     PERFORM Build-Directory-Matches

     IF Dir-Match-Count = 0
         MOVE "No profiles match those criteria." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     COMPUTE WS-Dir-Page-Count =
        (Dir-Match-Count + WS-Net-Page-Size - 1)
        / WS-Net-Page-Size
     MOVE 1 TO WS-Dir-Page
     MOVE 99 TO Dir-Pick
     PERFORM UNTIL Dir-Pick = 0 OR EOF-IN = "Y"
         PERFORM Display-Directory-Page
         PERFORM Directory-Pick-Prompt
     END-PERFORM
     .

 Build-Directory-Matches.
     MOVE 0 TO Dir-Match-Count
     MOVE 'N' TO Dir-Trunc-Warned-Flag
     PERFORM Start-Profiles-Scan
     PERFORM UNTIL PROF-EOF = 'Y'
         READ PROFILES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO PROF-EOF
             NOT AT END
                 IF Profile-Record(1:20) NOT = UserName
                     PERFORM Consider-Directory-Row
                 END-IF
         END-READ
     END-PERFORM
     .

 Consider-Directory-Row.
     *> the criteria are profile-body fields, so the same visibility
     *> rule as Display-Search-Profile gates the match itself
     MOVE Profile-Record(1:20) TO Search-Username
     MOVE Profile-Record(1515:1) TO Search-Visibility
     PERFORM Determine-Search-Body-Visible
     IF Search-Body-Private
         EXIT PARAGRAPH
     END-IF

     SET Dir-Row-Matches TO TRUE

     IF Dir-Crit-University NOT = SPACES
         MOVE 0 TO WS-Filter-Tally
         MOVE FUNCTION UPPER-CASE(Profile-Record(81:50))
             TO WS-Filter-Target
         INSPECT WS-Filter-Target TALLYING WS-Filter-Tally
             FOR ALL FUNCTION TRIM(FUNCTION UPPER-CASE(Dir-Crit-University))
         IF WS-Filter-Tally = 0
             SET Dir-Row-No-Match TO TRUE
         END-IF
     END-IF

     IF Dir-Row-Matches AND Dir-Crit-Major NOT = SPACES
         MOVE 0 TO WS-Filter-Tally
         MOVE FUNCTION UPPER-CASE(Profile-Record(131:40))
             TO WS-Filter-Target
         INSPECT WS-Filter-Target TALLYING WS-Filter-Tally
             FOR ALL FUNCTION TRIM(FUNCTION UPPER-CASE(Dir-Crit-Major))
         IF WS-Filter-Tally = 0
             SET Dir-Row-No-Match TO TRUE
         END-IF
     END-IF

     IF Dir-Row-Matches AND Dir-Crit-Grad-Year NOT = SPACES
         IF Profile-Record(171:4) NOT = Dir-Crit-Grad-Year
             SET Dir-Row-No-Match TO TRUE
         END-IF
     END-IF

     IF Dir-Row-No-Match
         EXIT PARAGRAPH
     END-IF

     IF Dir-Match-Count >= 100
         IF Dir-Trunc-Warned-Flag = 'N'
             MOVE 'Y' TO Dir-Trunc-Warned-Flag
             MOVE "More than 100 profiles match - narrow the criteria to see the rest." TO WS-MSG
             PERFORM OUT-MSG
         END-IF
         EXIT PARAGRAPH
     END-IF

     ADD 1 TO Dir-Match-Count
     MOVE Profile-Record(1:20) TO Dir-Username(Dir-Match-Count)
     MOVE SPACES TO Dir-Name(Dir-Match-Count)
     STRING FUNCTION TRIM(Profile-Record(21:30)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Profile-Record(51:30)) DELIMITED BY SIZE
            INTO Dir-Name(Dir-Match-Count)
     END-STRING
     MOVE Profile-Record(81:50) TO Dir-University(Dir-Match-Count)
     MOVE Profile-Record(131:40) TO Dir-Major(Dir-Match-Count)
     MOVE Profile-Record(171:4) TO Dir-Grad-Year(Dir-Match-Count)
     .

 Display-Directory-Page.
     MOVE "--- Directory Results ---" TO WS-MSG
     PERFORM OUT-MSG
     IF WS-Dir-Page-Count > 1
         MOVE SPACES TO WS-MSG
         STRING "(page " DELIMITED BY SIZE
                WS-Dir-Page DELIMITED BY SIZE
                " of " DELIMITED BY SIZE
                WS-Dir-Page-Count DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF

     COMPUTE WS-Dir-First = ((WS-Dir-Page - 1) * WS-Net-Page-Size) + 1
     COMPUTE WS-Dir-Last = WS-Dir-Page * WS-Net-Page-Size
     IF WS-Dir-Last > Dir-Match-Count
         MOVE Dir-Match-Count TO WS-Dir-Last
     END-IF

     PERFORM VARYING Dir-Idx FROM WS-Dir-First BY 1
         UNTIL Dir-Idx > WS-Dir-Last
         MOVE SPACES TO WS-MSG
         STRING Dir-Idx DELIMITED BY SIZE
                ". " DELIMITED BY SIZE
                FUNCTION TRIM(Dir-Name(Dir-Idx)) DELIMITED BY SIZE
                " - " DELIMITED BY SIZE
                FUNCTION TRIM(Dir-University(Dir-Idx))
                    DELIMITED BY SIZE
                ", " DELIMITED BY SIZE
                FUNCTION TRIM(Dir-Major(Dir-Idx)) DELIMITED BY SIZE
                ", class of " DELIMITED BY SIZE
                Dir-Grad-Year(Dir-Idx) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-PERFORM
     MOVE "-------------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Directory-Pick-Prompt.
     MOVE "Enter a number to view that profile, N/P for next/previous page, or 0 to go back: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
             WHEN "N"
                 IF WS-Dir-Page < WS-Dir-Page-Count
                     ADD 1 TO WS-Dir-Page
                 ELSE
                     MOVE "Already on the last page." TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
             WHEN "P"
                 IF WS-Dir-Page > 1
                     SUBTRACT 1 FROM WS-Dir-Page
                 ELSE
                     MOVE "Already on the first page." TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
             WHEN OTHER
                 MOVE FUNCTION NUMVAL(InLine) TO Dir-Pick
                 IF Dir-Pick > 0 AND Dir-Pick <= Dir-Match-Count
                     MOVE Dir-Username(Dir-Pick) TO Search-Username
                     PERFORM Load-Profile-By-Username
                     IF User-Found
                         PERFORM Display-Search-Profile
                         *> a fresh options loop for every drill-in
                         MOVE SPACES TO WS-MENU-SELECTION
                         PERFORM Connection-Options-Menu
                     END-IF
                     MOVE 99 TO Dir-Pick
                 ELSE IF Dir-Pick NOT = 0
                     MOVE "Invalid selection." TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
         END-EVALUATE
     END-IF
     .

 Connection-Options-Menu.
     PERFORM UNTIL WS-MENU-SELECTION = "2" OR EOF-IN = "Y"
         MOVE "1. Send Connection Request" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "2. Back to Main Menu" TO WS-MSG
         PERFORM OUT-MSG
         *> NEW: flag an offensive profile to the moderators
         MOVE "3. Report This Profile" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "Enter your choice: " TO WS-MSG
         PERFORM OUT-MSG

         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Send-Connection-Request
                     MOVE "2" TO WS-MENU-SELECTION
                 WHEN "2"
                     CONTINUE
                 WHEN "3"
                     PERFORM Report-Profile-Flow
                     MOVE "2" TO WS-MENU-SELECTION
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Send-Connection-Request.
     *> Validate the connection request
     PERFORM Validate-Connection-Request
     IF Connection-Is-Valid AND Connection-Count >= 250
         MOVE "WARNING: connection table full, cannot save new connection. Operator attention required." TO WS-MSG
         PERFORM OUT-MSG
         SET Connection-Is-Invalid TO TRUE
     END-IF
     IF Connection-Is-Valid
         *> Add to in-memory connections array
         ADD 1 TO Connection-Count
         MOVE UserName TO Conn-Sender(Connection-Count)
         MOVE Search-Username TO Conn-Recipient(Connection-Count)
         MOVE "P" TO Conn-Status(Connection-Count)
         *> Persist to file
         PERFORM Append-Connection-To-Disk

         MOVE SPACES TO WS-MSG
         STRING "Connection request sent to " DELIMITED BY SIZE
                FUNCTION TRIM(Search-First-Name) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(Search-Last-Name) DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 Validate-Connection-Request.
     SET Connection-Is-Valid TO TRUE

     IF UserName = Search-Username
         MOVE "You cannot send yourself a connection request." TO WS-MSG
         PERFORM OUT-MSG
         SET Connection-Is-Invalid TO TRUE
         EXIT PARAGRAPH
     END-IF

     *> NEW: no new requests to a closed account
     MOVE Search-Username TO Target-Username
     PERFORM Check-Account-Active
     IF Account-Is-Inactive
         MOVE "This user's account is no longer active." TO WS-MSG
         PERFORM OUT-MSG
         SET Connection-Is-Invalid TO TRUE
         EXIT PARAGRAPH
     END-IF

     *> Check if connection already exists (either direction) -
     *> a rejected or removed row is left in place on purpose so it
     *> keeps blocking a fresh request from either party
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Connection-Count
         IF (Conn-Sender(I) = UserName AND
             Conn-Recipient(I) = Search-Username) OR
            (Conn-Sender(I) = Search-Username AND
             Conn-Recipient(I) = UserName)
             EVALUATE TRUE
                 WHEN Conn-Is-Accepted(I)
                     MOVE "You are already connected to this user." TO WS-MSG
                 WHEN Conn-Is-Rejected(I) OR Conn-Is-Removed(I)
                     MOVE "You cannot send a connection request to this user right now." TO WS-MSG
                 WHEN Conn-Sender(I) = UserName
                     MOVE "You have already sent a connection request to this user." TO WS-MSG
                 WHEN OTHER
                     MOVE "This user has already sent you a connection request." TO WS-MSG
             END-EVALUATE
             PERFORM OUT-MSG
             SET Connection-Is-Invalid TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM
     .

 *> ========================================
 *> View Pending Requests with Accept/Reject
 *> ========================================
 View-Pending-Requests-With-Actions.
     MOVE "--- Pending Connection Requests ---" TO WS-MSG
     PERFORM OUT-MSG

     *> Build list of pending requests for current user
     MOVE 0 TO Pending-Request-Count
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Connection-Count
         IF Conn-Recipient(I) = UserName AND Conn-Status(I) = "P"
             ADD 1 TO Pending-Request-Count
             MOVE I TO Pend-Index(Pending-Request-Count)
             MOVE Conn-Sender(I) TO Pend-Sender(Pending-Request-Count)
         END-IF
     END-PERFORM

     IF Pending-Request-Count = 0
         MOVE "You have no pending connection requests at this time." TO WS-MSG
         PERFORM OUT-MSG
     ELSE
         *> Display each request with Accept/Reject options
         PERFORM VARYING J FROM 1 BY 1 UNTIL J > Pending-Request-Count
             MOVE Pend-Index(J) TO I
             PERFORM Display-Pending-Request-Details
             PERFORM Handle-Request-Action
             IF EOF-IN = "Y"
                 EXIT PERFORM
             END-IF
         END-PERFORM
     END-IF

     MOVE "-----------------------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Display-Pending-Request-Details.
     *> Find and display the profile of the sender
     PERFORM Find-Profile-By-Connection-Sender
     IF Profile-Exists
         MOVE SPACES TO WS-MSG
         STRING "Request from: " DELIMITED BY SIZE
                FUNCTION TRIM(Temp-First-Name) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(Temp-Last-Name) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
         MOVE SPACES TO WS-MSG
         STRING "  University: " DELIMITED BY SIZE
                FUNCTION TRIM(Temp-University) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
         MOVE SPACES TO WS-MSG
         STRING "  Major: " DELIMITED BY SIZE
                FUNCTION TRIM(Temp-Major) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     ELSE
         MOVE SPACES TO WS-MSG
         STRING "Request from: " DELIMITED BY SIZE
                FUNCTION TRIM(Conn-Sender(I)) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 Handle-Request-Action.
     PERFORM UNTIL WS-MENU-SELECTION = "1" OR
                   WS-MENU-SELECTION = "2" OR
                   EOF-IN = "Y"
         MOVE "1. Accept" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "2. Reject" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "Enter your choice: " TO WS-MSG
         PERFORM OUT-MSG

         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Accept-Connection-Request
                 WHEN "2"
                     PERFORM Reject-Connection-Request
                 WHEN OTHER
                     MOVE "Invalid choice. Please select 1 or 2." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     MOVE SPACES TO WS-MENU-SELECTION
     .

 Accept-Connection-Request.
     *> Update status in memory
     MOVE "A" TO Conn-Status(I)

     *> Rewrite the entire connections file
     PERFORM Rewrite-Connections-File

     *> NEW: tell the sender their request was accepted
     MOVE Conn-Sender(I) TO Event-Recipient
     MOVE SPACES TO Event-Text
     STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
            " accepted your connection request." DELIMITED BY SIZE
            INTO Event-Text
     END-STRING
     PERFORM Append-Event

     MOVE SPACES TO WS-MSG
     STRING "Connection request from " DELIMITED BY SIZE
            FUNCTION TRIM(Conn-Sender(I)) DELIMITED BY SIZE
            " accepted." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Reject-Connection-Request.
     *> Update status in memory
     MOVE "R" TO Conn-Status(I)

     *> Rewrite the entire connections file
     PERFORM Rewrite-Connections-File

     MOVE SPACES TO WS-MSG
     STRING "Connection request from " DELIMITED BY SIZE
            FUNCTION TRIM(Conn-Sender(I)) DELIMITED BY SIZE
            " rejected." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> ========================================
 *> View My Network
 *> ========================================
 View-My-Network.
     MOVE "--- My Network ---" TO WS-MSG
     PERFORM OUT-MSG

     MOVE 0 TO Has-Entries
     MOVE 0 TO Network-Entry-Count
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Connection-Count
         IF Conn-Is-Accepted(I)
             IF Conn-Sender(I) = UserName OR Conn-Recipient(I) = UserName
                 *> NEW: deactivated accounts drop out of the network view
                 IF Conn-Sender(I) = UserName
                     MOVE Conn-Recipient(I) TO Target-Username
                 ELSE
                     MOVE Conn-Sender(I) TO Target-Username
                 END-IF
                 PERFORM Check-Account-Active
                 IF Account-Is-Active
                     ADD 1 TO Has-Entries
                     ADD 1 TO Network-Entry-Count
                     MOVE I TO Net-Index(Network-Entry-Count)
                 END-IF
             END-IF
         END-IF
     END-PERFORM

     IF Has-Entries = 0
         MOVE "You have no connections yet." TO WS-MSG
         PERFORM OUT-MSG
         *> NEW: suggestions are most useful exactly when the network
         *> is still empty
         MOVE "Enter S to see people you may know, or anything else to go back: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y" AND
            FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "S"
             PERFORM View-Connection-Suggestions
         END-IF
         MOVE "-------------------" TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     *> NEW: page the listing (NETWORK-PAGE-SIZE entries per page,
     *> configurable) instead of one long
     *> scroll, so a large network stays readable
     COMPUTE WS-Net-Page-Count =
        (Network-Entry-Count + WS-Net-Page-Size - 1)
        / WS-Net-Page-Size
     MOVE 1 TO WS-Net-Page
     MOVE 99 TO My-Network-Choice
     PERFORM UNTIL My-Network-Choice = 0 OR EOF-IN = "Y"
         PERFORM Display-Network-Page
         PERFORM Remove-Connection-Prompt
     END-PERFORM
     .

 *> -----------------------------
 *> NEW: show one page of the network list. Entry numbers are the
 *> position in the full list, so they stay stable across pages.
 *> -----------------------------
 Display-Network-Page.
     IF WS-Net-Page-Count > 1
         MOVE SPACES TO WS-MSG
         STRING "(page " DELIMITED BY SIZE
                WS-Net-Page DELIMITED BY SIZE
                " of " DELIMITED BY SIZE
                WS-Net-Page-Count DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF

     COMPUTE WS-Net-First = ((WS-Net-Page - 1) * WS-Net-Page-Size) + 1
     COMPUTE WS-Net-Last = WS-Net-Page * WS-Net-Page-Size
     IF WS-Net-Last > Network-Entry-Count
         MOVE Network-Entry-Count TO WS-Net-Last
     END-IF

     PERFORM VARYING WS-Net-Disp-Idx FROM WS-Net-First BY 1
         UNTIL WS-Net-Disp-Idx > WS-Net-Last
         MOVE Net-Index(WS-Net-Disp-Idx) TO I
         PERFORM Display-Network-Connection
     END-PERFORM

     MOVE "-------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Display-Network-Connection.
     *> Determine which user is the connection
     IF Conn-Sender(I) = UserName
         MOVE Conn-Recipient(I) TO Target-Username
         PERFORM Find-Profile-For-Network
     ELSE
         MOVE Conn-Sender(I) TO Target-Username
         PERFORM Find-Profile-For-Network
     END-IF

     IF Profile-Exists
         MOVE SPACES TO WS-MSG
         STRING WS-Net-Disp-Idx DELIMITED BY SIZE
                ". " DELIMITED BY SIZE
                FUNCTION TRIM(Temp-First-Name) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(Temp-Last-Name) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
         MOVE SPACES TO WS-MSG
         STRING "  University: " DELIMITED BY SIZE
                FUNCTION TRIM(Temp-University) DELIMITED BY SIZE
                ", Major: " DELIMITED BY SIZE
                FUNCTION TRIM(Temp-Major) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     ELSE
         IF Conn-Sender(I) = UserName
             MOVE SPACES TO WS-MSG
             STRING WS-Net-Disp-Idx DELIMITED BY SIZE
                    ". " DELIMITED BY SIZE
                    FUNCTION TRIM(Conn-Recipient(I)) DELIMITED BY SIZE
                    INTO WS-MSG
             PERFORM OUT-MSG
         ELSE
             MOVE SPACES TO WS-MSG
             STRING WS-Net-Disp-Idx DELIMITED BY SIZE
                    ". " DELIMITED BY SIZE
                    FUNCTION TRIM(Conn-Sender(I)) DELIMITED BY SIZE
                    INTO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF
     .

 *> ------- NEW: pick a connection, then act on it (endorse a skill,
 *> ------- write a recommendation, or remove the connection) -------
 Remove-Connection-Prompt.
     MOVE "Enter a number to select that connection, N/P for next/previous page, S for people you may know, or 0 to go back: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
             WHEN "S"
                 PERFORM View-Connection-Suggestions
             WHEN "N"
                 IF WS-Net-Page < WS-Net-Page-Count
                     ADD 1 TO WS-Net-Page
                 ELSE
                     MOVE "Already on the last page." TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
             WHEN "P"
                 IF WS-Net-Page > 1
                     SUBTRACT 1 FROM WS-Net-Page
                 ELSE
                     MOVE "Already on the first page." TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
             WHEN OTHER
                 MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO My-Network-Choice
                 IF My-Network-Choice > 0 AND My-Network-Choice <= Network-Entry-Count
                     MOVE Net-Index(My-Network-Choice) TO I
                     IF Conn-Sender(I) = UserName
                         MOVE Conn-Recipient(I) TO Target-Username
                     ELSE
                         MOVE Conn-Sender(I) TO Target-Username
                     END-IF
                     PERFORM Network-Connection-Action-Menu
                     MOVE 0 TO My-Network-Choice
                 ELSE IF My-Network-Choice NOT = 0
                     MOVE "Invalid selection." TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
         END-EVALUATE
     END-IF
     .

 Network-Connection-Action-Menu.
     MOVE "1. Endorse a Skill" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Write a Recommendation" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Remove Connection" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. Cancel" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         EVALUATE WS-INPUT-VALUE
             WHEN "1"
                 PERFORM Endorse-Skill-Flow
             WHEN "2"
                 PERFORM Write-Recommendation-Flow
             WHEN "3"
                 PERFORM Remove-Connection
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-IF
     .

 *> -----------------------------
 *> NEW: endorse one of Target-Username's skills. One endorsement per
 *> author per skill - repeats are rejected, not stacked.
 *> -----------------------------
 Endorse-Skill-Flow.
     MOVE "Enter the skill you want to endorse (e.g. Web Development): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO WS-Endo-Text

     MOVE 'E' TO WS-Endo-Type-Part
     PERFORM Check-Endorsement-Duplicate
     IF Endo-Is-Duplicate
         MOVE "You have already endorsed that skill for this user." TO WS-MSG
         PERFORM OUT-MSG
     ELSE
         PERFORM Append-Endorsement-To-Disk
         *> NEW: the endorsed user hears about it on next login
         MOVE Target-Username TO Event-Recipient
         MOVE SPACES TO Event-Text
         STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
                " endorsed you for " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Endo-Text) DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO Event-Text
         END-STRING
         PERFORM Append-Event
         MOVE SPACES TO WS-MSG
         STRING "You endorsed " DELIMITED BY SIZE
                FUNCTION TRIM(Target-Username) DELIMITED BY SIZE
                " for " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Endo-Text) DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> -----------------------------
 *> NEW: write a short recommendation for Target-Username. One per
 *> author - a second attempt is rejected rather than appended.
 *> -----------------------------
 Write-Recommendation-Flow.
     MOVE 'R' TO WS-Endo-Type-Part
     MOVE SPACES TO WS-Endo-Text
     PERFORM Check-Endorsement-Duplicate
     IF Endo-Is-Duplicate
         MOVE "You have already written a recommendation for this user." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE "Enter your recommendation (max 200 chars): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO WS-Endo-Text
     IF FUNCTION LENGTH(WS-Endo-Text) > 200
         MOVE WS-Endo-Text(1:200) TO WS-Endo-Text
     END-IF

     PERFORM Append-Endorsement-To-Disk
     *> NEW: the recommended user hears about it on next login
     MOVE Target-Username TO Event-Recipient
     MOVE SPACES TO Event-Text
     STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
            " wrote you a recommendation." DELIMITED BY SIZE
            INTO Event-Text
     END-STRING
     PERFORM Append-Event
     MOVE SPACES TO WS-MSG
     STRING "Your recommendation for " DELIMITED BY SIZE
            FUNCTION TRIM(Target-Username) DELIMITED BY SIZE
            " has been saved." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Duplicate check: for type E, same owner+author+skill already on
 *> file; for type R, any recommendation by this author for this
 *> owner (WS-Endo-Text is blank then, so only type is compared).
 *> -----------------------------
 Check-Endorsement-Duplicate.
     SET Endo-Not-Duplicate TO TRUE
     CLOSE ENDORSEMENTS-FILE
     OPEN INPUT ENDORSEMENTS-FILE
     MOVE 'N' TO ENDO-EOF

     PERFORM UNTIL ENDO-EOF = 'Y' OR Endo-Is-Duplicate
         READ ENDORSEMENTS-FILE
             AT END
                 MOVE 'Y' TO ENDO-EOF
             NOT AT END
                 MOVE SPACES TO WS-Endo-Owner-Part WS-Endo-Author-Part
                                WS-Endo-Text-Part
                 MOVE SPACE TO S-Part
                 UNSTRING Endorsement-Line DELIMITED BY '|'
                     INTO WS-Endo-Owner-Part, WS-Endo-Author-Part,
                          S-Part, WS-Endo-Text-Part
                 END-UNSTRING
                 IF WS-Endo-Owner-Part = Target-Username AND
                    WS-Endo-Author-Part = UserName AND
                    S-Part = WS-Endo-Type-Part
                     IF WS-Endo-Type-Part = 'R'
                         SET Endo-Is-Duplicate TO TRUE
                     ELSE
                         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Endo-Text-Part)) =
                            FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Endo-Text))
                             SET Endo-Is-Duplicate TO TRUE
                         END-IF
                     END-IF
                 END-IF
         END-READ
     END-PERFORM

     CLOSE ENDORSEMENTS-FILE
     OPEN EXTEND ENDORSEMENTS-FILE
     .

 Append-Endorsement-To-Disk.
     MOVE ALL SPACES TO Endorsement-Line
     STRING
         FUNCTION TRIM(Target-Username) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(UserName)        DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         WS-Endo-Type-Part              DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(WS-Endo-Text)    DELIMITED BY SIZE
         INTO Endorsement-Line
     END-STRING
     WRITE Endorsement-Line
     .

 *> -----------------------------
 *> NEW: list Endorse-Owner's endorsements and recommendations,
 *> shown on the profile views under the experience section.
 *> -----------------------------
 Display-Profile-Endorsements.
     MOVE 0 TO WS-Endo-Shown
     CLOSE ENDORSEMENTS-FILE
     OPEN INPUT ENDORSEMENTS-FILE
     MOVE 'N' TO ENDO-EOF

     PERFORM UNTIL ENDO-EOF = 'Y'
         READ ENDORSEMENTS-FILE
             AT END
                 MOVE 'Y' TO ENDO-EOF
             NOT AT END
                 MOVE SPACES TO WS-Endo-Owner-Part WS-Endo-Author-Part
                                WS-Endo-Text-Part
                 MOVE SPACE TO S-Part
                 UNSTRING Endorsement-Line DELIMITED BY '|'
                     INTO WS-Endo-Owner-Part, WS-Endo-Author-Part,
                          S-Part, WS-Endo-Text-Part
                 END-UNSTRING
                 IF WS-Endo-Owner-Part = Endorse-Owner
                     IF WS-Endo-Shown = 0
                         MOVE "Endorsements & Recommendations:" TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                     ADD 1 TO WS-Endo-Shown
                     MOVE SPACES TO WS-MSG
                     IF S-Part = 'E'
                         STRING "  Skill: " DELIMITED BY SIZE
                                FUNCTION TRIM(WS-Endo-Text-Part)
                                    DELIMITED BY SIZE
                                " (endorsed by " DELIMITED BY SIZE
                                FUNCTION TRIM(WS-Endo-Author-Part)
                                    DELIMITED BY SIZE
                                ")" DELIMITED BY SIZE
                                INTO WS-MSG
                     ELSE
                         STRING "  Recommendation from " DELIMITED BY SIZE
                                FUNCTION TRIM(WS-Endo-Author-Part)
                                    DELIMITED BY SIZE
                                ": " DELIMITED BY SIZE
                                FUNCTION TRIM(WS-Endo-Text-Part)
                                    DELIMITED BY SIZE
                                INTO WS-MSG
                     END-IF
                     PERFORM OUT-MSG
                 END-IF
         END-READ
     END-PERFORM

     CLOSE ENDORSEMENTS-FILE
     OPEN EXTEND ENDORSEMENTS-FILE
     .

 Remove-Connection.
     *> Update status in memory - the row itself is kept (with status X)
     *> so Validate-Connection-Request keeps blocking a fresh request
     *> from either party, the same way a rejected row already does
     MOVE SPACES TO WS-MSG
     IF Conn-Sender(I) = UserName
         MOVE Conn-Recipient(I) TO Target-Username
     ELSE
         MOVE Conn-Sender(I) TO Target-Username
     END-IF

     SET Conn-Is-Removed(I) TO TRUE
     PERFORM Rewrite-Connections-File

     STRING "Connection with " DELIMITED BY SIZE
            FUNCTION TRIM(Target-Username) DELIMITED BY SIZE
            " removed." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Find-Profile-For-Network.
     *> direct keyed read - no more scanning the whole store
     SET Profile-Not-Exists TO TRUE
     MOVE SPACES TO Profile-Record
     MOVE Target-Username TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             SET Profile-Exists TO TRUE
             MOVE Profile-Record(21:30) TO Temp-First-Name
             MOVE Profile-Record(51:30) TO Temp-Last-Name
             MOVE Profile-Record(81:50) TO Temp-University
             MOVE Profile-Record(131:40) TO Temp-Major
     END-READ
     .

 *> ===============================================================
 *> NEW: "People you may know" - connection suggestions built from
 *> the accepted edges already in Connections.dat (second-degree
 *> connections) and the university/major fields in Profiles.idx
 *> (classmates not yet connected), each with the reason it was
 *> suggested. Candidates with an existing row in either direction
 *> (pending, accepted, rejected or removed) are skipped, as are
 *> closed accounts; the school/major pass honours Prof-Visibility
 *> through the same Determine-Search-Body-Visible check the name
 *> search applies, since those fields are profile-body data.
 *> ===============================================================
 View-Connection-Suggestions.
     PERFORM Build-Connection-Suggestions

     MOVE "--- People You May Know ---" TO WS-MSG
     PERFORM OUT-MSG
     IF Suggestion-Count = 0
         MOVE "No suggestions right now - connect with more people or fill in your profile." TO WS-MSG
         PERFORM OUT-MSG
         MOVE "---------------------------" TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     PERFORM VARYING Sugg-Idx FROM 1 BY 1
         UNTIL Sugg-Idx > Suggestion-Count
         MOVE Sugg-Username(Sugg-Idx) TO Target-Username
         PERFORM Find-Profile-For-Network
         MOVE SPACES TO WS-MSG
         IF Profile-Exists
             STRING Sugg-Idx DELIMITED BY SIZE
                    ". " DELIMITED BY SIZE
                    FUNCTION TRIM(Temp-First-Name) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Temp-Last-Name) DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    FUNCTION TRIM(Sugg-Username(Sugg-Idx))
                        DELIMITED BY SIZE
                    ") - " DELIMITED BY SIZE
                    FUNCTION TRIM(Sugg-Reason(Sugg-Idx))
                        DELIMITED BY SIZE
                    INTO WS-MSG
         ELSE
             STRING Sugg-Idx DELIMITED BY SIZE
                    ". " DELIMITED BY SIZE
                    FUNCTION TRIM(Sugg-Username(Sugg-Idx))
                        DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    FUNCTION TRIM(Sugg-Reason(Sugg-Idx))
                        DELIMITED BY SIZE
                    INTO WS-MSG
         END-IF
         PERFORM OUT-MSG
     END-PERFORM

     MOVE 99 TO Sugg-Pick
     PERFORM UNTIL Sugg-Pick = 0 OR EOF-IN = "Y"
         MOVE "Enter a number to send that person a connection request, or 0 to go back: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE FUNCTION NUMVAL(InLine) TO Sugg-Pick
             IF Sugg-Pick > 0 AND Sugg-Pick <= Suggestion-Count
                 *> one keystroke into the existing request path -
                 *> Load-Profile-By-Username fills the names the
                 *> confirmation message uses, and the usual
                 *> validation still applies
                 MOVE Sugg-Username(Sugg-Pick) TO Search-Username
                 PERFORM Load-Profile-By-Username
                 PERFORM Send-Connection-Request
             ELSE IF Sugg-Pick NOT = 0
                 MOVE "Invalid selection." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM
     MOVE "---------------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Build-Connection-Suggestions.
     MOVE 0 TO Suggestion-Count

     *> pass 1: second-degree - people connected to my connections
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Connection-Count
         IF Conn-Is-Accepted(I) AND
            (Conn-Sender(I) = UserName OR Conn-Recipient(I) = UserName)
             IF Conn-Sender(I) = UserName
                 MOVE Conn-Recipient(I) TO Sugg-Mutual
             ELSE
                 MOVE Conn-Sender(I) TO Sugg-Mutual
             END-IF
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > Connection-Count
                 IF Conn-Is-Accepted(J) AND
                    (Conn-Sender(J) = Sugg-Mutual OR
                     Conn-Recipient(J) = Sugg-Mutual)
                     IF Conn-Sender(J) = Sugg-Mutual
                         MOVE Conn-Recipient(J) TO Sugg-Candidate
                     ELSE
                         MOVE Conn-Sender(J) TO Sugg-Candidate
                     END-IF
                     IF Sugg-Candidate NOT = UserName
                         MOVE SPACES TO Sugg-Reason-Buf
                         STRING "you both know " DELIMITED BY SIZE
                                FUNCTION TRIM(Sugg-Mutual)
                                    DELIMITED BY SIZE
                                INTO Sugg-Reason-Buf
                         END-STRING
                         PERFORM Consider-Suggestion-Candidate
                     END-IF
                 END-IF
             END-PERFORM
         END-IF
     END-PERFORM

     *> pass 2: same university or major, from the profile store
     IF Prof-University NOT = SPACES OR Prof-Major NOT = SPACES
         PERFORM Start-Profiles-Scan
         PERFORM UNTIL PROF-EOF = 'Y'
             READ PROFILES-FILE NEXT RECORD
                 AT END
                     MOVE 'Y' TO PROF-EOF
                 NOT AT END
                     IF Profile-Record(1:20) NOT = UserName
                         PERFORM Consider-School-Match
                     END-IF
             END-READ
         END-PERFORM
     END-IF
     .

 *> -----------------------------
 *> Profile-Record holds a scanned profile; suggest its owner when
 *> the university or major matches mine and the profile body is
 *> visible to me under the owner's Prof-Visibility setting.
 *> -----------------------------
 Consider-School-Match.
     MOVE Profile-Record(1:20) TO Search-Username
     MOVE Profile-Record(1515:1) TO Search-Visibility
     PERFORM Determine-Search-Body-Visible
     IF Search-Body-Private
         EXIT PARAGRAPH
     END-IF

     MOVE SPACES TO Sugg-Reason-Buf
     IF Prof-University NOT = SPACES AND
        FUNCTION UPPER-CASE(FUNCTION TRIM(Profile-Record(81:50))) =
        FUNCTION UPPER-CASE(FUNCTION TRIM(Prof-University))
         STRING "you both attend " DELIMITED BY SIZE
                FUNCTION TRIM(Profile-Record(81:50)) DELIMITED BY SIZE
                INTO Sugg-Reason-Buf
         END-STRING
     ELSE
         IF Prof-Major NOT = SPACES AND
            FUNCTION UPPER-CASE(FUNCTION TRIM(Profile-Record(131:40))) =
            FUNCTION UPPER-CASE(FUNCTION TRIM(Prof-Major))
             STRING "you both study " DELIMITED BY SIZE
                    FUNCTION TRIM(Profile-Record(131:40))
                        DELIMITED BY SIZE
                    INTO Sugg-Reason-Buf
             END-STRING
         END-IF
     END-IF
     IF Sugg-Reason-Buf = SPACES
         EXIT PARAGRAPH
     END-IF

     MOVE Profile-Record(1:20) TO Sugg-Candidate
     PERFORM Consider-Suggestion-Candidate
     .

 *> -----------------------------
 *> Add Sugg-Candidate (with Sugg-Reason-Buf) to the table unless an
 *> existing Connections.dat row in either direction blocks it, the
 *> account is closed, or the candidate is already listed.
 *> -----------------------------
 Consider-Suggestion-Candidate.
     SET Sugg-Not-Blocked TO TRUE
     PERFORM VARYING K FROM 1 BY 1 UNTIL K > Connection-Count
         IF (Conn-Sender(K) = UserName AND
             Conn-Recipient(K) = Sugg-Candidate) OR
            (Conn-Sender(K) = Sugg-Candidate AND
             Conn-Recipient(K) = UserName)
             SET Sugg-Is-Blocked TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM
     IF Sugg-Is-Blocked
         EXIT PARAGRAPH
     END-IF

     PERFORM VARYING K FROM 1 BY 1 UNTIL K > Suggestion-Count
         IF Sugg-Username(K) = Sugg-Candidate
             EXIT PARAGRAPH
         END-IF
     END-PERFORM

     MOVE Sugg-Candidate TO Target-Username
     PERFORM Check-Account-Active
     IF Account-Is-Inactive
         EXIT PARAGRAPH
     END-IF

     IF Suggestion-Count < 50
         ADD 1 TO Suggestion-Count
         MOVE Sugg-Candidate TO Sugg-Username(Suggestion-Count)
         MOVE Sugg-Reason-Buf TO Sugg-Reason(Suggestion-Count)
     END-IF
     .

 *> -----------------------------
 *> Persist status changes back to Connections.dat. Streams the real
 *> on-disk file through a tmp, writing table rows back by their
 *> remembered file line so rows beyond the in-memory table are
 *> copied through unchanged instead of being dropped.
 *> -----------------------------
 Rewrite-Connections-File.
     CLOSE CONNECTIONS-FILE
     OPEN INPUT CONNECTIONS-FILE
     OPEN OUTPUT CONNECTIONS-TMP-FILE
     MOVE 'N' TO CONN-EOF
     MOVE 0 TO WS-Conn-Rewrite-Line
     MOVE 1 TO WS-Conn-Rewrite-Next

     PERFORM UNTIL CONN-EOF = 'Y'
         READ CONNECTIONS-FILE
             AT END
                 MOVE 'Y' TO CONN-EOF
             NOT AT END
                 ADD 1 TO WS-Conn-Rewrite-Line
                 IF WS-Conn-Rewrite-Next <= Connection-Count AND
                    Conn-File-Line(WS-Conn-Rewrite-Next) =
                        WS-Conn-Rewrite-Line
                     MOVE ALL SPACES TO Connection-Tmp-Line
                     STRING
                         FUNCTION TRIM(Conn-Sender(WS-Conn-Rewrite-Next))
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(Conn-Recipient(WS-Conn-Rewrite-Next))
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         Conn-Status(WS-Conn-Rewrite-Next)
                             DELIMITED BY SIZE
                         INTO Connection-Tmp-Line
                     END-STRING
                     WRITE Connection-Tmp-Line
                     ADD 1 TO WS-Conn-Rewrite-Next
                 ELSE
                     MOVE Connection-Line TO Connection-Tmp-Line
                     WRITE Connection-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Connection-Tmp-Line
     WRITE Connection-Tmp-Line

     CLOSE CONNECTIONS-FILE
     CLOSE CONNECTIONS-TMP-FILE

     PERFORM Copy-Connections-Tmp-Back
     .

 Find-Profile-By-Connection-Sender.
     *> direct keyed read - no more scanning the whole store
     SET Profile-Not-Exists TO TRUE
     MOVE SPACES TO Profile-Record
     MOVE Conn-Sender(I) TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             SET Profile-Exists TO TRUE
             MOVE Profile-Record(21:30) TO Temp-First-Name
             MOVE Profile-Record(51:30) TO Temp-Last-Name
             MOVE Profile-Record(81:50) TO Temp-University
             MOVE Profile-Record(131:40) TO Temp-Major
     END-READ
     .

 *> ================================
 *> Job Search/Internship menu
 *> ================================
 J-Search-Menu.
     MOVE "--- Job Search/Internship Menu ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "1. Post a Job/Internship" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Browse Jobs/Internships" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. View My Applications" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. View My Postings' Applicants" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "5. My Postings (Edit/Withdraw)" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "6. Recommended For You" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "7. Saved Searches" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "8. Back to Main Menu" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 *> ================================
 *> Post a Job/Internship Flow
 *> ================================
 Post-Job-Flow.
     MOVE "--- Post a New Job/Internship ---" TO WS-MSG
     PERFORM OUT-MSG

     *> Job Title (required)
     MOVE "Enter Job Title: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE FUNCTION TRIM(InLine) TO Job-Title

     *> Description (required, max 200)
     MOVE "Enter Description (max 200 chars): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE FUNCTION TRIM(InLine) TO Job-Description
     IF FUNCTION LENGTH(Job-Description) > 200
         MOVE Job-Description(1:200) TO Job-Description
     END-IF

     *> Employer (required) - NEW: an employer account with a company
     *> profile posts under that company name automatically, so the
     *> employer shown to applicants is the real hiring identity
     IF User-Is-Employer
         MOVE UserName TO Co-Owner
         PERFORM Load-Company-Profile
     ELSE
         SET Co-Profile-Not-Exists TO TRUE
     END-IF
     IF Co-Profile-Exists
         MOVE Co-Company-Name TO Job-Employer
         MOVE SPACES TO WS-MSG
         STRING "Employer: " DELIMITED BY SIZE
                FUNCTION TRIM(Co-Company-Name) DELIMITED BY SIZE
                " (from your company profile)" DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     ELSE
         MOVE "Enter Employer Name: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         MOVE FUNCTION TRIM(InLine) TO Job-Employer
     END-IF

     *> Location (required)
     MOVE "Enter Location: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE FUNCTION TRIM(InLine) TO Job-Location

     *> Salary (optional; 'NONE' allowed) - NEW: captured as a
     *> minimum, maximum and pay period rather than free text
     PERFORM Prompt-Structured-Salary

     *> Closing date (required, YYYYMMDD) - posting is archived after this date
     SET Closing-Date-Is-Invalid TO TRUE
     PERFORM UNTIL Closing-Date-Is-Valid
         MOVE "Enter Closing Date (YYYYMMDD, e.g. 20261231): " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         MOVE FUNCTION TRIM(InLine) TO Job-Closing-Date
         PERFORM Validate-Closing-Date
         IF Closing-Date-Is-Invalid
             MOVE "Invalid date. Please enter an 8-digit date (YYYYMMDD)." TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-PERFORM

     *> Basic required-field validation
     IF Job-Title = SPACES OR
        Job-Description = SPACES OR
        Job-Employer = SPACES OR
        Job-Location = SPACES
         MOVE "Missing required field(s). Job NOT posted." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     *> NEW: a likely duplicate has to be confirmed
     MOVE SPACES TO Dup-Skip-Row
     PERFORM Check-Duplicate-Posting
     IF Dup-Found
         PERFORM Confirm-Duplicate-Posting
         IF NOT Dup-Confirmed
             MOVE "Job NOT posted." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         END-IF
     END-IF

     *> Persist to disk (already open in EXTEND)
     MOVE 'M' TO Job-Source
     PERFORM Append-Job-To-Disk
     IF Job-Row-Overflowed
         EXIT PARAGRAPH
     END-IF

     MOVE "Job posted successfully!" TO WS-MSG
     PERFORM OUT-MSG

     *> NEW: optional screening questions, keyed by the new row's
     *> posted stamp
     MOVE UserName TO Scr-Key-Poster
     MOVE Job-Posted-Stamp TO Scr-Key-Stamp
     PERFORM Prompt-Screening-Questions
     MOVE "----------------------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Append-Job-To-Disk.
     *> Record format: poster|title|description|employer|location|salary|closingdate|posteddate|approval|salmin|salmax|salperiod|source|postedtime
     *> NEW: callers set Job-Sal-Min / Job-Sal-Max / Job-Sal-Period;
     *> the salary field carries their display form
     *> NEW: callers set Job-Source (F feed, M manual)
     *> NEW: the trailing posteddate records when the row entered
     *> JobPostings.dat, for the saved-search new-match alerts
     *> NEW: new rows enter the approval queue (P) unless the poster
     *> has been flagged trusted by an administrator
     PERFORM Build-Job-Salary-Fields
     SET Job-Row-Fits TO TRUE
     MOVE FUNCTION CURRENT-DATE(1:14) TO Job-Posted-Stamp
     MOVE UserName TO Trust-User
     PERFORM Check-Poster-Trusted
     IF Poster-Is-Trusted
         MOVE 'A' TO Job-Approval-In
     ELSE
         MOVE 'P' TO Job-Approval-In
     END-IF
     MOVE ALL SPACES TO Job-Line
     STRING
         FUNCTION TRIM(UserName)          DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(Job-Title)         DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(Job-Description)   DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(Job-Employer)      DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(Job-Location)      DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(Job-Salary)        DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(Job-Closing-Date)  DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         Job-Posted-Stamp(1:8)            DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         Job-Approval-In                  DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         FUNCTION TRIM(Sal-Row-Fields)    DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         Job-Source                       DELIMITED BY SIZE
         "|"                              DELIMITED BY SIZE
         Job-Posted-Stamp(9:6)            DELIMITED BY SIZE
         INTO Job-Line
         ON OVERFLOW
             SET Job-Row-Overflowed TO TRUE
     END-STRING
     IF Job-Row-Overflowed
         MOVE "ERROR: the posting is too long for JobPostings.dat - it was NOT saved." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     WRITE Job-Line
     IF Job-Approval-In = 'P'
         MOVE "This posting is awaiting administrator approval and is not visible to students yet." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 Validate-Closing-Date.
     SET Closing-Date-Is-Invalid TO TRUE
     IF FUNCTION LENGTH(FUNCTION TRIM(Job-Closing-Date)) = 8
         IF Job-Closing-Date IS NUMERIC
             SET Closing-Date-Is-Valid TO TRUE
         END-IF
     END-IF
     .

 *> ===============================================================
 *> NEW: duplicate posting detection. A posting duplicates another
 *> when the title and location match (ignoring case) and it comes
 *> from the same poster or the same company, checked against the
 *> live JobPostings.dat and against archived postings that closed
 *> within the last DUPLICATE-WINDOW-DAYS. The feed rejects such
 *> rows as DUPLICATE; a poster is warned and asked to confirm.
 *> In: UserName (poster), Job-Title, Job-Employer, Job-Location,
 *> Dup-Skip-Row (an archive row to ignore - the one being reposted).
 *> Out: Dup-Found with Dup-Where / Dup-Hit-Closing of the match.
 *> ===============================================================
 Check-Duplicate-Posting.
     SET Dup-Not-Found TO TRUE
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UserName)) TO Dup-Key-Poster
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Job-Title)) TO Dup-Key-Title
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Job-Employer))
         TO Dup-Key-Employer
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Job-Location))
         TO Dup-Key-Location

     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y' OR Dup-Found
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Line TO Dup-Row
                 PERFORM Dup-Compare-Row
                 IF Dup-Found
                     MOVE "live" TO Dup-Where
                 END-IF
         END-READ
     END-PERFORM
     CLOSE JOBS-FILE
     OPEN EXTEND JOBS-FILE
     IF Dup-Found
         EXIT PARAGRAPH
     END-IF

     COMPUTE Dup-Cutoff-Int = FUNCTION INTEGER-OF-DATE(
         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
         - WS-Dup-Window-Days
     COMPUTE Dup-Cutoff-Date-N = FUNCTION DATE-OF-INTEGER(Dup-Cutoff-Int)
     MOVE Dup-Cutoff-Date-N TO Dup-Cutoff-Date
     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y' OR Dup-Found
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 IF Job-Archive-Line NOT = Dup-Skip-Row
                     MOVE Job-Archive-Line TO Dup-Row
                     PERFORM Dup-Compare-Row
                     IF Dup-Found
                         IF Dup-Hit-Closing >= Dup-Cutoff-Date
                             MOVE "recently archived" TO Dup-Where
                         ELSE
                             SET Dup-Not-Found TO TRUE
                         END-IF
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE JOBS-ARCHIVE-FILE
     OPEN EXTEND JOBS-ARCHIVE-FILE
     .

 *> Dup-Row against the Dup-Key-* fields; rejected postings never
 *> count as the original
 Dup-Compare-Row.
     MOVE SPACES TO Dup-Hit-Poster Dup-Hit-Title Dup-Hit-Skip
                    Dup-Hit-Employer Dup-Hit-Location Dup-Hit-Closing
                    Dup-Hit-Posted
     MOVE SPACE TO Dup-Hit-Approval
     UNSTRING Dup-Row DELIMITED BY '|'
         INTO Dup-Hit-Poster, Dup-Hit-Title, Dup-Hit-Skip,
              Dup-Hit-Employer, Dup-Hit-Location, Dup-Hit-Skip,
              Dup-Hit-Closing, Dup-Hit-Posted, Dup-Hit-Approval
     END-UNSTRING
     IF Dup-Hit-Poster = SPACES OR Dup-Hit-Approval = 'R'
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(Dup-Hit-Title)) = Dup-Key-Title
        AND FUNCTION UPPER-CASE(FUNCTION TRIM(Dup-Hit-Location)) =
            Dup-Key-Location
        AND (FUNCTION UPPER-CASE(FUNCTION TRIM(Dup-Hit-Poster)) =
             Dup-Key-Poster OR
             FUNCTION UPPER-CASE(FUNCTION TRIM(Dup-Hit-Employer)) =
             Dup-Key-Employer)
         SET Dup-Found TO TRUE
     END-IF
     .

 *> a poster gets the match spelled out and decides; Dup-Confirmed
 *> when they still want to post
 Confirm-Duplicate-Posting.
     MOVE 'N' TO Dup-Confirm-Flag
     MOVE SPACES TO WS-MSG
     STRING "Warning: this looks like a duplicate of a " DELIMITED BY SIZE
            FUNCTION TRIM(Dup-Where) DELIMITED BY SIZE
            " posting - '" DELIMITED BY SIZE
            FUNCTION TRIM(Dup-Hit-Title) DELIMITED BY SIZE
            "' in " DELIMITED BY SIZE
            FUNCTION TRIM(Dup-Hit-Location) DELIMITED BY SIZE
            " by " DELIMITED BY SIZE
            FUNCTION TRIM(Dup-Hit-Poster) DELIMITED BY SIZE
            ", closing " DELIMITED BY SIZE
            Dup-Hit-Closing DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     MOVE "Post it anyway? (Y/N): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y" AND
        FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "Y"
         MOVE 'Y' TO Dup-Confirm-Flag
     END-IF
     .

 *> -----------------------------
 *> NEW: one-time sweep for duplicates already on file - every live
 *> and archived posting is compared with the ones before it and each
 *> duplicate is listed against the first posting it repeats, in
 *> InCollege-Duplicate-Postings.txt.
 *> -----------------------------
 Admin-Duplicate-Report.
     MOVE 0 TO Dup-Count Dup-Pairs Dup-Overflow
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     MOVE 'N' TO JOB-EOF
     MOVE "LIVE" TO Dup-Src-Label
     MOVE 0 TO Dup-Line-No
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 ADD 1 TO Dup-Line-No
                 MOVE Job-Line TO Dup-Row
                 PERFORM Dup-Load-Row
         END-READ
     END-PERFORM
     CLOSE JOBS-FILE
     OPEN EXTEND JOBS-FILE

     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     MOVE 'N' TO JOB-EOF
     MOVE "ARCHIVE" TO Dup-Src-Label
     MOVE 0 TO Dup-Line-No
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 ADD 1 TO Dup-Line-No
                 MOVE Job-Archive-Line TO Dup-Row
                 PERFORM Dup-Load-Row
         END-READ
     END-PERFORM
     CLOSE JOBS-ARCHIVE-FILE
     OPEN EXTEND JOBS-ARCHIVE-FILE

     OPEN OUTPUT DUP-REPORT-FILE
     MOVE "=== InCollege Duplicate Job Postings ===" TO Dup-Report-Line
     WRITE Dup-Report-Line
     MOVE SPACES TO Dup-Report-Line
     STRING "Run " DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            " - same title and location, same poster or company"
                DELIMITED BY SIZE
            INTO Dup-Report-Line
     END-STRING
     WRITE Dup-Report-Line
     MOVE SPACES TO Dup-Report-Line
     WRITE Dup-Report-Line

     PERFORM VARYING Dup-I FROM 2 BY 1 UNTIL Dup-I > Dup-Count
         MOVE 0 TO Dup-First
         PERFORM VARYING Dup-J FROM 1 BY 1
             UNTIL Dup-J >= Dup-I OR Dup-First > 0
             IF Dup-T-Title(Dup-J) = Dup-T-Title(Dup-I) AND
                Dup-T-Location(Dup-J) = Dup-T-Location(Dup-I) AND
                (Dup-T-Poster(Dup-J) = Dup-T-Poster(Dup-I) OR
                 Dup-T-Employer(Dup-J) = Dup-T-Employer(Dup-I))
                 MOVE Dup-J TO Dup-First
             END-IF
         END-PERFORM
         IF Dup-First > 0
             ADD 1 TO Dup-Pairs
             PERFORM Dup-Write-Pair
         END-IF
     END-PERFORM

     MOVE SPACES TO Dup-Report-Line
     WRITE Dup-Report-Line
     MOVE SPACES TO Dup-Report-Line
     STRING Dup-Count DELIMITED BY SIZE
            " posting(s) checked, " DELIMITED BY SIZE
            Dup-Pairs DELIMITED BY SIZE
            " duplicate(s) found" DELIMITED BY SIZE
            INTO Dup-Report-Line
     END-STRING
     WRITE Dup-Report-Line
     IF Dup-Overflow > 0
         MOVE SPACES TO Dup-Report-Line
         STRING "WARNING: " DELIMITED BY SIZE
                Dup-Overflow DELIMITED BY SIZE
                " posting(s) beyond the table were not checked"
                    DELIMITED BY SIZE
                INTO Dup-Report-Line
         END-STRING
         WRITE Dup-Report-Line
     END-IF
     CLOSE DUP-REPORT-FILE

     MOVE SPACES TO WS-MSG
     STRING "Duplicate report written to InCollege-Duplicate-Postings.txt: "
                DELIMITED BY SIZE
            Dup-Pairs DELIMITED BY SIZE
            " duplicate(s) among " DELIMITED BY SIZE
            Dup-Count DELIMITED BY SIZE
            " posting(s)." DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMDUPS" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Dup-Load-Row.
     MOVE SPACES TO Dup-Hit-Poster Dup-Hit-Title Dup-Hit-Skip
                    Dup-Hit-Employer Dup-Hit-Location Dup-Hit-Closing
                    Dup-Hit-Posted
     MOVE SPACE TO Dup-Hit-Approval
     UNSTRING Dup-Row DELIMITED BY '|'
         INTO Dup-Hit-Poster, Dup-Hit-Title, Dup-Hit-Skip,
              Dup-Hit-Employer, Dup-Hit-Location, Dup-Hit-Skip,
              Dup-Hit-Closing, Dup-Hit-Posted, Dup-Hit-Approval
     END-UNSTRING
     IF Dup-Hit-Poster = SPACES OR Dup-Hit-Title = SPACES OR
        Dup-Hit-Approval = 'R'
         EXIT PARAGRAPH
     END-IF
     IF Dup-Count >= 2000
         ADD 1 TO Dup-Overflow
         EXIT PARAGRAPH
     END-IF
     ADD 1 TO Dup-Count
     MOVE Dup-Src-Label TO Dup-T-Source(Dup-Count)
     MOVE Dup-Line-No TO Dup-T-Line(Dup-Count)
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Dup-Hit-Poster))
         TO Dup-T-Poster(Dup-Count)
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Dup-Hit-Title))
         TO Dup-T-Title(Dup-Count)
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Dup-Hit-Employer))
         TO Dup-T-Employer(Dup-Count)
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Dup-Hit-Location))
         TO Dup-T-Location(Dup-Count)
     MOVE Dup-Hit-Posted TO Dup-T-Posted(Dup-Count)
     MOVE Dup-Hit-Closing TO Dup-T-Closing(Dup-Count)
     .

 Dup-Write-Pair.
     MOVE SPACES TO Dup-Report-Line
     STRING Dup-T-Source(Dup-I) DELIMITED BY SPACE
            " row " DELIMITED BY SIZE
            Dup-T-Line(Dup-I) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM(Dup-T-Poster(Dup-I)) DELIMITED BY SIZE
            ", posted " DELIMITED BY SIZE
            Dup-T-Posted(Dup-I) DELIMITED BY SIZE
            ") duplicates " DELIMITED BY SIZE
            Dup-T-Source(Dup-First) DELIMITED BY SPACE
            " row " DELIMITED BY SIZE
            Dup-T-Line(Dup-First) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM(Dup-T-Poster(Dup-First)) DELIMITED BY SIZE
            ", posted " DELIMITED BY SIZE
            Dup-T-Posted(Dup-First) DELIMITED BY SIZE
            "): " DELIMITED BY SIZE
            FUNCTION TRIM(Dup-T-Title(Dup-I)) DELIMITED BY SIZE
            " / " DELIMITED BY SIZE
            FUNCTION TRIM(Dup-T-Location(Dup-I)) DELIMITED BY SIZE
            " / " DELIMITED BY SIZE
            FUNCTION TRIM(Dup-T-Employer(Dup-I)) DELIMITED BY SIZE
            INTO Dup-Report-Line
     END-STRING
     WRITE Dup-Report-Line
     .

 *> ===============================================================
 *> NEW: structured salary. Every posting carries a minimum, a
 *> maximum and a pay period (H hourly, A annual, N no salary given,
 *> U an old free-text salary that could not be read) in three
 *> trailing JobPostings.dat fields; the salary text field keeps a
 *> display form built from them ("$45,000-$55,000/year"). Postings
 *> capture the figures directly, the feed must send its salary as
 *> <min>[-<max>]/<H|A> (or NONE) and rejects anything else as
 *> BAD-SALARY, and the SALARYMIGRATE end-of-day step reads the old
 *> free-text salaries on both posting files where it can and flags
 *> the rest U. The benchmark report works off the structured
 *> figures, annualised at 2080 hours a year.
 *> ===============================================================

 *> -----------------------------
 *> Ask for the minimum / maximum / period of a new posting into
 *> Job-Sal-Min / Job-Sal-Max / Job-Sal-Period and Job-Salary.
 *> -----------------------------
 Prompt-Structured-Salary.
     MOVE 0 TO Job-Sal-Min Job-Sal-Max
     MOVE 'N' TO Job-Sal-Period
     MOVE "NONE" TO Job-Salary
     MOVE 'N' TO Sal-Prompt-Done
     PERFORM UNTIL Sal-Prompt-Done = 'Y' OR EOF-IN = "Y"
         MOVE "Enter Minimum Salary (e.g. 45000 or 18.50; 'NONE' to skip): "
             TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF FUNCTION TRIM(InLine) = SPACES OR
            FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "NONE"
             EXIT PARAGRAPH
         END-IF
         MOVE FUNCTION TRIM(InLine) TO Sal-Amount-Text
         PERFORM Convert-Salary-Amount
         IF Sal-Parsed-OK AND Sal-Amount > 0
             MOVE Sal-Amount TO Job-Sal-Min
             MOVE 'Y' TO Sal-Prompt-Done
         ELSE
             MOVE "Please enter the salary as a number, e.g. 45000 or 18.50."
                 TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-PERFORM
     PERFORM Prompt-Salary-Max-And-Period
     .

 *> the maximum (blank = the minimum) and the pay period, shared by
 *> the new-posting and edit flows; Job-Sal-Min is already set
 Prompt-Salary-Max-And-Period.
     MOVE 'N' TO Sal-Prompt-Done
     PERFORM UNTIL Sal-Prompt-Done = 'Y' OR EOF-IN = "Y"
         MOVE "Enter Maximum Salary (press Enter if the same as the minimum): "
             TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF FUNCTION TRIM(InLine) = SPACES
             MOVE Job-Sal-Min TO Job-Sal-Max
             MOVE 'Y' TO Sal-Prompt-Done
         ELSE
             MOVE FUNCTION TRIM(InLine) TO Sal-Amount-Text
             PERFORM Convert-Salary-Amount
             IF Sal-Parsed-OK AND Sal-Amount >= Job-Sal-Min
                 MOVE Sal-Amount TO Job-Sal-Max
                 MOVE 'Y' TO Sal-Prompt-Done
             ELSE
                 MOVE "The maximum must be a number no lower than the minimum."
                     TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM

     MOVE 'N' TO Sal-Prompt-Done
     PERFORM UNTIL Sal-Prompt-Done = 'Y' OR EOF-IN = "Y"
         MOVE "Enter Pay Period (H = hourly, A = annual): " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) TO Job-Sal-Period
         MOVE Job-Sal-Min TO Sal-Min
         MOVE Job-Sal-Max TO Sal-Max
         MOVE Job-Sal-Period TO Sal-Period
         PERFORM Check-Salary-Range
         IF Sal-Parsed-OK
             MOVE 'Y' TO Sal-Prompt-Done
         ELSE
             MOVE "Enter H for an hourly rate (up to 1000) or A for an annual salary (1000 or more)."
                 TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-PERFORM
     IF EOF-IN = "Y"
         MOVE 0 TO Job-Sal-Min Job-Sal-Max
         MOVE 'N' TO Job-Sal-Period
     END-IF
     PERFORM Format-Job-Salary
     .

 *> Edit-Job-Posting: salary of posting J
 Edit-Posting-Salary.
     MOVE SPACES TO WS-MSG
     STRING "Salary [" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Salary-Store(J)) DELIMITED BY SIZE
            "] - new minimum, NONE to remove, or Enter to keep: "
                DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE Job-Salary-Store(J) TO CA-Old-Value
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "NONE"
         MOVE 0 TO Job-Sal-Min Job-Sal-Max
         MOVE 'N' TO Job-Sal-Period
         PERFORM Format-Job-Salary
     ELSE
         MOVE FUNCTION TRIM(InLine) TO Sal-Amount-Text
         PERFORM Convert-Salary-Amount
         IF Sal-Parse-Failed OR Sal-Amount = 0
             MOVE "Invalid salary - salary left unchanged." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         END-IF
         MOVE Sal-Amount TO Job-Sal-Min
         PERFORM Prompt-Salary-Max-And-Period
         IF EOF-IN = "Y"
             EXIT PARAGRAPH
         END-IF
     END-IF
     MOVE Job-Sal-Min TO Job-Sal-Min-Store(J)
     MOVE Job-Sal-Max TO Job-Sal-Max-Store(J)
     MOVE Job-Sal-Period TO Job-Sal-Period-Store(J)
     MOVE Job-Salary TO Job-Salary-Store(J)
     MOVE "EDITSAL" TO CA-Action
     MOVE Job-Salary-Store(J) TO CA-New-Value
     PERFORM Log-Job-Edit-Change
     .

 *> -----------------------------
 *> Free-text salary in Sal-Text -> Sal-Min / Sal-Max / Sal-Period.
 *> Understands "$50k", "45,000 - 55,000 per year", "18.50/hr",
 *> "20 to 25 hourly" and NONE. With Sal-Strict set (the feed) the
 *> period must be given; otherwise an amount under 500 is taken as
 *> hourly and anything larger as annual. Sal-Parse-Failed (period
 *> U) when the text cannot be read.
 *> -----------------------------
 Parse-Salary-Text.
     SET Sal-Parse-Failed TO TRUE
     MOVE 0 TO Sal-Min Sal-Max
     MOVE 'U' TO Sal-Period
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Sal-Text)) TO Sal-Work
     IF Sal-Work = SPACES OR Sal-Work = "NONE" OR Sal-Work = "N/A"
         MOVE 'N' TO Sal-Period
         SET Sal-Parsed-OK TO TRUE
         EXIT PARAGRAPH
     END-IF
     INSPECT Sal-Work REPLACING ALL " TO " BY "  - "
     INSPECT Sal-Work REPLACING ALL "PER " BY "/   "

     *> squeeze out blanks, $ and thousands commas, then split the
     *> amount(s) from the period wording
     MOVE SPACES TO Sal-Num-Part Sal-Per-Part
     MOVE 0 TO Sal-Num-Len Sal-Per-Len
     MOVE 'N' TO Sal-In-Period
     PERFORM VARYING Sal-Pos FROM 1 BY 1 UNTIL Sal-Pos > 40
         MOVE Sal-Work(Sal-Pos:1) TO Sal-Ch
         IF Sal-Ch NOT = SPACE AND Sal-Ch NOT = "$" AND Sal-Ch NOT = ","
             IF Sal-In-Period = 'N' AND
                (Sal-Ch IS NUMERIC OR Sal-Ch = "." OR Sal-Ch = "K" OR
                 Sal-Ch = "-")
                 ADD 1 TO Sal-Num-Len
                 MOVE Sal-Ch TO Sal-Num-Part(Sal-Num-Len:1)
             ELSE
                 MOVE 'Y' TO Sal-In-Period
                 IF Sal-Ch NOT = "/"
                     ADD 1 TO Sal-Per-Len
                     MOVE Sal-Ch TO Sal-Per-Part(Sal-Per-Len:1)
                 END-IF
             END-IF
         END-IF
     END-PERFORM

     EVALUATE Sal-Per-Part
         WHEN "H"
         WHEN "HR"
         WHEN "HRS"
         WHEN "HOUR"
         WHEN "HOURLY"
             MOVE 'H' TO Sal-Period
         WHEN "A"
         WHEN "Y"
         WHEN "YR"
         WHEN "YEAR"
         WHEN "YEARLY"
         WHEN "ANNUAL"
         WHEN "ANNUALLY"
         WHEN "ANNUM"
         WHEN "PA"
             MOVE 'A' TO Sal-Period
         WHEN SPACES
             IF Sal-Strict
                 EXIT PARAGRAPH
             END-IF
         WHEN OTHER
             EXIT PARAGRAPH
     END-EVALUATE

     MOVE SPACES TO Sal-Lo-Text Sal-Hi-Text
     UNSTRING Sal-Num-Part DELIMITED BY "-"
         INTO Sal-Lo-Text, Sal-Hi-Text
     END-UNSTRING
     MOVE Sal-Lo-Text TO Sal-Amount-Text
     PERFORM Convert-Salary-Amount
     IF Sal-Parse-Failed
         EXIT PARAGRAPH
     END-IF
     MOVE Sal-Amount TO Sal-Min
     IF Sal-Hi-Text = SPACES
         MOVE Sal-Min TO Sal-Max
     ELSE
         MOVE Sal-Hi-Text TO Sal-Amount-Text
         PERFORM Convert-Salary-Amount
         IF Sal-Parse-Failed
             EXIT PARAGRAPH
         END-IF
         MOVE Sal-Amount TO Sal-Max
     END-IF

     IF Sal-Period = 'U'
         IF Sal-Max < 500
             MOVE 'H' TO Sal-Period
         ELSE
             MOVE 'A' TO Sal-Period
         END-IF
     END-IF
     PERFORM Check-Salary-Range
     IF Sal-Parse-Failed
         MOVE 0 TO Sal-Min Sal-Max
         MOVE 'U' TO Sal-Period
     END-IF
     .

 *> Sal-Amount-Text ("45000", "18.50", "50K") -> Sal-Amount
 Convert-Salary-Amount.
     SET Sal-Parse-Failed TO TRUE
     MOVE 0 TO Sal-Amount
     MOVE 1 TO Sal-Mult
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Sal-Amount-Text))
         TO Sal-Amount-Text
     INSPECT Sal-Amount-Text REPLACING ALL "$" BY SPACE
                                       ALL "," BY SPACE
     MOVE FUNCTION TRIM(Sal-Amount-Text) TO Sal-Amount-Text
     IF Sal-Amount-Text = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION LENGTH(FUNCTION TRIM(Sal-Amount-Text)) TO Sal-Len
     IF Sal-Amount-Text(Sal-Len:1) = "K"
         MOVE 1000 TO Sal-Mult
         MOVE SPACE TO Sal-Amount-Text(Sal-Len:1)
     END-IF
     IF FUNCTION TEST-NUMVAL(Sal-Amount-Text) NOT = 0
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION NUMVAL(Sal-Amount-Text) * Sal-Mult > 9999999
         EXIT PARAGRAPH
     END-IF
     COMPUTE Sal-Amount = FUNCTION NUMVAL(Sal-Amount-Text) * Sal-Mult
     SET Sal-Parsed-OK TO TRUE
     .

 *> a rate is hourly up to 1000, an annual salary is 1000 or more,
 *> and the maximum is never below the minimum
 Check-Salary-Range.
     SET Sal-Parse-Failed TO TRUE
     IF Sal-Min = 0 OR Sal-Max < Sal-Min
         EXIT PARAGRAPH
     END-IF
     EVALUATE Sal-Period
         WHEN 'H'
             IF Sal-Max > 1000
                 EXIT PARAGRAPH
             END-IF
         WHEN 'A'
             IF Sal-Min < 1000
                 EXIT PARAGRAPH
             END-IF
         WHEN OTHER
             EXIT PARAGRAPH
     END-EVALUATE
     SET Sal-Parsed-OK TO TRUE
     .

 *> Job-Sal-Min / Max / Period -> the display text in Job-Salary
 Format-Job-Salary.
     MOVE SPACES TO Job-Salary
     EVALUATE Job-Sal-Period
         WHEN 'H'
             MOVE Job-Sal-Min TO Sal-Ed-Hour
             MOVE Sal-Ed-Hour TO Sal-Ed-Lo
             MOVE Job-Sal-Max TO Sal-Ed-Hour
             MOVE Sal-Ed-Hour TO Sal-Ed-Hi
             MOVE "/hour" TO Sal-Ed-Per
         WHEN 'A'
             MOVE Job-Sal-Min TO Sal-Ed-Year
             MOVE Sal-Ed-Year TO Sal-Ed-Lo
             MOVE Job-Sal-Max TO Sal-Ed-Year
             MOVE Sal-Ed-Year TO Sal-Ed-Hi
             MOVE "/year" TO Sal-Ed-Per
         WHEN OTHER
             MOVE "NONE" TO Job-Salary
             EXIT PARAGRAPH
     END-EVALUATE
     IF Job-Sal-Max = Job-Sal-Min
         STRING FUNCTION TRIM(Sal-Ed-Lo) DELIMITED BY SIZE
                FUNCTION TRIM(Sal-Ed-Per) DELIMITED BY SIZE
                INTO Job-Salary
         END-STRING
     ELSE
         STRING FUNCTION TRIM(Sal-Ed-Lo) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                FUNCTION TRIM(Sal-Ed-Hi) DELIMITED BY SIZE
                FUNCTION TRIM(Sal-Ed-Per) DELIMITED BY SIZE
                INTO Job-Salary
         END-STRING
     END-IF
     .

 *> the three trailing row fields -> Job-Sal-Min / Max / Period
 *> (a row from before the fields existed reads as period blank)
 Unpack-Job-Salary-Fields.
     MOVE 0 TO Job-Sal-Min Job-Sal-Max
     MOVE FUNCTION UPPER-CASE(Job-Sal-Period-In) TO Job-Sal-Period
     IF FUNCTION TEST-NUMVAL(Job-Sal-Min-In) = 0
         COMPUTE Job-Sal-Min = FUNCTION NUMVAL(Job-Sal-Min-In)
     END-IF
     IF FUNCTION TEST-NUMVAL(Job-Sal-Max-In) = 0
         COMPUTE Job-Sal-Max = FUNCTION NUMVAL(Job-Sal-Max-In)
     END-IF
     .

 *> -----------------------------
 *> SALARYMIGRATE end-of-day step: give every live and archived
 *> posting that predates the structured fields its min / max /
 *> period, read from the free text where possible and flagged U
 *> (with a log line) where not. Rows already carrying a period are
 *> copied through untouched, so the step is safe to rerun.
 *> -----------------------------
 Migrate-Job-Salaries.
     MOVE 0 TO Sal-Migrated-Count Sal-Flagged-Count
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     OPEN OUTPUT JOBS-TMP-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Line TO Sal-Row
                 PERFORM Migrate-One-Salary-Row
                 MOVE Sal-Row TO Job-Tmp-Line
                 WRITE Job-Tmp-Line
         END-READ
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Job-Tmp-Line
     WRITE Job-Tmp-Line
     CLOSE JOBS-FILE
     CLOSE JOBS-TMP-FILE
     PERFORM Copy-Jobs-Tmp-Back

     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     OPEN OUTPUT JOBS-ARCH-TMP-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Archive-Line TO Sal-Row
                 PERFORM Migrate-One-Salary-Row
                 MOVE Sal-Row TO Job-Arch-Tmp-Line
                 WRITE Job-Arch-Tmp-Line
         END-READ
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Job-Arch-Tmp-Line
     WRITE Job-Arch-Tmp-Line
     CLOSE JOBS-ARCHIVE-FILE
     CLOSE JOBS-ARCH-TMP-FILE
     PERFORM Copy-Jobs-Arch-Tmp-Back

     MOVE SPACES TO WS-MSG
     STRING "Salary migration: " DELIMITED BY SIZE
            Sal-Migrated-Count DELIMITED BY SIZE
            " postings converted, " DELIMITED BY SIZE
            Sal-Flagged-Count DELIMITED BY SIZE
            " flagged as unreadable." DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 Migrate-One-Salary-Row.
     MOVE SPACES TO U-Part Job-Title Job-Description Job-Employer
                    Job-Location Job-Salary Job-Closing-Date
                    Job-Posted-Date Job-Sal-Min-In Job-Sal-Max-In
                    Job-Sal-Period-In
     MOVE SPACE TO Job-Approval-In
     UNSTRING Sal-Row DELIMITED BY '|'
         INTO U-Part, Job-Title, Job-Description,
              Job-Employer, Job-Location, Job-Salary,
              Job-Closing-Date, Job-Posted-Date,
              Job-Approval-In, Job-Sal-Min-In, Job-Sal-Max-In,
              Job-Sal-Period-In
     END-UNSTRING
     IF U-Part = SPACES OR Job-Sal-Period-In NOT = SPACE
         EXIT PARAGRAPH
     END-IF

     MOVE Job-Salary TO Sal-Text
     MOVE 'N' TO Sal-Strict-Flag
     PERFORM Parse-Salary-Text
     MOVE Sal-Min TO Job-Sal-Min
     MOVE Sal-Max TO Job-Sal-Max
     MOVE Sal-Period TO Job-Sal-Period
     IF Sal-Parsed-OK
         PERFORM Format-Job-Salary
         ADD 1 TO Sal-Migrated-Count
     ELSE
         *> keep the poster's wording so the row can be fixed by hand
         ADD 1 TO Sal-Flagged-Count
         MOVE SPACES TO WS-MSG
         STRING "  Salary not readable, flagged: " DELIMITED BY SIZE
                FUNCTION TRIM(U-Part) DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Title) DELIMITED BY SIZE
                " / '" DELIMITED BY SIZE
                FUNCTION TRIM(Job-Salary) DELIMITED BY SIZE
                "'" DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
     END-IF
     PERFORM Build-Job-Salary-Fields
     MOVE Sal-Row TO Job-Row-Save
     SET Job-Row-Fits TO TRUE
     MOVE ALL SPACES TO Sal-Row
     STRING FUNCTION TRIM(U-Part) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Title) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Description) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Employer) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Location) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Salary) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Closing-Date) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Posted-Date) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Job-Approval-In DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Sal-Row-Fields) DELIMITED BY SIZE
            INTO Sal-Row
            ON OVERFLOW
                SET Job-Row-Overflowed TO TRUE
     END-STRING
     *> a row that would not fit is copied through as it was
     IF Job-Row-Overflowed
         MOVE Job-Row-Save TO Sal-Row
         MOVE SPACES TO WS-MSG
         STRING "ERROR: salary migration row too long, left as it was: "
                    DELIMITED BY SIZE
                FUNCTION TRIM(U-Part) DELIMITED BY SIZE
                " / " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Title) DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
     END-IF
     .

 *> Job-Sal-Min / Max / Period -> "min|max|period" in Sal-Row-Fields
 Build-Job-Salary-Fields.
     MOVE SPACES TO Sal-Row-Fields
     IF Job-Sal-Period = 'H' OR Job-Sal-Period = 'A'
         MOVE Job-Sal-Min TO Sal-Row-Amt
         MOVE Sal-Row-Amt TO Sal-Row-Lo
         MOVE Job-Sal-Max TO Sal-Row-Amt
         MOVE Sal-Row-Amt TO Sal-Row-Hi
     ELSE
         MOVE SPACES TO Sal-Row-Lo Sal-Row-Hi
     END-IF
     STRING FUNCTION TRIM(Sal-Row-Lo) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Sal-Row-Hi) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Job-Sal-Period DELIMITED BY SIZE
            INTO Sal-Row-Fields
     END-STRING
     .

 *> -----------------------------
 *> Admin Console: salary benchmark over live and archived postings
 *> with a structured salary, optionally narrowed to a title keyword
 *> and/or a location, one line per location plus an overall line:
 *> posting count, lowest minimum, median midpoint and highest
 *> maximum, all annualised. Written to InCollege-Salary-Benchmark.txt
 *> and shown on screen.
 *> -----------------------------
 Admin-Salary-Benchmark.
     MOVE "Title keyword (or press Enter for all titles): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) TO Sb-Keyword
     MOVE "Location (or press Enter for all locations): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) TO Sb-Location

     MOVE 0 TO Sb-Count Sb-Loc-Count Sb-Skipped
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Line TO Sal-Row
                 PERFORM Sb-Collect-Row
         END-READ
     END-PERFORM
     CLOSE JOBS-FILE
     OPEN EXTEND JOBS-FILE
     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Archive-Line TO Sal-Row
                 PERFORM Sb-Collect-Row
         END-READ
     END-PERFORM
     CLOSE JOBS-ARCHIVE-FILE
     OPEN EXTEND JOBS-ARCHIVE-FILE

     OPEN OUTPUT SALARY-BENCH-FILE
     MOVE "=== InCollege Salary Benchmark (annualised, 2080 hours/year) ==="
         TO Salary-Bench-Line
     PERFORM Sb-Emit-Line
     IF Sb-Keyword = SPACES
         MOVE "(all)" TO Sb-Keyword-Shown
     ELSE
         MOVE Sb-Keyword TO Sb-Keyword-Shown
     END-IF
     IF Sb-Location = SPACES
         MOVE "(all)" TO Sb-Location-Shown
     ELSE
         MOVE Sb-Location TO Sb-Location-Shown
     END-IF
     MOVE SPACES TO Salary-Bench-Line
     STRING "Produced " DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            " - title keyword: " DELIMITED BY SIZE
            FUNCTION TRIM(Sb-Keyword-Shown) DELIMITED BY SIZE
            ", location: " DELIMITED BY SIZE
            FUNCTION TRIM(Sb-Location-Shown) DELIMITED BY SIZE
            INTO Salary-Bench-Line
     END-STRING
     PERFORM Sb-Emit-Line
     MOVE "Location                         Count         Min      Median         Max"
         TO Salary-Bench-Line
     PERFORM Sb-Emit-Line

     PERFORM VARYING Sb-L FROM 1 BY 1 UNTIL Sb-L > Sb-Loc-Count
         MOVE Sb-Loc-Name(Sb-L) TO Sb-Group-Name
         PERFORM Sb-Report-Group
     END-PERFORM
     IF Sb-Loc-Count > 1
         MOVE SPACES TO Sb-Group-Name
         PERFORM Sb-Report-Group
     END-IF
     IF Sb-Count = 0
         MOVE "No postings with a structured salary match." TO Salary-Bench-Line
         PERFORM Sb-Emit-Line
     END-IF
     MOVE SPACES TO Salary-Bench-Line
     STRING "Matching postings without a usable salary (none given or unreadable): "
                DELIMITED BY SIZE
            Sb-Skipped DELIMITED BY SIZE
            INTO Salary-Bench-Line
     END-STRING
     PERFORM Sb-Emit-Line
     CLOSE SALARY-BENCH-FILE

     MOVE "Salary benchmark written to InCollege-Salary-Benchmark.txt"
         TO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO Admin-Target-User
     MOVE "ADMSALARY" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Sb-Emit-Line.
     WRITE Salary-Bench-Line
     MOVE Salary-Bench-Line TO WS-MSG
     PERFORM OUT-MSG
     .

 *> one posting row in Sal-Row: filter, then remember its annualised
 *> figures and its location group
 Sb-Collect-Row.
     MOVE SPACES TO U-Part Job-Title Job-Description Job-Employer
                    Job-Location Job-Salary Job-Closing-Date
                    Job-Posted-Date Job-Sal-Min-In Job-Sal-Max-In
                    Job-Sal-Period-In
     MOVE SPACE TO Job-Approval-In
     UNSTRING Sal-Row DELIMITED BY '|'
         INTO U-Part, Job-Title, Job-Description,
              Job-Employer, Job-Location, Job-Salary,
              Job-Closing-Date, Job-Posted-Date,
              Job-Approval-In, Job-Sal-Min-In, Job-Sal-Max-In,
              Job-Sal-Period-In
     END-UNSTRING
     IF U-Part = SPACES OR Job-Title = SPACES OR Job-Approval-In = 'R'
         EXIT PARAGRAPH
     END-IF
     IF Sb-Keyword NOT = SPACES
         MOVE 0 TO Sb-Tally
         INSPECT FUNCTION UPPER-CASE(Job-Title) TALLYING Sb-Tally
             FOR ALL FUNCTION TRIM(Sb-Keyword)
         IF Sb-Tally = 0
             EXIT PARAGRAPH
         END-IF
     END-IF
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Job-Location)) TO Sb-Row-Loc
     IF Sb-Location NOT = SPACES
         MOVE 0 TO Sb-Tally
         INSPECT Sb-Row-Loc TALLYING Sb-Tally
             FOR ALL FUNCTION TRIM(Sb-Location)
         IF Sb-Tally = 0
             EXIT PARAGRAPH
         END-IF
     END-IF
     PERFORM Unpack-Job-Salary-Fields
     IF (Job-Sal-Period NOT = 'H' AND Job-Sal-Period NOT = 'A') OR
        Sb-Count >= 999
         ADD 1 TO Sb-Skipped
         EXIT PARAGRAPH
     END-IF

     ADD 1 TO Sb-Count
     IF Job-Sal-Period = 'H'
         COMPUTE Sb-Low(Sb-Count) = Job-Sal-Min * 2080
         COMPUTE Sb-High(Sb-Count) = Job-Sal-Max * 2080
     ELSE
         MOVE Job-Sal-Min TO Sb-Low(Sb-Count)
         MOVE Job-Sal-Max TO Sb-High(Sb-Count)
     END-IF
     COMPUTE Sb-Mid(Sb-Count) =
         (Sb-Low(Sb-Count) + Sb-High(Sb-Count)) / 2
     MOVE Sb-Row-Loc TO Sb-Loc(Sb-Count)

     MOVE 0 TO Sb-Found
     PERFORM VARYING Sb-L FROM 1 BY 1 UNTIL Sb-L > Sb-Loc-Count
         IF Sb-Loc-Name(Sb-L) = Sb-Row-Loc
             MOVE Sb-L TO Sb-Found
         END-IF
     END-PERFORM
     IF Sb-Found = 0 AND Sb-Loc-Count < 100
         ADD 1 TO Sb-Loc-Count
         MOVE Sb-Row-Loc TO Sb-Loc-Name(Sb-Loc-Count)
     END-IF
     .

 *> one report line for location Sb-Group-Name (spaces = all rows)
 Sb-Report-Group.
     MOVE 0 TO Sb-Grp-Count
     MOVE 9999999 TO Sb-Grp-Min
     MOVE 0 TO Sb-Grp-Max
     PERFORM VARYING Sb-I FROM 1 BY 1 UNTIL Sb-I > Sb-Count
         IF Sb-Group-Name = SPACES OR Sb-Loc(Sb-I) = Sb-Group-Name
             ADD 1 TO Sb-Grp-Count
             MOVE Sb-Mid(Sb-I) TO Sb-Sort-Mid(Sb-Grp-Count)
             IF Sb-Low(Sb-I) < Sb-Grp-Min
                 MOVE Sb-Low(Sb-I) TO Sb-Grp-Min
             END-IF
             IF Sb-High(Sb-I) > Sb-Grp-Max
                 MOVE Sb-High(Sb-I) TO Sb-Grp-Max
             END-IF
         END-IF
     END-PERFORM
     IF Sb-Grp-Count = 0
         EXIT PARAGRAPH
     END-IF

     *> insertion sort of the group's midpoints for the median
     PERFORM VARYING Sb-I FROM 2 BY 1 UNTIL Sb-I > Sb-Grp-Count
         MOVE Sb-Sort-Mid(Sb-I) TO Sb-Hold
         MOVE Sb-I TO Sb-J
         MOVE 'N' TO Sb-Placed
         PERFORM UNTIL Sb-Placed = 'Y'
             IF Sb-J = 1
                 MOVE 'Y' TO Sb-Placed
             ELSE
                 IF Sb-Sort-Mid(Sb-J - 1) > Sb-Hold
                     MOVE Sb-Sort-Mid(Sb-J - 1) TO Sb-Sort-Mid(Sb-J)
                     SUBTRACT 1 FROM Sb-J
                 ELSE
                     MOVE 'Y' TO Sb-Placed
                 END-IF
             END-IF
         END-PERFORM
         MOVE Sb-Hold TO Sb-Sort-Mid(Sb-J)
     END-PERFORM
     IF FUNCTION MOD(Sb-Grp-Count, 2) = 1
         COMPUTE Sb-Grp-Median =
             Sb-Sort-Mid((Sb-Grp-Count + 1) / 2)
     ELSE
         COMPUTE Sb-Grp-Median =
             (Sb-Sort-Mid(Sb-Grp-Count / 2) +
              Sb-Sort-Mid(Sb-Grp-Count / 2 + 1)) / 2
     END-IF

     MOVE SPACES TO Sb-Detail
     IF Sb-Group-Name = SPACES
         MOVE "ALL LOCATIONS" TO Sb-D-Location
     ELSE
         MOVE Sb-Group-Name TO Sb-D-Location
     END-IF
     MOVE Sb-Grp-Count TO Sb-D-Count
     MOVE Sb-Grp-Min TO Sb-D-Min
     MOVE Sb-Grp-Median TO Sb-D-Median
     MOVE Sb-Grp-Max TO Sb-D-Max
     MOVE Sb-Detail TO Salary-Bench-Line
     PERFORM Sb-Emit-Line
     .

 *> ================================
 *> NEW: enrollment verification. RegistrarRoster.txt is the
 *> registrar's periodic roster (layout on ROSTER-FEED-FILE). Each
 *> enrolled row is matched to a student account - by the student ID
 *> once one has been verified, otherwise by first + last name and
 *> university in Profiles.idx - and the account is marked verified
 *> in EnrollmentVerified.dat provided the profile's major and
 *> graduation year agree with the roster. Rows that match nobody,
 *> match more than one profile, match a non-student or closed
 *> account, or disagree with the profile go to
 *> RegistrarRoster-Exceptions.txt with a reason code for the career
 *> office. A verified student of a university the feed covers who
 *> is no longer on it as enrolled loses the badge; every badge
 *> granted or removed is written to ChangeAudit.dat. The feed is
 *> emptied afterwards, as the job feed is.
 *> ================================
 Import-Registrar-Roster.
     MOVE 0 TO Ros-Read-Count Ros-Verified-Count Ros-Not-Enrolled-Count
               Ros-Exception-Count Ros-Dropped-Count
     OPEN INPUT ROSTER-FEED-FILE
     IF FS-RFEED = "35"
         EXIT PARAGRAPH
     END-IF

     *> as with the job feed, an empty roster left by the previous
     *> run must not truncate the exceptions or drop every badge
     MOVE 'N' TO RFEED-EOF
     MOVE SPACES TO Roster-Feed-Line
     PERFORM UNTIL RFEED-EOF = 'Y' OR
                   FUNCTION TRIM(Roster-Feed-Line) NOT = SPACES
         READ ROSTER-FEED-FILE
             AT END
                 MOVE 'Y' TO RFEED-EOF
         END-READ
     END-PERFORM
     IF RFEED-EOF = 'Y'
         CLOSE ROSTER-FEED-FILE
         EXIT PARAGRAPH
     END-IF

     MOVE FUNCTION CURRENT-DATE(1:8) TO Ros-Today
     PERFORM Load-Enrollment-Table
     PERFORM VARYING Enr-Idx FROM 1 BY 1 UNTIL Enr-Idx > Enr-Count
         MOVE 'N' TO Enr-Seen(Enr-Idx)
     END-PERFORM
     MOVE 0 TO Ros-Univ-Count
     OPEN OUTPUT ROSTER-EXCEPT-FILE

     *> Roster-Feed-Line already holds the first data row
     PERFORM Verify-One-Roster-Row
     PERFORM UNTIL RFEED-EOF = 'Y'
         READ ROSTER-FEED-FILE
             AT END
                 MOVE 'Y' TO RFEED-EOF
             NOT AT END
                 IF FUNCTION TRIM(Roster-Feed-Line) NOT = SPACES
                     PERFORM Verify-One-Roster-Row
                 END-IF
         END-READ
     END-PERFORM
     CLOSE ROSTER-FEED-FILE
     CLOSE ROSTER-EXCEPT-FILE

     PERFORM Drop-Unlisted-Enrollments
     PERFORM Save-Enrollment-Table

     *> empty the feed now that every row has been worked
     OPEN OUTPUT ROSTER-FEED-FILE
     CLOSE ROSTER-FEED-FILE

     MOVE SPACES TO WS-MSG
     STRING "Registrar roster: " DELIMITED BY SIZE
            Ros-Read-Count DELIMITED BY SIZE
            " row(s), " DELIMITED BY SIZE
            Ros-Verified-Count DELIMITED BY SIZE
            " verified, " DELIMITED BY SIZE
            Ros-Not-Enrolled-Count DELIMITED BY SIZE
            " not enrolled, " DELIMITED BY SIZE
            Ros-Exception-Count DELIMITED BY SIZE
            " to RegistrarRoster-Exceptions.txt, " DELIMITED BY SIZE
            Ros-Dropped-Count DELIMITED BY SIZE
            " badge(s) removed" DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 Verify-One-Roster-Row.
     ADD 1 TO Ros-Read-Count
     MOVE SPACES TO Ros-Student-Id Ros-First-Name Ros-Last-Name
                    Ros-University Ros-Major Ros-Grad-Year Ros-Status
                    Ros-Reason Ros-Detail
     UNSTRING Roster-Feed-Line DELIMITED BY '|'
         INTO Ros-Student-Id, Ros-First-Name, Ros-Last-Name,
              Ros-University, Ros-Major, Ros-Grad-Year, Ros-Status
     END-UNSTRING
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-Status)) TO Ros-Status

     IF Ros-Student-Id = SPACES OR Ros-Last-Name = SPACES OR
        Ros-University = SPACES OR Ros-Status = SPACES
         MOVE "BADROW" TO Ros-Reason
         MOVE "student ID, last name, university and status are required"
           TO Ros-Detail
         PERFORM Write-Roster-Exception
         EXIT PARAGRAPH
     END-IF
     PERFORM Note-Roster-University

     *> a student on leave, withdrawn or graduated is simply not
     *> verified - and drops off if verified before
     IF NOT Ros-Is-Enrolled
         ADD 1 TO Ros-Not-Enrolled-Count
         EXIT PARAGRAPH
     END-IF

     *> a student ID verified before stays with its account, even if
     *> the profile name has since been edited
     MOVE 0 TO Enr-Found
     PERFORM VARYING Enr-Idx FROM 1 BY 1
         UNTIL Enr-Idx > Enr-Count OR Enr-Found > 0
         IF Enr-Student-Id(Enr-Idx) = Ros-Student-Id AND
            FUNCTION UPPER-CASE(FUNCTION TRIM(Enr-University(Enr-Idx)))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-University))
             MOVE Enr-Idx TO Enr-Found
         END-IF
     END-PERFORM
     IF Enr-Found > 0
         MOVE 1 TO Ros-Match-Count
         MOVE Enr-User(Enr-Found) TO Ros-Match-User
     ELSE
         PERFORM Match-Roster-Row-To-Profile
     END-IF
     IF Ros-Match-Count = 0
         MOVE "UNMATCHED" TO Ros-Reason
         MOVE "no profile with this name at this university"
           TO Ros-Detail
         PERFORM Write-Roster-Exception
         EXIT PARAGRAPH
     END-IF
     IF Ros-Match-Count > 1
         MOVE "AMBIGUOUS" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING Ros-Match-Count DELIMITED BY SIZE
                " profiles share this name at this university"
                    DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
         PERFORM Write-Roster-Exception
         EXIT PARAGRAPH
     END-IF

     *> only an open student account can carry the badge
     MOVE SPACES TO Account-Record
     MOVE Ros-Match-User TO Acct-Rec-Username
     READ ACCOUNTS-FILE
         INVALID KEY
             MOVE "UNMATCHED" TO Ros-Reason
             MOVE SPACES TO Ros-Detail
             STRING "profile " DELIMITED BY SIZE
                    FUNCTION TRIM(Ros-Match-User) DELIMITED BY SIZE
                    " has no account" DELIMITED BY SIZE
                    INTO Ros-Detail
             END-STRING
     END-READ
     IF Ros-Reason = SPACES AND NOT Acct-Rec-Student
         MOVE "NOTSTUDENT" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING "account " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-Match-User) DELIMITED BY SIZE
                " is not a student account" DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
     END-IF
     IF Ros-Reason = SPACES AND Acct-Rec-Deactivated
         MOVE "INACTIVE" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING "account " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-Match-User) DELIMITED BY SIZE
                " is deactivated" DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
     END-IF
     IF Ros-Reason NOT = SPACES
         PERFORM Write-Roster-Exception
         EXIT PARAGRAPH
     END-IF

     PERFORM Load-Roster-Candidate-Profile
     PERFORM Compare-Roster-To-Profile
     IF Ros-Reason NOT = SPACES
         PERFORM Write-Roster-Exception
         EXIT PARAGRAPH
     END-IF

     *> one account, one student ID
     MOVE Ros-Match-User TO Enr-Lookup-User
     PERFORM Find-Enrollment-Entry
     IF Enr-Found > 0 AND Enr-Student-Id(Enr-Found) NOT = SPACES AND
        Enr-Student-Id(Enr-Found) NOT = Ros-Student-Id
         MOVE "IDCONFLICT" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING "account " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-Match-User) DELIMITED BY SIZE
                " is already matched to student ID " DELIMITED BY SIZE
                FUNCTION TRIM(Enr-Student-Id(Enr-Found))
                    DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
         PERFORM Write-Roster-Exception
         EXIT PARAGRAPH
     END-IF

     PERFORM Mark-Enrollment-Verified
     .

 *> Ros-First-Name/Ros-Last-Name/Ros-University -> Ros-Match-Count
 *> and (the first) Ros-Match-User; names compare ignoring case
 Match-Roster-Row-To-Profile.
     MOVE 0 TO Ros-Match-Count
     MOVE SPACES TO Ros-Match-User
     PERFORM Start-Profiles-Scan
     PERFORM UNTIL PROF-EOF = 'Y'
         READ PROFILES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO PROF-EOF
             NOT AT END
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(Profile-Record(21:30)))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-First-Name))
                    AND
                    FUNCTION UPPER-CASE(FUNCTION TRIM(Profile-Record(51:30)))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-Last-Name))
                    AND
                    FUNCTION UPPER-CASE(FUNCTION TRIM(Profile-Record(81:50)))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-University))
                     ADD 1 TO Ros-Match-Count
                     IF Ros-Match-Count = 1
                         MOVE Profile-Record(1:20) TO Ros-Match-User
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     .

 Load-Roster-Candidate-Profile.
     MOVE 'N' TO Ros-Profile-Flag
     MOVE SPACES TO Ros-P-First-Name Ros-P-Last-Name Ros-P-University
                    Ros-P-Major Ros-P-Grad-Year
     MOVE SPACES TO Profile-Record
     MOVE Ros-Match-User TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             SET Ros-Profile-Found TO TRUE
             MOVE Profile-Record(21:30) TO Ros-P-First-Name
             MOVE Profile-Record(51:30) TO Ros-P-Last-Name
             MOVE Profile-Record(81:50) TO Ros-P-University
             MOVE Profile-Record(131:40) TO Ros-P-Major
             MOVE Profile-Record(171:4) TO Ros-P-Grad-Year
     END-READ
     .

 *> the profile has to agree with the registrar on who and where
 *> the student is, the major and the expected graduation year; a
 *> blank roster major or year is not checked
 Compare-Roster-To-Profile.
     IF NOT Ros-Profile-Found
         MOVE "UNMATCHED" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING "account " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-Match-User) DELIMITED BY SIZE
                " has no profile" DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-P-First-Name))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-First-Name)) OR
        FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-P-Last-Name))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-Last-Name))
         MOVE "MISMATCH" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING "profile name is " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-P-First-Name) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-P-Last-Name) DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-P-University))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-University))
         MOVE "MISMATCH" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING "profile university is " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-P-University) DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
         EXIT PARAGRAPH
     END-IF
     IF Ros-Major NOT = SPACES AND
        FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-P-Major))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-Major))
         MOVE "MISMATCH" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING "profile major is " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-P-Major) DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
         EXIT PARAGRAPH
     END-IF
     IF Ros-Grad-Year NOT = SPACES AND Ros-P-Grad-Year NOT = Ros-Grad-Year
         MOVE "MISMATCH" TO Ros-Reason
         MOVE SPACES TO Ros-Detail
         STRING "profile graduation year is " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-P-Grad-Year) DELIMITED BY SIZE
                INTO Ros-Detail
         END-STRING
     END-IF
     .

 Note-Roster-University.
     MOVE 'N' TO Ros-Univ-Flag
     PERFORM VARYING Ros-Univ-Idx FROM 1 BY 1
         UNTIL Ros-Univ-Idx > Ros-Univ-Count OR Ros-Univ-Listed
         IF FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-Univ(Ros-Univ-Idx)))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(Ros-University))
             SET Ros-Univ-Listed TO TRUE
         END-IF
     END-PERFORM
     IF NOT Ros-Univ-Listed AND Ros-Univ-Count < 20
         ADD 1 TO Ros-Univ-Count
         MOVE Ros-University TO Ros-Univ(Ros-Univ-Count)
     END-IF
     .

 Write-Roster-Exception.
     ADD 1 TO Ros-Exception-Count
     MOVE SPACES TO Roster-Except-Line
     STRING FUNCTION TRIM(Roster-Feed-Line) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Ros-Reason) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Ros-Detail) DELIMITED BY SIZE
            INTO Roster-Except-Line
     END-STRING
     WRITE Roster-Except-Line
     .

 *> Ros-Match-User is verified on this feed; Enr-Found is its row
 *> (0 when it has none yet)
 Mark-Enrollment-Verified.
     IF Enr-Found = 0
         IF Enr-Count >= 500
             MOVE "TABLEFULL" TO Ros-Reason
             MOVE "EnrollmentVerified.dat holds 500 rows - operator attention required"
               TO Ros-Detail
             PERFORM Write-Roster-Exception
             EXIT PARAGRAPH
         END-IF
         ADD 1 TO Enr-Count
         MOVE Enr-Count TO Enr-Found
         MOVE SPACES TO Enr-Entry(Enr-Found)
         MOVE Ros-Match-User TO Enr-User(Enr-Found)
     END-IF
     IF NOT Enr-Is-Verified(Enr-Found)
         MOVE "ENRVERIFY" TO CA-Action
         MOVE Ros-Match-User TO CA-Target
         IF Enr-Status(Enr-Found) = SPACES
             MOVE "UNVERIFIED" TO CA-Old-Value
         ELSE
             MOVE Enr-Status(Enr-Found) TO CA-Old-Value
         END-IF
         MOVE SPACES TO CA-New-Value
         STRING "VERIFIED - student ID " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-Student-Id) DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-University) DELIMITED BY SIZE
                INTO CA-New-Value
         END-STRING
         PERFORM Write-Change-Audit
         MOVE Ros-Today TO Enr-Since(Enr-Found)

         MOVE Ros-Match-User TO Event-Recipient
         MOVE SPACES TO Event-Text
         STRING "Your enrollment at " DELIMITED BY SIZE
                FUNCTION TRIM(Ros-University) DELIMITED BY SIZE
                " has been verified by the registrar." DELIMITED BY SIZE
                INTO Event-Text
         END-STRING
         PERFORM Append-Event
     END-IF
     MOVE Ros-Student-Id TO Enr-Student-Id(Enr-Found)
     MOVE Ros-University TO Enr-University(Enr-Found)
     MOVE "VERIFIED" TO Enr-Status(Enr-Found)
     MOVE Ros-Today TO Enr-Last-Seen(Enr-Found)
     MOVE 'Y' TO Enr-Seen(Enr-Found)
     ADD 1 TO Ros-Verified-Count
     .

 *> a verified student of a university on this feed who was not
 *> verified again by it has left (or is no longer enrolled)
 Drop-Unlisted-Enrollments.
     PERFORM VARYING Enr-Idx FROM 1 BY 1 UNTIL Enr-Idx > Enr-Count
         IF Enr-Is-Verified(Enr-Idx) AND
            NOT Enr-Seen-This-Feed(Enr-Idx)
             MOVE 'N' TO Ros-Univ-Flag
             PERFORM VARYING Ros-Univ-Idx FROM 1 BY 1
                 UNTIL Ros-Univ-Idx > Ros-Univ-Count OR Ros-Univ-Listed
                 IF FUNCTION UPPER-CASE(
                        FUNCTION TRIM(Ros-Univ(Ros-Univ-Idx)))
                      = FUNCTION UPPER-CASE(
                        FUNCTION TRIM(Enr-University(Enr-Idx)))
                     SET Ros-Univ-Listed TO TRUE
                 END-IF
             END-PERFORM
             IF Ros-Univ-Listed
                 MOVE "DROPPED" TO Enr-Status(Enr-Idx)
                 ADD 1 TO Ros-Dropped-Count

                 MOVE "ENRDROP" TO CA-Action
                 MOVE Enr-User(Enr-Idx) TO CA-Target
                 MOVE SPACES TO CA-Old-Value CA-New-Value
                 STRING "VERIFIED - student ID " DELIMITED BY SIZE
                        FUNCTION TRIM(Enr-Student-Id(Enr-Idx))
                            DELIMITED BY SIZE
                        " at " DELIMITED BY SIZE
                        FUNCTION TRIM(Enr-University(Enr-Idx))
                            DELIMITED BY SIZE
                        INTO CA-Old-Value
                 END-STRING
                 STRING "DROPPED - not enrolled on the " DELIMITED BY SIZE
                        Ros-Today DELIMITED BY SIZE
                        " roster" DELIMITED BY SIZE
                        INTO CA-New-Value
                 END-STRING
                 PERFORM Write-Change-Audit

                 MOVE Enr-User(Enr-Idx) TO Event-Recipient
                 MOVE SPACES TO Event-Text
                 STRING "Your verified-student badge was removed: the latest "
                            DELIMITED BY SIZE
                        FUNCTION TRIM(Enr-University(Enr-Idx))
                            DELIMITED BY SIZE
                        " roster does not list you as enrolled."
                            DELIMITED BY SIZE
                        INTO Event-Text
                 END-STRING
                 PERFORM Append-Event
             END-IF
         END-IF
     END-PERFORM
     .

 Load-Enrollment-Table.
     MOVE 0 TO Enr-Count Enr-Skipped
     CLOSE ENROLL-FILE
     OPEN INPUT ENROLL-FILE
     MOVE 'N' TO ENRL-EOF
     PERFORM UNTIL ENRL-EOF = 'Y'
         READ ENROLL-FILE
             AT END
                 MOVE 'Y' TO ENRL-EOF
             NOT AT END
                 PERFORM Split-Enroll-Line
                 IF Enr-In-User NOT = SPACES
                     IF Enr-Count < 500
                         ADD 1 TO Enr-Count
                         MOVE Enr-In-User TO Enr-User(Enr-Count)
                         MOVE Enr-In-Student-Id TO Enr-Student-Id(Enr-Count)
                         MOVE Enr-In-University TO Enr-University(Enr-Count)
                         MOVE Enr-In-Status TO Enr-Status(Enr-Count)
                         MOVE Enr-In-Since TO Enr-Since(Enr-Count)
                         MOVE Enr-In-Last-Seen TO Enr-Last-Seen(Enr-Count)
                         MOVE 'N' TO Enr-Seen(Enr-Count)
                     ELSE
                         ADD 1 TO Enr-Skipped
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE ENROLL-FILE
     OPEN EXTEND ENROLL-FILE
     IF Enr-Skipped > 0
         MOVE "WARNING: EnrollmentVerified.dat holds more than 500 rows; the rest were not loaded." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 Split-Enroll-Line.
     MOVE SPACES TO Enr-In-User Enr-In-Student-Id Enr-In-University
                    Enr-In-Status Enr-In-Since Enr-In-Last-Seen
     UNSTRING Enroll-Line DELIMITED BY '|'
         INTO Enr-In-User, Enr-In-Student-Id, Enr-In-University,
              Enr-In-Status, Enr-In-Since, Enr-In-Last-Seen
     END-UNSTRING
     .

 *> Enr-Lookup-User -> Enr-Found (0 when the user has no row)
 Find-Enrollment-Entry.
     MOVE 0 TO Enr-Found
     PERFORM VARYING Enr-Idx FROM 1 BY 1
         UNTIL Enr-Idx > Enr-Count OR Enr-Found > 0
         IF Enr-User(Enr-Idx) = Enr-Lookup-User
             MOVE Enr-Idx TO Enr-Found
         END-IF
     END-PERFORM
     .

 Save-Enrollment-Table.
     CLOSE ENROLL-FILE
     OPEN OUTPUT ENROLL-TMP-FILE
     PERFORM VARYING Enr-Idx FROM 1 BY 1 UNTIL Enr-Idx > Enr-Count
         MOVE SPACES TO Enroll-Tmp-Line
         STRING FUNCTION TRIM(Enr-User(Enr-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Enr-Student-Id(Enr-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Enr-University(Enr-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Enr-Status(Enr-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Enr-Since(Enr-Idx) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Enr-Last-Seen(Enr-Idx) DELIMITED BY SIZE
                INTO Enroll-Tmp-Line
         END-STRING
         WRITE Enroll-Tmp-Line
     END-PERFORM
     IF Enr-Skipped > 0
         PERFORM Copy-Unloaded-Enroll-Rows
     END-IF
     MOVE WS-Rewrite-Trailer TO Enroll-Tmp-Line
     WRITE Enroll-Tmp-Line
     CLOSE ENROLL-TMP-FILE
     PERFORM Copy-Enroll-Tmp-Back
     .

 *> rows past the table limit go through to the tmp file unchanged
 Copy-Unloaded-Enroll-Rows.
     MOVE 0 TO Enr-Row-Seen
     OPEN INPUT ENROLL-FILE
     MOVE 'N' TO ENRL-EOF
     PERFORM UNTIL ENRL-EOF = 'Y'
         READ ENROLL-FILE
             AT END
                 MOVE 'Y' TO ENRL-EOF
             NOT AT END
                 PERFORM Split-Enroll-Line
                 IF Enr-In-User NOT = SPACES
                     ADD 1 TO Enr-Row-Seen
                     IF Enr-Row-Seen > 500
                         MOVE Enroll-Line TO Enroll-Tmp-Line
                         WRITE Enroll-Tmp-Line
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE ENROLL-FILE
     .

 *> Enr-Lookup-User -> Enr-User-Verified and Enr-Verified-Univ,
 *> straight from the store (sessions do not keep the table)
 Check-Enrollment-Verified.
     SET Enr-User-Not-Verified TO TRUE
     MOVE SPACES TO Enr-Verified-Univ
     CLOSE ENROLL-FILE
     OPEN INPUT ENROLL-FILE
     MOVE 'N' TO ENRL-EOF
     PERFORM UNTIL ENRL-EOF = 'Y'
         READ ENROLL-FILE
             AT END
                 MOVE 'Y' TO ENRL-EOF
             NOT AT END
                 PERFORM Split-Enroll-Line
                 IF Enr-In-User = Enr-Lookup-User
                     IF Enr-In-Status = "VERIFIED"
                         SET Enr-User-Verified TO TRUE
                         MOVE Enr-In-University TO Enr-Verified-Univ
                     ELSE
                         SET Enr-User-Not-Verified TO TRUE
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE ENROLL-FILE
     OPEN EXTEND ENROLL-FILE
     .

 *> ================================
 *> NEW: bulk employer job-feed import. Reads JobFeed-In.txt (same
 *> pipe-delimited layout Append-Job-To-Disk writes), runs each row
 *> through the same checks as the interactive Post-Job-Flow, appends
 *> the good rows to JobPostings.dat and writes the bad ones - with a
 *> reason code - to JobFeed-Rejects.txt for the employer to fix and
 *> resend. The feed file is emptied afterwards so the next run
 *> does not import the same rows twice.
 *> ================================
 Import-Job-Feed.
     OPEN INPUT JOBFEED-IN-FILE
     IF FS-FEED = "35"
         EXIT PARAGRAPH
     END-IF

     *> find the first data row BEFORE touching the rejects file -
     *> the empty feed a previous import leaves behind must not
     *> truncate rejects the employer has not collected yet
     MOVE 'N' TO FEED-EOF
     MOVE SPACES TO Feed-Line
     PERFORM UNTIL FEED-EOF = 'Y' OR
                   FUNCTION TRIM(Feed-Line) NOT = SPACES
         READ JOBFEED-IN-FILE
             AT END
                 MOVE 'Y' TO FEED-EOF
         END-READ
     END-PERFORM
     IF FEED-EOF = 'Y'
         CLOSE JOBFEED-IN-FILE
         EXIT PARAGRAPH
     END-IF

     OPEN OUTPUT JOBFEED-REJECTS-FILE
     MOVE 0 TO WS-Feed-Imported WS-Feed-Rejected
     MOVE UserName TO WS-Feed-User-Stash

     *> Feed-Line already holds the first data row from the scan
     PERFORM Import-One-Feed-Row
     PERFORM UNTIL FEED-EOF = 'Y'
         READ JOBFEED-IN-FILE
             AT END
                 MOVE 'Y' TO FEED-EOF
             NOT AT END
                 IF FUNCTION TRIM(Feed-Line) NOT = SPACES
                     PERFORM Import-One-Feed-Row
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Feed-User-Stash TO UserName
     CLOSE JOBFEED-IN-FILE
     CLOSE JOBFEED-REJECTS-FILE

     *> empty the feed now that every row is either posted or rejected
     OPEN OUTPUT JOBFEED-IN-FILE
     CLOSE JOBFEED-IN-FILE

     MOVE SPACES TO WS-MSG
     STRING "Job feed import: " DELIMITED BY SIZE
            WS-Feed-Imported DELIMITED BY SIZE
            " row(s) posted, " DELIMITED BY SIZE
            WS-Feed-Rejected DELIMITED BY SIZE
            " row(s) rejected to JobFeed-Rejects.txt" DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Import-One-Feed-Row.
     MOVE SPACES TO WS-Feed-Reason
     MOVE SPACES TO WS-Feed-Poster Job-Title Job-Description
                    Job-Employer Job-Location Job-Salary
                    Job-Closing-Date
     UNSTRING Feed-Line DELIMITED BY '|'
         INTO WS-Feed-Poster, Job-Title, Job-Description,
              Job-Employer, Job-Location, Job-Salary,
              Job-Closing-Date
     END-UNSTRING

     *> same required-field rule as the interactive flow
     IF WS-Feed-Poster = SPACES OR
        Job-Title = SPACES OR
        Job-Description = SPACES OR
        Job-Employer = SPACES OR
        Job-Location = SPACES
         MOVE "MISSING-FIELD" TO WS-Feed-Reason
         PERFORM Write-Feed-Reject
         EXIT PARAGRAPH
     END-IF

     PERFORM Validate-Closing-Date
     IF Closing-Date-Is-Invalid
         MOVE "BAD-DATE" TO WS-Feed-Reason
         PERFORM Write-Feed-Reject
         EXIT PARAGRAPH
     END-IF

     *> the poster must be a real account (case-insensitive, same as
     *> login), and it must still be open
     MOVE WS-Feed-Poster TO UserName
     PERFORM Check-Username-Exists
     IF Username-Not-Exists
         MOVE "NO-POSTER" TO WS-Feed-Reason
         PERFORM Write-Feed-Reject
         EXIT PARAGRAPH
     END-IF
     MOVE UserName TO Target-Username
     PERFORM Check-Account-Active
     IF Account-Is-Inactive
         MOVE "POSTER-CLOSED" TO WS-Feed-Reason
         PERFORM Write-Feed-Reject
         EXIT PARAGRAPH
     END-IF

     *> NEW: feed rows from an employer account with a company profile
     *> are stamped with that company name, same as the interactive
     *> flow (Account-Record still holds the poster's row here)
     IF Acct-Rec-Employer
         MOVE UserName TO Co-Owner
         PERFORM Load-Company-Profile
         IF Co-Profile-Exists
             MOVE Co-Company-Name TO Job-Employer
         END-IF
     END-IF

     *> NEW: the feed sends its salary as <min>[-<max>]/<H|A> or
     *> NONE; anything else goes back to the employer to fix
     MOVE Job-Salary TO Sal-Text
     MOVE 'Y' TO Sal-Strict-Flag
     PERFORM Parse-Salary-Text
     MOVE 'N' TO Sal-Strict-Flag
     IF Sal-Parse-Failed
         MOVE "BAD-SALARY" TO WS-Feed-Reason
         PERFORM Write-Feed-Reject
         EXIT PARAGRAPH
     END-IF
     MOVE Sal-Min TO Job-Sal-Min
     MOVE Sal-Max TO Job-Sal-Max
     MOVE Sal-Period TO Job-Sal-Period
     PERFORM Format-Job-Salary

     *> same defaults/limits as the interactive flow
     IF FUNCTION LENGTH(Job-Description) > 200
         MOVE Job-Description(1:200) TO Job-Description
     END-IF

     *> NEW: no duplicates of live or recently archived postings
     *> (UserName holds the poster, so this also catches a row the
     *> same feed already posted)
     MOVE SPACES TO Dup-Skip-Row
     PERFORM Check-Duplicate-Posting
     IF Dup-Found
         MOVE "DUPLICATE" TO WS-Feed-Reason
         PERFORM Write-Feed-Reject
         EXIT PARAGRAPH
     END-IF

     *> UserName now holds the poster in its on-file case
     MOVE 'F' TO Job-Source
     PERFORM Append-Job-To-Disk
     IF Job-Row-Overflowed
         MOVE "TOOLONG" TO WS-Feed-Reason
         PERFORM Write-Feed-Reject
         EXIT PARAGRAPH
     END-IF
     ADD 1 TO WS-Feed-Imported
     .

 Write-Feed-Reject.
     MOVE SPACES TO Feed-Reject-Line
     STRING FUNCTION TRIM(Feed-Line) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(WS-Feed-Reason) DELIMITED BY SIZE
            INTO Feed-Reject-Line
     END-STRING
     WRITE Feed-Reject-Line
     ADD 1 TO WS-Feed-Rejected
     .

 *> ================================
 *> NEW: retention housekeeping for the files that only ever grow.
 *> Audit entries older than 90 days and read messages older than 180
 *> days move to generation-dated archive files
 *> (LoginAudit-Archive-YYYYMMDD.dat / Messages-Archive-YYYYMMDD.dat)
 *> instead of living in the hot stores forever.
 *> ================================
 Housekeeping-Retention.
     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date

     COMPUTE WS-Cutoff-Int =
         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today-Date))
         - WS-Audit-Retention-Days
     COMPUTE WS-Cutoff-Date-N = FUNCTION DATE-OF-INTEGER(WS-Cutoff-Int)
     MOVE WS-Cutoff-Date-N TO WS-Audit-Cutoff-Date

     COMPUTE WS-Cutoff-Int =
         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today-Date))
         - WS-Msgs-Retention-Days
     COMPUTE WS-Cutoff-Date-N = FUNCTION DATE-OF-INTEGER(WS-Cutoff-Int)
     MOVE WS-Cutoff-Date-N TO WS-Msgs-Cutoff-Date

     MOVE SPACES TO WS-Audit-Arch-Name
     STRING "LoginAudit-Archive-" DELIMITED BY SIZE
            WS-Today-Date DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-Audit-Arch-Name
     END-STRING
     MOVE SPACES TO WS-Msgs-Arch-Name
     STRING "Messages-Archive-" DELIMITED BY SIZE
            WS-Today-Date DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-Msgs-Arch-Name
     END-STRING

     *> NEW: the change audit ages on the same window as the login
     *> audit, to its own dated archive generation
     MOVE SPACES TO WS-CAudit-Arch-Name
     STRING "ChangeAudit-Archive-" DELIMITED BY SIZE
            WS-Today-Date DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-CAudit-Arch-Name
     END-STRING

     PERFORM Age-Out-Audit-Entries
     PERFORM Age-Out-Change-Audit-Entries
     PERFORM Age-Out-Read-Messages

     IF WS-CAudit-Aged > 0
         MOVE SPACES TO WS-MSG
         STRING "Housekeeping: " DELIMITED BY SIZE
                WS-CAudit-Aged DELIMITED BY SIZE
                " change-audit entr(ies) moved to a dated archive"
                DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF

     IF WS-Audit-Aged > 0 OR WS-Msgs-Aged > 0
         MOVE SPACES TO WS-MSG
         STRING "Housekeeping: " DELIMITED BY SIZE
                WS-Audit-Aged DELIMITED BY SIZE
                " audit entr(ies) and " DELIMITED BY SIZE
                WS-Msgs-Aged DELIMITED BY SIZE
                " message(s) moved to dated archives" DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> -----------------------------
 *> Stream LoginAudit.dat through its tmp, diverting rows stamped
 *> before the cutoff into today's generation archive.
 *> -----------------------------
 Age-Out-Audit-Entries.
     MOVE 0 TO WS-Audit-Aged
     CLOSE LOGIN-AUDIT-FILE
     OPEN INPUT LOGIN-AUDIT-FILE
     OPEN OUTPUT LOGIN-AUDIT-TMP-FILE
     OPEN EXTEND AUDIT-GEN-ARCHIVE-FILE
     IF FS-AUDIT-ARCH = "35"
         OPEN OUTPUT AUDIT-GEN-ARCHIVE-FILE
     END-IF
     MOVE 'N' TO AUDIT-EOF

     PERFORM UNTIL AUDIT-EOF = 'Y'
         READ LOGIN-AUDIT-FILE
             AT END
                 MOVE 'Y' TO AUDIT-EOF
             NOT AT END
                 MOVE SPACES TO U-Part WS-Audit-TS-Part
                                WS-Audit-Reason-Part
                 UNSTRING Audit-Line DELIMITED BY '|'
                     INTO U-Part, WS-Audit-TS-Part, WS-Audit-Reason-Part
                 END-UNSTRING
                 IF WS-Audit-TS-Part(1:8) NOT = SPACES AND
                    WS-Audit-TS-Part(1:8) < WS-Audit-Cutoff-Date
                     MOVE Audit-Line TO Audit-Arch-Line
                     WRITE Audit-Arch-Line
                     ADD 1 TO WS-Audit-Aged
                 ELSE
                     MOVE Audit-Line TO Audit-Tmp-Line
                     WRITE Audit-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Audit-Tmp-Line
     WRITE Audit-Tmp-Line

     CLOSE LOGIN-AUDIT-FILE
     CLOSE LOGIN-AUDIT-TMP-FILE
     CLOSE AUDIT-GEN-ARCHIVE-FILE

     PERFORM Copy-Audit-Tmp-Back
     .

 *> -----------------------------
 *> Stream ChangeAudit.dat through its tmp, diverting rows stamped
 *> before the audit cutoff into today's generation archive.
 *> -----------------------------
 Age-Out-Change-Audit-Entries.
     MOVE 0 TO WS-CAudit-Aged
     CLOSE CHANGE-AUDIT-FILE
     OPEN INPUT CHANGE-AUDIT-FILE
     OPEN OUTPUT CHANGE-AUDIT-TMP-FILE
     OPEN EXTEND CAUDIT-GEN-ARCHIVE-FILE
     IF FS-CAUD-ARCH = "35"
         OPEN OUTPUT CAUDIT-GEN-ARCHIVE-FILE
     END-IF
     MOVE 'N' TO CAUD-EOF

     PERFORM UNTIL CAUD-EOF = 'Y'
         READ CHANGE-AUDIT-FILE
             AT END
                 MOVE 'Y' TO CAUD-EOF
             NOT AT END
                 MOVE SPACES TO CA-TS-Part
                 UNSTRING Change-Audit-Line DELIMITED BY '|'
                     INTO CA-TS-Part
                 END-UNSTRING
                 IF CA-TS-Part(1:8) NOT = SPACES AND
                    CA-TS-Part(1:8) < WS-Audit-Cutoff-Date
                     MOVE Change-Audit-Line TO CAudit-Arch-Line
                     WRITE CAudit-Arch-Line
                     ADD 1 TO WS-CAudit-Aged
                 ELSE
                     MOVE Change-Audit-Line TO Change-Audit-Tmp-Line
                     WRITE Change-Audit-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Change-Audit-Tmp-Line
     WRITE Change-Audit-Tmp-Line

     CLOSE CHANGE-AUDIT-FILE
     CLOSE CHANGE-AUDIT-TMP-FILE
     CLOSE CAUDIT-GEN-ARCHIVE-FILE

     PERFORM Copy-Change-Audit-Tmp-Back
     .

 *> -----------------------------
 *> Walk the indexed message store; messages already read and older
 *> than the cutoff are written to today's generation archive (legacy
 *> pipe layout) and deleted from the hot store. Unread mail is never
 *> aged out, however old.
 *> -----------------------------
 Age-Out-Read-Messages.
     MOVE 0 TO WS-Msgs-Aged
     OPEN EXTEND MSGS-GEN-ARCHIVE-FILE
     IF FS-MSGS-ARCH = "35"
         OPEN OUTPUT MSGS-GEN-ARCHIVE-FILE
     END-IF

     PERFORM Start-Messages-Scan
     PERFORM UNTIL MSG-EOF = 'Y'
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 IF Msg-Rec-Read = 'Y' AND
                    Msg-Rec-Timestamp(1:8) NOT = SPACES AND
                    Msg-Rec-Timestamp(1:8) < WS-Msgs-Cutoff-Date
                     MOVE ALL SPACES TO Message-Arch-Line
                     STRING
                         FUNCTION TRIM(Msg-Rec-Sender) DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(Msg-Rec-Recipient) DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(Msg-Rec-Text) DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         Msg-Rec-Timestamp DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         Msg-Rec-Read DELIMITED BY SIZE
                         INTO Message-Arch-Line
                     END-STRING
                     WRITE Message-Arch-Line
                     DELETE MESSAGES-FILE RECORD
                         INVALID KEY
                             CONTINUE
                     END-DELETE
                     ADD 1 TO WS-Msgs-Aged
                 END-IF
         END-READ
     END-PERFORM

     CLOSE MSGS-GEN-ARCHIVE-FILE
     .

 *> ================================
 *> End-of-day maintenance: archive postings past their closing date
 *> ================================
 Archive-Expired-Jobs.
     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date
     MOVE 0 TO WS-Jobs-Archived-Count

     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     OPEN OUTPUT JOBS-TMP-FILE
     MOVE 'N' TO JOB-EOF

     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE SPACES TO U-Part Job-Title Job-Description
                                Job-Employer Job-Location Job-Salary
                                Job-Closing-Date
                 UNSTRING Job-Line DELIMITED BY '|'
                     INTO U-Part, Job-Title, Job-Description,
                          Job-Employer, Job-Location, Job-Salary,
                          Job-Closing-Date
                 END-UNSTRING

                 IF Job-Closing-Date NOT = SPACES AND
                    Job-Closing-Date < WS-Today-Date
                     MOVE Job-Line TO Job-Archive-Line
                     WRITE Job-Archive-Line
                     ADD 1 TO WS-Jobs-Archived-Count
                 ELSE
                     MOVE Job-Line TO Job-Tmp-Line
                     WRITE Job-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Job-Tmp-Line
     WRITE Job-Tmp-Line

     CLOSE JOBS-FILE
     CLOSE JOBS-TMP-FILE

     *> Copy the still-open postings back over JobPostings.dat
     PERFORM Copy-Jobs-Tmp-Back
     .

 *> ================================
 *> NEW: Browse Jobs Enhanced with Full Details and Application
 *> ================================
 Browse-Jobs-Enhanced.
     PERFORM Load-Jobs-First-Page

     IF WS-Jobs-File-Total = 0
         MOVE "No job postings yet." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     PERFORM Prompt-Job-Filters
     PERFORM Browse-Jobs-Filtered-Loop
     .

 *> -----------------------------
 *> NEW: the browse/pick loop itself, shared between the interactive
 *> filter prompts and a saved search re-run (which sets the filters
 *> itself and expects the jobs first page already loaded)
 *> -----------------------------
 Browse-Jobs-Filtered-Loop.
     MOVE 99 TO Selected-Job-Number
     PERFORM UNTIL Selected-Job-Number = 0 OR EOF-IN = "Y"
         PERFORM Display-Job-List
         MOVE "Enter job number to view details, N/P for next/previous page, or 0 to go back: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
                 WHEN "N"
                     IF WS-Jobs-Page < WS-Jobs-Page-Count
                         PERFORM Load-Jobs-Next-Page
                     ELSE
                         MOVE "Already on the last page." TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 WHEN "P"
                     IF WS-Jobs-Page > 1
                         SUBTRACT 1 FROM WS-Jobs-Page
                         PERFORM Load-All-Jobs-Into-Memory
                     ELSE
                         MOVE "Already on the first page." TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 WHEN OTHER
                     MOVE FUNCTION NUMVAL(InLine) TO WS-Job-Pick
                     IF WS-Job-Pick = 0
                         MOVE 0 TO Selected-Job-Number
                     ELSE
                         PERFORM Locate-Job-By-Global-ID
                         IF Job-Row-Found
                             MOVE WS-Job-Pick TO Selected-Job-Number
                             MOVE WS-Job-Pick TO I
                             PERFORM Check-Job-Matches-Filter
                             IF Job-Matches
                                 PERFORM Display-Job-Details-And-Apply
                             ELSE
                                 MOVE "Invalid job number." TO WS-MSG
                                 PERFORM OUT-MSG
                             END-IF
                         ELSE
                             MOVE "Invalid job number." TO WS-MSG
                             PERFORM OUT-MSG
                         END-IF
                     END-IF
             END-EVALUATE
         END-IF
     END-PERFORM
     MOVE 0 TO Selected-Job-Number
     .

 *> -----------------------------
 *> Ask for optional keyword / location / salary filters before
 *> listing jobs. Blank input skips that filter.
 *> -----------------------------
 Prompt-Job-Filters.
     MOVE SPACES TO Filter-Keyword
     MOVE SPACES TO Filter-Location
     SET Filter-Salary-Any TO TRUE

     MOVE "Filter by keyword in title/description (or press Enter to skip): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         MOVE FUNCTION TRIM(InLine) TO Filter-Keyword
     END-IF

     MOVE "Filter by location (or press Enter to skip): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         MOVE FUNCTION TRIM(InLine) TO Filter-Location
     END-IF

     MOVE "Only show postings with salary info listed? (Y/N): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         IF FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "Y"
             SET Filter-Salary-Only TO TRUE
         END-IF
     END-IF
     .

 *> -----------------------------
 *> Determine whether Job-Entry(I) matches the current filters
 *> -----------------------------
 Check-Job-Matches-Filter.
     SET Job-Matches TO TRUE

     *> NEW: postings still in (or rejected by) the approval queue
     *> are invisible to every student-facing listing
     IF NOT Job-Is-Approved(I)
         SET Job-Does-Not-Match TO TRUE
         EXIT PARAGRAPH
     END-IF

     IF Filter-Keyword NOT = SPACES
         MOVE 0 TO WS-Filter-Tally
         MOVE FUNCTION UPPER-CASE(Job-Title-Store(I)) TO WS-Filter-Target
         MOVE FUNCTION UPPER-CASE(Filter-Keyword) TO WS-Filter-Needle
         INSPECT WS-Filter-Target TALLYING WS-Filter-Tally
             FOR ALL FUNCTION TRIM(WS-Filter-Needle)
         IF WS-Filter-Tally = 0
             MOVE FUNCTION UPPER-CASE(Job-Description-Store(I)) TO WS-Filter-Target
             INSPECT WS-Filter-Target TALLYING WS-Filter-Tally
                 FOR ALL FUNCTION TRIM(WS-Filter-Needle)
         END-IF
         IF WS-Filter-Tally = 0
             SET Job-Does-Not-Match TO TRUE
         END-IF
     END-IF

     IF Job-Matches AND Filter-Location NOT = SPACES
         MOVE 0 TO WS-Filter-Tally
         MOVE FUNCTION UPPER-CASE(Job-Location-Store(I)) TO WS-Filter-Target
         MOVE FUNCTION UPPER-CASE(Filter-Location) TO WS-Filter-Needle
         INSPECT WS-Filter-Target TALLYING WS-Filter-Tally
             FOR ALL FUNCTION TRIM(WS-Filter-Needle)
         IF WS-Filter-Tally = 0
             SET Job-Does-Not-Match TO TRUE
         END-IF
     END-IF

     IF Job-Matches AND Filter-Salary-Only
         IF FUNCTION TRIM(Job-Salary-Store(I)) = "NONE"
             SET Job-Does-Not-Match TO TRUE
         END-IF
     END-IF
     .

 *> ===============================================================
 *> NEW: saved job searches. A student stores a named filter set
 *> (keyword / location / salary-only) in SavedSearches.dat, re-runs
 *> it from the job menu in one step, and is told on arrival how
 *> many matching postings entered JobPostings.dat since their last
 *> successful login.
 *> ===============================================================
 Load-Saved-Searches.
     MOVE 0 TO Saved-Search-Count
     MOVE 'N' TO SS-Trunc-Warned-Flag
     CLOSE SAVED-SEARCHES-FILE
     OPEN INPUT SAVED-SEARCHES-FILE
     MOVE 'N' TO SAVED-EOF

     PERFORM UNTIL SAVED-EOF = 'Y'
         READ SAVED-SEARCHES-FILE
             AT END
                 MOVE 'Y' TO SAVED-EOF
             NOT AT END
                 MOVE SPACES TO SS-Owner-Part SS-Name-Part
                                SS-Keyword-Part SS-Location-Part
                 MOVE SPACE TO SS-Salary-Part
                 UNSTRING Saved-Search-Line DELIMITED BY '|'
                     INTO SS-Owner-Part, SS-Name-Part,
                          SS-Keyword-Part, SS-Location-Part,
                          SS-Salary-Part
                 END-UNSTRING
                 IF SS-Owner-Part = UserName AND
                    SS-Name-Part NOT = SPACES
                     IF Saved-Search-Count < WS-Saved-Search-Limit
                         ADD 1 TO Saved-Search-Count
                         MOVE SS-Name-Part TO SS-Name(Saved-Search-Count)
                         MOVE SS-Keyword-Part TO SS-Keyword(Saved-Search-Count)
                         MOVE SS-Location-Part TO SS-Location(Saved-Search-Count)
                         MOVE SS-Salary-Part TO SS-Salary(Saved-Search-Count)
                     ELSE
                         IF SS-Trunc-Warned-Flag = 'N'
                             MOVE 'Y' TO SS-Trunc-Warned-Flag
                             MOVE "WARNING: this user has more saved searches on file than the configured limit; the extras are kept on disk but unavailable this session." TO WS-MSG
                             PERFORM OUT-MSG
                         END-IF
                     END-IF
                 END-IF
         END-READ
     END-PERFORM

     CLOSE SAVED-SEARCHES-FILE
     OPEN EXTEND SAVED-SEARCHES-FILE
     .

 *> -----------------------------
 *> NEW: on arrival in the job menu, count the postings that entered
 *> the file since the user's previous successful login and match
 *> each saved search. Skipped on a first-ever login (no baseline).
 *> -----------------------------
 Show-Saved-Search-Alerts.
     PERFORM Load-Saved-Searches
     IF Saved-Search-Count = 0 OR WS-Prev-Login-TS = SPACES
         EXIT PARAGRAPH
     END-IF
     PERFORM VARYING SS-Idx FROM 1 BY 1
         UNTIL SS-Idx > Saved-Search-Count
         PERFORM Count-New-Matches-For-Search
         IF SS-New-Count > 0
             MOVE SPACES TO WS-MSG
             STRING "Saved search '" DELIMITED BY SIZE
                    FUNCTION TRIM(SS-Name(SS-Idx)) DELIMITED BY SIZE
                    "': " DELIMITED BY SIZE
                    SS-New-Count DELIMITED BY SIZE
                    " new posting(s) since your last visit." DELIMITED BY SIZE
                    INTO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-PERFORM
     .

 Count-New-Matches-For-Search.
     MOVE SS-Keyword(SS-Idx) TO Filter-Keyword
     MOVE SS-Location(SS-Idx) TO Filter-Location
     IF SS-Salary(SS-Idx) = 'Y'
         SET Filter-Salary-Only TO TRUE
     ELSE
         SET Filter-Salary-Any TO TRUE
     END-IF

     MOVE 0 TO SS-New-Count
     PERFORM Load-Jobs-First-Page
     MOVE 'N' TO WS-Jobs-Scan-Done
     PERFORM UNTIL WS-Jobs-Scan-Done = 'Y'
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > Job-Count
             *> rows written before the posted date existed are blank
             *> and never count as new
             IF Job-Posted-Store(I) NOT = SPACES AND
                Job-Posted-Store(I) >= WS-Prev-Login-TS(1:8)
                 PERFORM Check-Job-Matches-Filter
                 IF Job-Matches
                     ADD 1 TO SS-New-Count
                 END-IF
             END-IF
         END-PERFORM
         IF WS-Jobs-Page < WS-Jobs-Page-Count
             PERFORM Load-Jobs-Next-Page
         ELSE
             MOVE 'Y' TO WS-Jobs-Scan-Done
         END-IF
     END-PERFORM
     .

 Saved-Searches-Flow.
     PERFORM Load-Saved-Searches
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "4" OR EOF-IN = "Y"
         PERFORM Display-Saved-Searches
         MOVE "1. Run a saved search" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "2. Save a new search" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "3. Delete a saved search" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "4. Back" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "Enter your choice: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Run-Saved-Search
                 WHEN "2"
                     PERFORM Save-Search-Flow
                 WHEN "3"
                     PERFORM Delete-Saved-Search
                 WHEN "4"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     MOVE SPACES TO WS-MENU-SELECTION
     .

 Display-Saved-Searches.
     MOVE "--- Saved Searches ---" TO WS-MSG
     PERFORM OUT-MSG
     IF Saved-Search-Count = 0
         MOVE "You have no saved searches yet." TO WS-MSG
         PERFORM OUT-MSG
     ELSE
         PERFORM VARYING SS-Idx FROM 1 BY 1
             UNTIL SS-Idx > Saved-Search-Count
             MOVE SPACES TO WS-MSG
             STRING SS-Idx DELIMITED BY SIZE
                    ". " DELIMITED BY SIZE
                    FUNCTION TRIM(SS-Name(SS-Idx)) DELIMITED BY SIZE
                    "  (keyword: " DELIMITED BY SIZE
                    FUNCTION TRIM(SS-Keyword(SS-Idx)) DELIMITED BY SIZE
                    ", location: " DELIMITED BY SIZE
                    FUNCTION TRIM(SS-Location(SS-Idx)) DELIMITED BY SIZE
                    ", salary info only: " DELIMITED BY SIZE
                    SS-Salary(SS-Idx) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO WS-MSG
             PERFORM OUT-MSG
         END-PERFORM
     END-IF
     MOVE "----------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Run-Saved-Search.
     IF Saved-Search-Count = 0
         MOVE "You have no saved searches yet." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE "Enter the number of the search to run: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO SS-Pick
     IF SS-Pick < 1 OR SS-Pick > Saved-Search-Count
         MOVE "Invalid selection." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     PERFORM Load-Jobs-First-Page
     IF WS-Jobs-File-Total = 0
         MOVE "No job postings yet." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE SS-Keyword(SS-Pick) TO Filter-Keyword
     MOVE SS-Location(SS-Pick) TO Filter-Location
     IF SS-Salary(SS-Pick) = 'Y'
         SET Filter-Salary-Only TO TRUE
     ELSE
         SET Filter-Salary-Any TO TRUE
     END-IF
     PERFORM Browse-Jobs-Filtered-Loop
     .

 Save-Search-Flow.
     IF Saved-Search-Count >= WS-Saved-Search-Limit
         MOVE "You already have the maximum number of saved searches - delete one first." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE "Enter a name for this search: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO SS-Name-In

     PERFORM Prompt-Job-Filters
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF

     *> a second save under the same name replaces the first
     MOVE 0 TO SS-Pick
     PERFORM VARYING SS-Idx FROM 1 BY 1
         UNTIL SS-Idx > Saved-Search-Count
         IF FUNCTION UPPER-CASE(SS-Name(SS-Idx)) =
            FUNCTION UPPER-CASE(SS-Name-In)
             MOVE SS-Idx TO SS-Pick
             EXIT PERFORM
         END-IF
     END-PERFORM
     IF SS-Pick = 0
         ADD 1 TO Saved-Search-Count
         MOVE Saved-Search-Count TO SS-Pick
         MOVE SS-Name-In TO SS-Name(SS-Pick)
     END-IF
     MOVE Filter-Keyword TO SS-Keyword(SS-Pick)
     MOVE Filter-Location TO SS-Location(SS-Pick)
     IF Filter-Salary-Only
         MOVE 'Y' TO SS-Salary(SS-Pick)
     ELSE
         MOVE 'N' TO SS-Salary(SS-Pick)
     END-IF

     PERFORM Rewrite-Saved-Searches-File
     MOVE SPACES TO WS-MSG
     STRING "Saved search '" DELIMITED BY SIZE
            FUNCTION TRIM(SS-Name-In) DELIMITED BY SIZE
            "' stored." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Delete-Saved-Search.
     IF Saved-Search-Count = 0
         MOVE "You have no saved searches yet." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE "Enter the number of the search to delete: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO SS-Pick
     IF SS-Pick < 1 OR SS-Pick > Saved-Search-Count
         MOVE "Invalid selection." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE SS-Name(SS-Pick) TO SS-Name-In
     PERFORM VARYING SS-Idx FROM SS-Pick BY 1
         UNTIL SS-Idx >= Saved-Search-Count
         MOVE Saved-Search-Entry(SS-Idx + 1) TO
              Saved-Search-Entry(SS-Idx)
     END-PERFORM
     SUBTRACT 1 FROM Saved-Search-Count

     PERFORM Rewrite-Saved-Searches-File
     MOVE SPACES TO WS-MSG
     STRING "Saved search '" DELIMITED BY SIZE
            FUNCTION TRIM(SS-Name-In) DELIMITED BY SIZE
            "' deleted." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> NEW: persist the current user's saved-search table. Other users'
 *> rows stream through the tmp untouched; this user's rows are
 *> replaced wholesale by the table. Same trailer + copy-back dance
 *> as every other rewrite-through-tmp.
 *> -----------------------------
 Rewrite-Saved-Searches-File.
     CLOSE SAVED-SEARCHES-FILE
     OPEN INPUT SAVED-SEARCHES-FILE
     OPEN OUTPUT SAVED-SEARCHES-TMP-FILE
     MOVE 'N' TO SAVED-EOF

     PERFORM UNTIL SAVED-EOF = 'Y'
         READ SAVED-SEARCHES-FILE
             AT END
                 MOVE 'Y' TO SAVED-EOF
             NOT AT END
                 MOVE SPACES TO SS-Owner-Part
                 UNSTRING Saved-Search-Line DELIMITED BY '|'
                     INTO SS-Owner-Part
                 END-UNSTRING
                 IF SS-Owner-Part NOT = UserName
                     MOVE Saved-Search-Line TO Saved-Search-Tmp-Line
                     WRITE Saved-Search-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     PERFORM VARYING SS-Idx FROM 1 BY 1
         UNTIL SS-Idx > Saved-Search-Count
         MOVE ALL SPACES TO Saved-Search-Tmp-Line
         STRING
             FUNCTION TRIM(UserName)            DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(SS-Name(SS-Idx))     DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(SS-Keyword(SS-Idx))  DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(SS-Location(SS-Idx)) DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             SS-Salary(SS-Idx)                  DELIMITED BY SIZE
             INTO Saved-Search-Tmp-Line
         END-STRING
         WRITE Saved-Search-Tmp-Line
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Saved-Search-Tmp-Line
     WRITE Saved-Search-Tmp-Line

     CLOSE SAVED-SEARCHES-FILE
     CLOSE SAVED-SEARCHES-TMP-FILE

     PERFORM Copy-Saved-Searches-Tmp-Back
     .

 Copy-Saved-Searches-Tmp-Back.
     OPEN OUTPUT SAVED-SEARCHES-FILE
     OPEN INPUT SAVED-SEARCHES-TMP-FILE
     MOVE 'N' TO SAVED-EOF
     PERFORM UNTIL SAVED-EOF = 'Y'
         READ SAVED-SEARCHES-TMP-FILE
             AT END
                 MOVE 'Y' TO SAVED-EOF
             NOT AT END
                 IF Saved-Search-Tmp-Line NOT = WS-Rewrite-Trailer
                     MOVE Saved-Search-Tmp-Line TO Saved-Search-Line
                     WRITE Saved-Search-Line
                 END-IF
         END-READ
     END-PERFORM
     CLOSE SAVED-SEARCHES-TMP-FILE
     CLOSE SAVED-SEARCHES-FILE
     OPEN OUTPUT SAVED-SEARCHES-TMP-FILE
     CLOSE SAVED-SEARCHES-TMP-FILE
     OPEN EXTEND SAVED-SEARCHES-FILE
     .

 *> -----------------------------
 *> Load one PAGE of JobPostings.dat into the 99-slot table. The page
 *> to load is WS-Jobs-Page; Job-ID holds each posting's global file
 *> position, so job numbers stay stable across pages and no posting
 *> count ever makes data silently disappear.
 *> -----------------------------
 Load-All-Jobs-Into-Memory.
     *> first pass: count the file so the page number can be clamped
     MOVE 0 TO WS-Jobs-File-Total
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 ADD 1 TO WS-Jobs-File-Total
         END-READ
     END-PERFORM
     CLOSE JOBS-FILE

     COMPUTE WS-Jobs-Page-Count = (WS-Jobs-File-Total + 98) / 99
     IF WS-Jobs-Page-Count < 1
         MOVE 1 TO WS-Jobs-Page-Count
     END-IF
     IF WS-Jobs-Page < 1
         MOVE 1 TO WS-Jobs-Page
     END-IF
     IF WS-Jobs-Page > WS-Jobs-Page-Count
         MOVE WS-Jobs-Page-Count TO WS-Jobs-Page
     END-IF
     COMPUTE WS-Jobs-Page-Offset = (WS-Jobs-Page - 1) * 99

     *> second pass: skip to the page and load up to 99 postings
     MOVE 0 TO Job-Count
     OPEN INPUT JOBS-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM VARYING WS-Jobs-Skip FROM 1 BY 1
         UNTIL WS-Jobs-Skip > WS-Jobs-Page-Offset OR JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
         END-READ
     END-PERFORM

     PERFORM UNTIL JOB-EOF = 'Y' OR Job-Count >= 99
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 ADD 1 TO Job-Count
                 COMPUTE Job-ID(Job-Count) =
                     WS-Jobs-Page-Offset + Job-Count

                 *> Parse: poster|title|description|employer|location|salary|closingdate|posteddate|approval
                 MOVE SPACES TO U-Part Job-Title Job-Description
                                Job-Employer Job-Location Job-Salary
                                Job-Closing-Date Job-Posted-Date
                                Job-Sal-Min-In Job-Sal-Max-In
                                Job-Sal-Period-In Job-Posted-Time-In
                 MOVE SPACE TO Job-Approval-In Job-Source-In
                 UNSTRING Job-Line DELIMITED BY '|'
                     INTO U-Part, Job-Title, Job-Description,
                          Job-Employer, Job-Location, Job-Salary,
                          Job-Closing-Date, Job-Posted-Date,
                          Job-Approval-In, Job-Sal-Min-In,
                          Job-Sal-Max-In, Job-Sal-Period-In,
                          Job-Source-In, Job-Posted-Time-In
                 END-UNSTRING
                 MOVE Job-Source-In TO Job-Source-Store(Job-Count)
                 MOVE Job-Posted-Time-In TO
                      Job-Posted-Time-Store(Job-Count)
                 PERFORM Unpack-Job-Salary-Fields
                 MOVE Job-Sal-Min TO Job-Sal-Min-Store(Job-Count)
                 MOVE Job-Sal-Max TO Job-Sal-Max-Store(Job-Count)
                 MOVE Job-Sal-Period TO Job-Sal-Period-Store(Job-Count)

                 MOVE Job-Approval-In TO Job-Approval-Store(Job-Count)
                 MOVE U-Part TO Job-Poster(Job-Count)
                 MOVE Job-Title TO Job-Title-Store(Job-Count)
                 MOVE Job-Description TO Job-Description-Store(Job-Count)
                 MOVE Job-Employer TO Job-Employer-Store(Job-Count)
                 MOVE Job-Location TO Job-Location-Store(Job-Count)
                 MOVE Job-Salary TO Job-Salary-Store(Job-Count)
                 MOVE Job-Closing-Date TO Job-Closing-Date-Store(Job-Count)
                 MOVE Job-Posted-Date TO Job-Posted-Store(Job-Count)
         END-READ
     END-PERFORM

     CLOSE JOBS-FILE
     OPEN EXTEND JOBS-FILE
     .

 Load-Jobs-First-Page.
     MOVE 1 TO WS-Jobs-Page
     PERFORM Load-All-Jobs-Into-Memory
     .

 Load-Jobs-Next-Page.
     ADD 1 TO WS-Jobs-Page
     PERFORM Load-All-Jobs-Into-Memory
     .

 *> -----------------------------
 *> Random access by global posting number: loads the right page if
 *> it is not already in memory and leaves the table index of the
 *> posting in WS-Job-Pick, with Job-Row-Found saying whether the
 *> number was valid. Input: WS-Job-Pick = global posting number.
 *> -----------------------------
 Locate-Job-By-Global-ID.
     SET Job-Row-Not-Found TO TRUE
     IF WS-Job-Pick < 1 OR WS-Job-Pick > WS-Jobs-File-Total
         EXIT PARAGRAPH
     END-IF
     COMPUTE WS-Job-Pick-Page = ((WS-Job-Pick - 1) / 99) + 1
     IF WS-Job-Pick-Page NOT = WS-Jobs-Page
         MOVE WS-Job-Pick-Page TO WS-Jobs-Page
         PERFORM Load-All-Jobs-Into-Memory
     END-IF
     COMPUTE WS-Job-Pick = WS-Job-Pick - WS-Jobs-Page-Offset
     IF WS-Job-Pick >= 1 AND WS-Job-Pick <= Job-Count
         SET Job-Row-Found TO TRUE
     END-IF
     .

 Display-Job-List.
     MOVE "--- Available Job Listings ---" TO WS-MSG
     PERFORM OUT-MSG
     IF WS-Jobs-Page-Count > 1
         MOVE SPACES TO WS-MSG
         STRING "(page " DELIMITED BY SIZE
                WS-Jobs-Page DELIMITED BY SIZE
                " of " DELIMITED BY SIZE
                WS-Jobs-Page-Count DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF

     MOVE 0 TO Jobs-Matched-Count
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Job-Count
         PERFORM Check-Job-Matches-Filter
         IF Job-Matches
             ADD 1 TO Jobs-Matched-Count
             MOVE SPACES TO WS-MSG
             STRING
                 Job-ID(I) DELIMITED BY SIZE
                 ". " DELIMITED BY SIZE
                 FUNCTION TRIM(Job-Title-Store(I)) DELIMITED BY SIZE
                 " at " DELIMITED BY SIZE
                 FUNCTION TRIM(Job-Employer-Store(I)) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(Job-Location-Store(I)) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-PERFORM

     IF Jobs-Matched-Count = 0
         IF WS-Jobs-Page-Count > 1
             MOVE "No postings on this page match your filter criteria - use N/P to check the other pages." TO WS-MSG
         ELSE
             MOVE "No job postings match your filter criteria." TO WS-MSG
         END-IF
         PERFORM OUT-MSG
     END-IF

     MOVE "-----------------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 *> ================================
 *> NEW: "Recommended for you" - scores every open posting against
 *> the logged-in user's major, experience titles, and completed
 *> skill tracks, then lists the best matches with the reason each
 *> one matched. This is where the profile data students enter
 *> finally works for them.
 *> ================================
 Recommended-Jobs.
     PERFORM Load-Skill-Progress
     PERFORM Compute-Skill-Counts
     PERFORM Load-Jobs-First-Page

     IF WS-Jobs-File-Total = 0
         MOVE "No job postings yet." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE "--- Recommended For You ---" TO WS-MSG
     PERFORM OUT-MSG

     *> score every page of postings, keeping the ten best overall
     PERFORM VARYING RR-Idx FROM 1 BY 1 UNTIL RR-Idx > 10
         MOVE 0 TO RR-Score(RR-Idx)
         MOVE SPACES TO RR-Line(RR-Idx)
         MOVE SPACES TO RR-Why(RR-Idx)
     END-PERFORM

     MOVE 'N' TO WS-Jobs-Scan-Done
     PERFORM UNTIL WS-Jobs-Scan-Done = 'Y'
         PERFORM VARYING I FROM 1 BY 1 UNTIL I > Job-Count
             PERFORM Score-One-Job
             IF Reco-Score(I) > 0
                 PERFORM Merge-Reco-Result
             END-IF
         END-PERFORM
         IF WS-Jobs-Page < WS-Jobs-Page-Count
             PERFORM Load-Jobs-Next-Page
         ELSE
             MOVE 'Y' TO WS-Jobs-Scan-Done
         END-IF
     END-PERFORM

     MOVE 0 TO WS-Reco-Best
     PERFORM VARYING RR-Idx FROM 1 BY 1 UNTIL RR-Idx > 10
         IF RR-Score(RR-Idx) > WS-Reco-Best
             MOVE RR-Score(RR-Idx) TO WS-Reco-Best
         END-IF
     END-PERFORM

     IF WS-Reco-Best = 0
         MOVE "No recommendations yet - fill in your profile (major, experience) and complete skill topics to improve matching." TO WS-MSG
         PERFORM OUT-MSG
     ELSE
         *> list best scores first
         MOVE 0 TO WS-Reco-Shown
         PERFORM VARYING WS-Reco-Level FROM WS-Reco-Best BY -1
             UNTIL WS-Reco-Level < 1
             PERFORM VARYING RR-Idx FROM 1 BY 1 UNTIL RR-Idx > 10
                 IF RR-Score(RR-Idx) = WS-Reco-Level
                     ADD 1 TO WS-Reco-Shown
                     PERFORM Display-Reco-Entry
                 END-IF
             END-PERFORM
         END-PERFORM
     END-IF

     MOVE "---------------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Keep Job-Entry(I) if it beats the weakest of the ten best so far.
 *> -----------------------------
 Merge-Reco-Result.
     MOVE 1 TO RR-Min-Idx
     PERFORM VARYING RR-Idx FROM 2 BY 1 UNTIL RR-Idx > 10
         IF RR-Score(RR-Idx) < RR-Score(RR-Min-Idx)
             MOVE RR-Idx TO RR-Min-Idx
         END-IF
     END-PERFORM
     IF Reco-Score(I) > RR-Score(RR-Min-Idx)
         MOVE Reco-Score(I) TO RR-Score(RR-Min-Idx)
         MOVE SPACES TO RR-Line(RR-Min-Idx)
         STRING
             Job-ID(I) DELIMITED BY SIZE
             ". " DELIMITED BY SIZE
             FUNCTION TRIM(Job-Title-Store(I)) DELIMITED BY SIZE
             " at " DELIMITED BY SIZE
             FUNCTION TRIM(Job-Employer-Store(I)) DELIMITED BY SIZE
             " (" DELIMITED BY SIZE
             FUNCTION TRIM(Job-Location-Store(I)) DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
             INTO RR-Line(RR-Min-Idx)
         END-STRING
         MOVE Reco-Reason(I) TO RR-Why(RR-Min-Idx)
     END-IF
     .

 *> -----------------------------
 *> Score Job-Entry(I) for the current user. Own postings and jobs
 *> already applied to are left at zero - recommending either helps
 *> nobody.
 *> -----------------------------
 Score-One-Job.
     MOVE 0 TO Reco-Score(I)
     MOVE SPACES TO Reco-Reason(I)

     IF Job-Poster(I) = UserName
         EXIT PARAGRAPH
     END-IF

     *> NEW: never recommend a posting the approval queue is hiding
     IF NOT Job-Is-Approved(I)
         EXIT PARAGRAPH
     END-IF

     SET Reco-Not-Applied TO TRUE
     PERFORM VARYING J FROM 1 BY 1 UNTIL J > Application-Count
         IF App-Username(J) = UserName AND
            App-Job-ID(J) = Job-ID(I)
             SET Reco-Already-Applied TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM
     IF Reco-Already-Applied
         EXIT PARAGRAPH
     END-IF

     *> major named in the posting is the strongest signal we have
     IF Prof-Major NOT = SPACES
         MOVE Prof-Major TO WS-Filter-Needle
         PERFORM Check-Reco-Needle
         IF WS-Filter-Tally > 0
             ADD 2 TO Reco-Score(I)
             MOVE "matches your major" TO WS-Reco-Reason-Buf
             PERFORM Add-Reco-Reason
         END-IF
     END-IF

     *> one point per experience title that shows up in the posting
     PERFORM VARYING Prof-Entry-Index FROM 1 BY 1
         UNTIL Prof-Entry-Index > 3
         IF Prof-Exp-Title(Prof-Entry-Index) NOT = SPACES
             MOVE Prof-Exp-Title(Prof-Entry-Index) TO WS-Filter-Needle
             PERFORM Check-Reco-Needle
             IF WS-Filter-Tally > 0
                 ADD 1 TO Reco-Score(I)
                 MOVE SPACES TO WS-Reco-Reason-Buf
                 STRING "similar to your experience as " DELIMITED BY SIZE
                        FUNCTION TRIM(Prof-Exp-Title(Prof-Entry-Index))
                        DELIMITED BY SIZE
                        INTO WS-Reco-Reason-Buf
                 PERFORM Add-Reco-Reason
             END-IF
         END-IF
     END-PERFORM

     *> completed skill tracks that map to posting keywords
     IF WD-Completed-Count > 0
         MOVE "WEB" TO WS-Filter-Needle
         PERFORM Check-Reco-Needle
         IF WS-Filter-Tally > 0
             ADD 1 TO Reco-Score(I)
             MOVE "your Web Development track" TO WS-Reco-Reason-Buf
             PERFORM Add-Reco-Reason
         END-IF
     END-IF
     IF DL-Completed-Count > 0
         MOVE "DATA" TO WS-Filter-Needle
         PERFORM Check-Reco-Needle
         IF WS-Filter-Tally > 0
             ADD 1 TO Reco-Score(I)
             MOVE "your Deep Learning track" TO WS-Reco-Reason-Buf
             PERFORM Add-Reco-Reason
         END-IF
     END-IF
     .

 *> -----------------------------
 *> Case-insensitive needle search over Job-Entry(I)'s title and
 *> description, same INSPECT idiom as Check-Job-Matches-Filter.
 *> Leaves the hit count in WS-Filter-Tally.
 *> -----------------------------
 Check-Reco-Needle.
     MOVE 0 TO WS-Filter-Tally
     MOVE FUNCTION UPPER-CASE(Job-Title-Store(I)) TO WS-Filter-Target
     INSPECT WS-Filter-Target TALLYING WS-Filter-Tally
         FOR ALL FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Filter-Needle))
     IF WS-Filter-Tally = 0
         MOVE FUNCTION UPPER-CASE(Job-Description-Store(I))
             TO WS-Filter-Target
         INSPECT WS-Filter-Target TALLYING WS-Filter-Tally
             FOR ALL FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Filter-Needle))
     END-IF
     .

 Add-Reco-Reason.
     IF Reco-Reason(I) = SPACES
         MOVE WS-Reco-Reason-Buf TO Reco-Reason(I)
     ELSE
         MOVE Reco-Reason(I) TO WS-Reco-Reason-Old
         MOVE SPACES TO Reco-Reason(I)
         STRING FUNCTION TRIM(WS-Reco-Reason-Old) DELIMITED BY SIZE
                "; " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Reco-Reason-Buf) DELIMITED BY SIZE
                INTO Reco-Reason(I)
         END-STRING
     END-IF
     .

 Display-Reco-Entry.
     MOVE SPACES TO WS-MSG
     STRING FUNCTION TRIM(RR-Line(RR-Idx)) DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "   Why: " DELIMITED BY SIZE
            FUNCTION TRIM(RR-Why(RR-Idx)) DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Display-Job-Details-And-Apply.
     MOVE "--- Job Details ---" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO WS-MSG
     STRING "Title: " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Title-Store(Selected-Job-Number))
            DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO WS-MSG
     STRING "Description: " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Description-Store(Selected-Job-Number))
            DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO WS-MSG
     STRING "Employer: " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Employer-Store(Selected-Job-Number))
            DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO WS-MSG
     STRING "Location: " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Location-Store(Selected-Job-Number))
            DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO WS-MSG
     STRING "Salary: " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Salary-Store(Selected-Job-Number))
            DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     *> NEW: show who is actually hiring
     MOVE SPACES TO WS-MSG
     STRING "Posted by: " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Poster(Selected-Job-Number))
            DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE "-------------------" TO WS-MSG
     PERFORM OUT-MSG

     *> Show apply option
     PERFORM UNTIL Job-Details-Choice = "1" OR
                   Job-Details-Choice = "2" OR
                   EOF-IN = "Y"
         MOVE "1. Apply for this Job" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "2. Back to Job List" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "3. View the Poster's Company Profile" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "4. Refer a Connection to this Job" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "Enter your choice: " TO WS-MSG
         PERFORM OUT-MSG

         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO Job-Details-Choice
             EVALUATE Job-Details-Choice
                 WHEN "1"
                     PERFORM Apply-For-Job
                 WHEN "2"
                     CONTINUE
                 WHEN "3"
                     *> NEW: pull up the hiring company, the way
                     *> Find-Someone pulls up a person
                     MOVE Job-Poster(Selected-Job-Number) TO Co-Owner
                     PERFORM Load-Company-Profile
                     IF Co-Profile-Exists
                         PERFORM Display-Company-Profile
                     ELSE
                         MOVE "No company profile is on file for this poster." TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 WHEN "4"
                     PERFORM Refer-Connection-To-Job
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     MOVE SPACES TO Job-Details-Choice
     .

 Apply-For-Job.
     *> NEW: with REQUIRE-VERIFIED-APPLY on, a student has to carry
     *> the registrar's verified badge before applying
     IF WS-Require-Verified-Apply = 1 AND
        NOT User-Is-Employer AND NOT User-Is-Admin
         MOVE UserName TO Enr-Lookup-User
         PERFORM Check-Enrollment-Verified
         IF Enr-User-Not-Verified
             MOVE "Only students whose enrollment has been verified by the registrar can apply for jobs." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         END-IF
     END-IF

     *> Check if already applied
     PERFORM Check-Already-Applied

     IF Already-Applied
         MOVE "You have already applied for this job." TO WS-MSG
         PERFORM OUT-MSG
     ELSE
     IF Application-Count >= 99
         *> NEW: the on-disk store past the table cap is untouchable
         *> from memory - refuse rather than overrun the table
         MOVE "WARNING: application table full, cannot save new application. Operator attention required." TO WS-MSG
         PERFORM OUT-MSG
     ELSE
         *> NEW: the posting's screening questions come first; an
         *> application cut short by end of input is not submitted
         MOVE Job-Poster(Selected-Job-Number) TO Scr-Key-Poster
         MOVE SPACES TO Scr-Key-Stamp
         IF Job-Posted-Store(Selected-Job-Number) NOT = SPACES
             STRING Job-Posted-Store(Selected-Job-Number)
                        DELIMITED BY SIZE
                    Job-Posted-Time-Store(Selected-Job-Number)
                        DELIMITED BY SIZE
                    INTO Scr-Key-Stamp
             END-STRING
         END-IF
         PERFORM Load-Screening-Questions
         SET Scr-Passed TO TRUE
         IF Scr-Count > 0
             PERFORM Ask-Screening-Questions
             IF EOF-IN = "Y"
                 MOVE "Application not submitted." TO WS-MSG
                 PERFORM OUT-MSG
                 EXIT PARAGRAPH
             END-IF
         END-IF

         *> Add application to memory
         ADD 1 TO Application-Count
         MOVE UserName TO App-Username(Application-Count)
         MOVE Job-ID(Selected-Job-Number) TO App-Job-ID(Application-Count)
         MOVE Job-Poster(Selected-Job-Number) TO
             App-Job-Poster(Application-Count)
         MOVE Job-Title-Store(Selected-Job-Number) TO
             App-Job-Title(Application-Count)
         MOVE Job-Employer-Store(Selected-Job-Number) TO
             App-Job-Employer(Application-Count)
         MOVE "RECEIVED" TO App-Status(Application-Count)
         MOVE FUNCTION CURRENT-DATE(1:8) TO
             App-Status-Date(Application-Count)
         MOVE SPACES TO App-Offer-Deadline(Application-Count)
         *> NEW: an application to a posting the applicant was
         *> referred to carries the (earliest) referrer
         MOVE SPACES TO Ref-Key-Referrer
         MOVE UserName TO Ref-Key-Referred
         MOVE Job-ID(Selected-Job-Number) TO Ref-Key-Job-ID
         MOVE Job-Poster(Selected-Job-Number) TO Ref-Key-Poster
         MOVE Job-Title-Store(Selected-Job-Number) TO Ref-Key-Title
         PERFORM Find-Referral
         IF Ref-Found
             MOVE Ref-Referrer TO App-Referrer(Application-Count)
         ELSE
             MOVE SPACES TO App-Referrer(Application-Count)
         END-IF

         *> Persist to disk
         PERFORM Append-Application-To-Disk
         MOVE UserName TO Hist-Applicant
         MOVE Job-ID(Selected-Job-Number) TO Hist-Job-ID
         MOVE "RECEIVED" TO Hist-Status
         PERFORM Append-App-Status-History

         *> NEW: keep the screening answers with the application, and
         *> close it straight away when a knockout answer was missed
         IF Scr-Count > 0
             MOVE UserName TO Scr-Applicant
             MOVE Job-ID(Selected-Job-Number) TO Scr-Job-ID
             PERFORM Save-Screening-Answers
         END-IF
         IF Scr-Knocked-Out
             MOVE "REJECTED" TO App-Status(Application-Count)
             PERFORM Rewrite-Applications-File
             MOVE UserName TO Hist-Applicant
             MOVE Job-ID(Selected-Job-Number) TO Hist-Job-ID
             MOVE "REJECTED" TO Hist-Status
             PERFORM Append-App-Status-History
             MOVE "SCREENOUT" TO CA-Action
             MOVE SPACES TO CA-Target
             STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
                    " on job " DELIMITED BY SIZE
                    Job-ID(Selected-Job-Number) DELIMITED BY SIZE
                    INTO CA-Target
             END-STRING
             MOVE "RECEIVED" TO CA-Old-Value
             MOVE SPACES TO CA-New-Value
             STRING "REJECTED - " DELIMITED BY SIZE
                    FUNCTION TRIM(Scr-Reason) DELIMITED BY SIZE
                    INTO CA-New-Value
             END-STRING
             PERFORM Write-Change-Audit
         END-IF

         *> NEW: attach a snapshot of the current resume so later
         *> edits never rewrite what the poster reviewed
         MOVE UserName TO Rsm-Owner
         PERFORM Load-Resume
         IF Rsm-Line-Count > 0
             MOVE UserName TO Rsm-Applicant
             MOVE Job-ID(Selected-Job-Number) TO Rsm-Job-ID
             PERFORM Attach-Resume-To-Application
             MOVE SPACES TO WS-MSG
             STRING "Your resume (" DELIMITED BY SIZE
                    Rsm-Line-Count DELIMITED BY SIZE
                    " line(s)) was attached to this application."
                    DELIMITED BY SIZE
                    INTO WS-MSG
             PERFORM OUT-MSG
         ELSE
             MOVE "You have no resume on file - the application was submitted without one." TO WS-MSG
             PERFORM OUT-MSG
         END-IF

         IF App-Referrer(Application-Count) NOT = SPACES
             MOVE SPACES TO WS-MSG
             STRING "Your application notes that you were referred by "
                        DELIMITED BY SIZE
                    FUNCTION TRIM(App-Referrer(Application-Count))
                        DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                    INTO WS-MSG
             PERFORM OUT-MSG
         END-IF

         *> Confirmation message
         MOVE SPACES TO WS-MSG
         STRING "Your application for " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Title-Store(Selected-Job-Number))
                DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Employer-Store(Selected-Job-Number))
                DELIMITED BY SIZE
                " has been submitted." DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
         IF Scr-Knocked-Out
             MOVE SPACES TO WS-MSG
             STRING "It does not meet the posting's requirements and was closed as REJECTED: "
                        DELIMITED BY SIZE
                    FUNCTION TRIM(Scr-Reason) DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
             PERFORM OUT-MSG
         END-IF
     END-IF
     END-IF
     .

 *> -----------------------------
 *> NEW: refer one of your connections to the posting on screen,
 *> with a note for the poster. The referral is kept in
 *> Referrals.dat until the connection applies, when the
 *> application picks up the referrer; the connection hears about
 *> it through the notification feed.
 *> -----------------------------
 Refer-Connection-To-Job.
     MOVE "Enter the username of the connection to refer: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Ref-Key-Referred

     IF Ref-Key-Referred = UserName
         MOVE "You cannot refer yourself - apply instead." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE Ref-Key-Referred TO Search-Username
     PERFORM Check-Viewer-Connection
     IF Viewer-Not-Connected
         MOVE "You can only refer people you are connected with." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE Ref-Key-Referred TO Target-Username
     PERFORM Check-Account-Active
     IF Account-Is-Inactive
         MOVE "That account is no longer active." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF Ref-Key-Referred = Job-Poster(Selected-Job-Number)
         MOVE "That connection posted this job." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Application-Count
         IF App-Username(I) = Ref-Key-Referred AND
            App-Job-ID(I) = Job-ID(Selected-Job-Number)
             MOVE "That connection has already applied for this job." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         END-IF
     END-PERFORM

     MOVE UserName TO Ref-Key-Referrer
     MOVE Job-ID(Selected-Job-Number) TO Ref-Key-Job-ID
     MOVE Job-Poster(Selected-Job-Number) TO Ref-Key-Poster
     MOVE Job-Title-Store(Selected-Job-Number) TO Ref-Key-Title
     PERFORM Find-Referral
     IF Ref-Found
         MOVE "You have already referred that connection to this job." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE "Add a note for the poster (press Enter for none): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Ref-Note
     *> the note is the last field, but keep the row splittable
     INSPECT Ref-Note REPLACING ALL "|" BY "/"

     MOVE ALL SPACES TO Referral-Line
     STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Ref-Key-Referred) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Ref-Key-Job-ID DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Ref-Key-Poster) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Ref-Key-Title) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Ref-Note) DELIMITED BY SIZE
            INTO Referral-Line
     END-STRING
     WRITE Referral-Line

     MOVE Ref-Key-Referred TO Event-Recipient
     MOVE SPACES TO Event-Text
     IF Ref-Note = SPACES
         STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
                " referred you to " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Title-Store(Selected-Job-Number))
                    DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Employer-Store(Selected-Job-Number))
                    DELIMITED BY SIZE
                INTO Event-Text
         END-STRING
     ELSE
         STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
                " referred you to " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Title-Store(Selected-Job-Number))
                    DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Employer-Store(Selected-Job-Number))
                    DELIMITED BY SIZE
                ": " DELIMITED BY SIZE
                FUNCTION TRIM(Ref-Note) DELIMITED BY SIZE
                INTO Event-Text
         END-STRING
     END-IF
     PERFORM Append-Event

     MOVE SPACES TO WS-MSG
     STRING "You referred " DELIMITED BY SIZE
            FUNCTION TRIM(Ref-Key-Referred) DELIMITED BY SIZE
            " to this job - their application will show your referral."
                DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> NEW: the earliest Referrals.dat row for Ref-Key-Referred to the
 *> posting Ref-Key-Job-ID / Ref-Key-Poster / Ref-Key-Title, by
 *> Ref-Key-Referrer when that is not blank. Out: Ref-Found,
 *> Ref-Referrer, Ref-Note.
 *> -----------------------------
 Find-Referral.
     SET Ref-Not-Found TO TRUE
     MOVE SPACES TO Ref-Referrer Ref-Note
     CLOSE REFERRALS-FILE
     OPEN INPUT REFERRALS-FILE
     MOVE 'N' TO REF-EOF
     PERFORM UNTIL REF-EOF = 'Y' OR Ref-Found
         READ REFERRALS-FILE
             AT END
                 MOVE 'Y' TO REF-EOF
             NOT AT END
                 MOVE SPACES TO Ref-Referrer-Part Ref-Referred-Part
                                Ref-Job-ID-Part Ref-Poster-Part
                                Ref-Title-Part Ref-Stamp-Part
                                Ref-Note-Part
                 UNSTRING Referral-Line DELIMITED BY '|'
                     INTO Ref-Referrer-Part, Ref-Referred-Part,
                          Ref-Job-ID-Part, Ref-Poster-Part,
                          Ref-Title-Part, Ref-Stamp-Part,
                          Ref-Note-Part
                 END-UNSTRING
                 IF Ref-Referred-Part = Ref-Key-Referred AND
                    FUNCTION NUMVAL(Ref-Job-ID-Part) = Ref-Key-Job-ID AND
                    Ref-Poster-Part = Ref-Key-Poster AND
                    Ref-Title-Part = Ref-Key-Title AND
                    (Ref-Key-Referrer = SPACES OR
                     Ref-Referrer-Part = Ref-Key-Referrer)
                     SET Ref-Found TO TRUE
                     MOVE Ref-Referrer-Part TO Ref-Referrer
                     MOVE Ref-Note-Part TO Ref-Note
                 END-IF
         END-READ
     END-PERFORM
     CLOSE REFERRALS-FILE
     OPEN EXTEND REFERRALS-FILE
     .

 *> ===============================================================
 *> NEW: screening questions. A poster can attach up to five
 *> questions to a posting; ScreeningQuestions.dat keys them by the
 *> poster and the posting's posted stamp (date + time), which stay
 *> put through edits and archiving:
 *>   poster|stamp|qno|type|required|choices|text
 *> type Y yes/no, M multiple choice (choices ;-separated, the
 *> required answer a letter A-E), T short text (matched ignoring
 *> case). A blank required answer never knocks anyone out. The
 *> applicant's answers are snapshotted onto the application in
 *> ScreeningAnswers.dat the way AppResumes.dat holds the resume:
 *>   applicant|jobid|qno|result|answer|question
 *> result P passed, F failed a knockout, blank no requirement.
 *> ===============================================================
 Load-Screening-Questions.
     MOVE 0 TO Scr-Count
     MOVE SPACES TO Scr-Table
     IF Scr-Key-Stamp = SPACES
         EXIT PARAGRAPH
     END-IF
     CLOSE SCREEN-QUESTIONS-FILE
     OPEN INPUT SCREEN-QUESTIONS-FILE
     MOVE 'N' TO SCRQ-EOF
     PERFORM UNTIL SCRQ-EOF = 'Y'
         READ SCREEN-QUESTIONS-FILE
             AT END
                 MOVE 'Y' TO SCRQ-EOF
             NOT AT END
                 MOVE SPACES TO Scr-Poster-Part Scr-Stamp-Part
                                Scr-No-Part Scr-Type-Part
                                Scr-Required-Part Scr-Choices-Part
                                Scr-Text-Part
                 UNSTRING Screen-Question-Line DELIMITED BY '|'
                     INTO Scr-Poster-Part, Scr-Stamp-Part,
                          Scr-No-Part, Scr-Type-Part,
                          Scr-Required-Part, Scr-Choices-Part,
                          Scr-Text-Part
                 END-UNSTRING
                 IF Scr-Poster-Part = Scr-Key-Poster AND
                    Scr-Stamp-Part = Scr-Key-Stamp AND
                    Scr-Count < 5
                     ADD 1 TO Scr-Count
                     MOVE Scr-Type-Part TO Scr-Type(Scr-Count)
                     MOVE Scr-Required-Part TO Scr-Required(Scr-Count)
                     MOVE Scr-Choices-Part TO Scr-Choices(Scr-Count)
                     MOVE Scr-Text-Part TO Scr-Text(Scr-Count)
                 END-IF
         END-READ
     END-PERFORM
     CLOSE SCREEN-QUESTIONS-FILE
     OPEN EXTEND SCREEN-QUESTIONS-FILE
     .

 *> the table replaces whatever the posting had on file
 Save-Screening-Questions.
     CLOSE SCREEN-QUESTIONS-FILE
     OPEN INPUT SCREEN-QUESTIONS-FILE
     OPEN OUTPUT SCREEN-QUESTIONS-TMP-FILE
     MOVE 'N' TO SCRQ-EOF
     PERFORM UNTIL SCRQ-EOF = 'Y'
         READ SCREEN-QUESTIONS-FILE
             AT END
                 MOVE 'Y' TO SCRQ-EOF
             NOT AT END
                 MOVE SPACES TO Scr-Poster-Part Scr-Stamp-Part
                 UNSTRING Screen-Question-Line DELIMITED BY '|'
                     INTO Scr-Poster-Part, Scr-Stamp-Part
                 END-UNSTRING
                 IF Scr-Poster-Part NOT = Scr-Key-Poster OR
                    Scr-Stamp-Part NOT = Scr-Key-Stamp
                     MOVE Screen-Question-Line
                       TO Screen-Question-Tmp-Line
                     WRITE Screen-Question-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM
     PERFORM VARYING Scr-Idx FROM 1 BY 1 UNTIL Scr-Idx > Scr-Count
         MOVE ALL SPACES TO Screen-Question-Tmp-Line
         STRING FUNCTION TRIM(Scr-Key-Poster) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Scr-Key-Stamp DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Scr-Idx DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Scr-Type(Scr-Idx) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Scr-Required(Scr-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Scr-Choices(Scr-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Scr-Text(Scr-Idx)) DELIMITED BY SIZE
                INTO Screen-Question-Tmp-Line
         END-STRING
         WRITE Screen-Question-Tmp-Line
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Screen-Question-Tmp-Line
     WRITE Screen-Question-Tmp-Line
     CLOSE SCREEN-QUESTIONS-FILE
     CLOSE SCREEN-QUESTIONS-TMP-FILE
     PERFORM Copy-Screenq-Tmp-Back
     .

 *> the poster sets up the questions for Scr-Key-Poster/Scr-Key-Stamp
 Prompt-Screening-Questions.
     MOVE "How many screening questions should applicants answer (0-5)? " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE 0 TO Scr-New-Count
     IF FUNCTION TRIM(InLine) IS NUMERIC
         MOVE FUNCTION NUMVAL(InLine) TO Scr-New-Count
     END-IF
     IF Scr-New-Count > 5
         MOVE "At most five questions - the first five will be asked for." TO WS-MSG
         PERFORM OUT-MSG
         MOVE 5 TO Scr-New-Count
     END-IF
     MOVE 0 TO Scr-Count
     MOVE SPACES TO Scr-Table
     PERFORM VARYING Scr-Idx FROM 1 BY 1
         UNTIL Scr-Idx > Scr-New-Count OR EOF-IN = "Y"
         PERFORM Prompt-One-Screening-Question
     END-PERFORM
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     PERFORM Save-Screening-Questions
     MOVE SPACES TO WS-MSG
     STRING Scr-Count DELIMITED BY SIZE
            " screening question(s) saved for this posting." DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 Prompt-One-Screening-Question.
     MOVE SPACES TO WS-MSG
     STRING "Question " DELIMITED BY SIZE
            Scr-Idx DELIMITED BY SIZE
            " text: " DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     ADD 1 TO Scr-Count
     MOVE FUNCTION TRIM(InLine) TO Scr-Text(Scr-Count)
     INSPECT Scr-Text(Scr-Count) REPLACING ALL "|" BY "/"

     MOVE SPACE TO Scr-Type(Scr-Count)
     PERFORM UNTIL Scr-Type(Scr-Count) NOT = SPACE OR EOF-IN = "Y"
         MOVE "Answer type - Y = yes/no, M = multiple choice, T = short text: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
               TO Scr-Type-Part
             IF Scr-Type-Part = 'Y' OR Scr-Type-Part = 'M' OR
                Scr-Type-Part = 'T'
                 MOVE Scr-Type-Part TO Scr-Type(Scr-Count)
             ELSE
                 MOVE "Please enter Y, M or T." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF

     IF Scr-Is-Choice(Scr-Count)
         MOVE "Choices, separated by ; (up to 5): " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN = "Y"
             EXIT PARAGRAPH
         END-IF
         MOVE FUNCTION TRIM(InLine) TO Scr-Choices(Scr-Count)
         INSPECT Scr-Choices(Scr-Count) REPLACING ALL "|" BY "/"
         MOVE "Required answer to pass - a choice letter A-E (press Enter for none): " TO WS-MSG
     ELSE
         IF Scr-Is-Yes-No(Scr-Count)
             MOVE "Required answer to pass - Y or N (press Enter for none): " TO WS-MSG
         ELSE
             MOVE "Required answer to pass (press Enter for none): " TO WS-MSG
         END-IF
     END-IF
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     IF Scr-Is-Text(Scr-Count)
         MOVE FUNCTION TRIM(InLine) TO Scr-Required(Scr-Count)
         INSPECT Scr-Required(Scr-Count) REPLACING ALL "|" BY "/"
     ELSE
         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
           TO Scr-Required(Scr-Count)
     END-IF
     *> a required answer the question cannot produce is dropped
     IF Scr-Is-Yes-No(Scr-Count) AND
        Scr-Required(Scr-Count) NOT = SPACES AND
        Scr-Required(Scr-Count) NOT = "Y" AND
        Scr-Required(Scr-Count) NOT = "N"
         MOVE "Not Y or N - this question will not knock anyone out." TO WS-MSG
         PERFORM OUT-MSG
         MOVE SPACES TO Scr-Required(Scr-Count)
     END-IF
     IF Scr-Is-Choice(Scr-Count) AND Scr-Required(Scr-Count) NOT = SPACES
         MOVE Scr-Count TO Scr-Idx-2
         PERFORM Split-Screening-Choices
         MOVE 0 TO Scr-Opt-Idx
         INSPECT Scr-Letters(1:Scr-Opt-Count)
             TALLYING Scr-Opt-Idx FOR ALL Scr-Required(Scr-Count)(1:1)
         IF Scr-Opt-Idx = 0 OR Scr-Required(Scr-Count)(2:1) NOT = SPACE
             MOVE "Not one of the choice letters - this question will not knock anyone out." TO WS-MSG
             PERFORM OUT-MSG
             MOVE SPACES TO Scr-Required(Scr-Count)
         END-IF
     END-IF
     .

 *> Scr-Choices(Scr-Idx-2) -> Scr-Option(1..Scr-Opt-Count)
 Split-Screening-Choices.
     MOVE SPACES TO Scr-Options
     MOVE 0 TO Scr-Opt-Count
     UNSTRING Scr-Choices(Scr-Idx-2) DELIMITED BY ';'
         INTO Scr-Option(1), Scr-Option(2), Scr-Option(3),
              Scr-Option(4), Scr-Option(5)
     END-UNSTRING
     PERFORM VARYING Scr-Opt-Idx FROM 1 BY 1 UNTIL Scr-Opt-Idx > 5
         IF Scr-Option(Scr-Opt-Idx) NOT = SPACES
             MOVE Scr-Opt-Idx TO Scr-Opt-Count
         END-IF
     END-PERFORM
     .

 *> -----------------------------
 *> The applicant answers the loaded questions; Scr-Knocked-Out when
 *> an answer misses a required one (Scr-Reason says which). EOF
 *> part-way leaves the answers incomplete - the caller stops.
 *> -----------------------------
 Ask-Screening-Questions.
     SET Scr-Passed TO TRUE
     MOVE SPACES TO Scr-Reason
     MOVE "This posting has screening questions:" TO WS-MSG
     PERFORM OUT-MSG
     PERFORM VARYING Scr-Idx FROM 1 BY 1
         UNTIL Scr-Idx > Scr-Count OR EOF-IN = "Y"
         PERFORM Ask-One-Screening-Question
     END-PERFORM
     .

 Ask-One-Screening-Question.
     MOVE SPACES TO Scr-Answer(Scr-Idx)
     MOVE SPACES TO WS-MSG
     STRING "Q" DELIMITED BY SIZE
            Scr-Idx DELIMITED BY SIZE
            ". " DELIMITED BY SIZE
            FUNCTION TRIM(Scr-Text(Scr-Idx)) DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     EVALUATE TRUE
         WHEN Scr-Is-Yes-No(Scr-Idx)
             PERFORM UNTIL Scr-Answer(Scr-Idx) NOT = SPACES
                           OR EOF-IN = "Y"
                 MOVE "Answer Y or N: " TO WS-MSG
                 PERFORM OUT-MSG
                 PERFORM READ-NEXT-INPUT
                 IF EOF-IN NOT = "Y"
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
                       TO Scr-Type-Part
                     IF Scr-Type-Part = 'Y' OR Scr-Type-Part = 'N'
                         MOVE Scr-Type-Part TO Scr-Answer(Scr-Idx)
                     END-IF
                 END-IF
             END-PERFORM
         WHEN Scr-Is-Choice(Scr-Idx)
             MOVE Scr-Idx TO Scr-Idx-2
             PERFORM Split-Screening-Choices
             PERFORM VARYING Scr-Opt-Idx FROM 1 BY 1
                 UNTIL Scr-Opt-Idx > Scr-Opt-Count
                 MOVE SPACES TO WS-MSG
                 STRING "  " DELIMITED BY SIZE
                        Scr-Letters(Scr-Opt-Idx:1) DELIMITED BY SIZE
                        ". " DELIMITED BY SIZE
                        FUNCTION TRIM(Scr-Option(Scr-Opt-Idx))
                            DELIMITED BY SIZE
                        INTO WS-MSG
                 END-STRING
                 PERFORM OUT-MSG
             END-PERFORM
             PERFORM UNTIL Scr-Answer(Scr-Idx) NOT = SPACES
                           OR EOF-IN = "Y"
                 MOVE "Enter the letter of your choice: " TO WS-MSG
                 PERFORM OUT-MSG
                 PERFORM READ-NEXT-INPUT
                 IF EOF-IN NOT = "Y"
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
                       TO Scr-Type-Part
                     MOVE 0 TO Scr-Opt-Idx
                     IF Scr-Type-Part NOT = SPACE
                         INSPECT Scr-Letters(1:Scr-Opt-Count)
                             TALLYING Scr-Opt-Idx FOR ALL Scr-Type-Part
                     END-IF
                     IF Scr-Opt-Idx > 0
                         MOVE Scr-Type-Part TO Scr-Answer(Scr-Idx)
                     END-IF
                 END-IF
             END-PERFORM
         WHEN OTHER
             MOVE "Your answer: " TO WS-MSG
             PERFORM OUT-MSG
             PERFORM READ-NEXT-INPUT
             IF EOF-IN NOT = "Y"
                 MOVE FUNCTION TRIM(InLine) TO Scr-Answer(Scr-Idx)
                 INSPECT Scr-Answer(Scr-Idx) REPLACING ALL "|" BY "/"
             END-IF
     END-EVALUATE
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF

     MOVE SPACE TO Scr-Result(Scr-Idx)
     IF Scr-Required(Scr-Idx) NOT = SPACES
         IF FUNCTION UPPER-CASE(FUNCTION TRIM(Scr-Answer(Scr-Idx))) =
            FUNCTION UPPER-CASE(FUNCTION TRIM(Scr-Required(Scr-Idx)))
             MOVE 'P' TO Scr-Result(Scr-Idx)
         ELSE
             MOVE 'F' TO Scr-Result(Scr-Idx)
             IF Scr-Passed
                 SET Scr-Knocked-Out TO TRUE
                 MOVE SPACES TO Scr-Reason
                 STRING "screening question " DELIMITED BY SIZE
                        Scr-Idx DELIMITED BY SIZE
                        " requires '" DELIMITED BY SIZE
                        FUNCTION TRIM(Scr-Required(Scr-Idx))
                            DELIMITED BY SIZE
                        "', answered '" DELIMITED BY SIZE
                        FUNCTION TRIM(Scr-Answer(Scr-Idx))
                            DELIMITED BY SIZE
                        "'" DELIMITED BY SIZE
                        INTO Scr-Reason
                 END-STRING
             END-IF
         END-IF
     END-IF
     .

 *> the answers in the table onto Scr-Applicant + Scr-Job-ID
 Save-Screening-Answers.
     PERFORM VARYING Scr-Idx FROM 1 BY 1 UNTIL Scr-Idx > Scr-Count
         MOVE ALL SPACES TO Screen-Answer-Line
         STRING FUNCTION TRIM(Scr-Applicant) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Scr-Job-ID DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Scr-Idx DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                Scr-Result(Scr-Idx) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Scr-Answer(Scr-Idx)) DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                FUNCTION TRIM(Scr-Text(Scr-Idx)) DELIMITED BY SIZE
                INTO Screen-Answer-Line
         END-STRING
         WRITE Screen-Answer-Line
     END-PERFORM
     .

 *> the answers attached to Scr-Applicant + Scr-Job-ID, one line
 *> each, for the poster
 Show-Screening-Answers.
     CLOSE SCREEN-ANSWERS-FILE
     OPEN INPUT SCREEN-ANSWERS-FILE
     MOVE 'N' TO SCRA-EOF
     PERFORM UNTIL SCRA-EOF = 'Y'
         READ SCREEN-ANSWERS-FILE
             AT END
                 MOVE 'Y' TO SCRA-EOF
             NOT AT END
                 MOVE SPACES TO Scr-Applicant-Part Scr-Job-ID-Part
                                Scr-No-Part Scr-Answer-Part
                                Scr-Text-Part
                 MOVE SPACE TO Scr-Result-Part
                 UNSTRING Screen-Answer-Line DELIMITED BY '|'
                     INTO Scr-Applicant-Part, Scr-Job-ID-Part,
                          Scr-No-Part, Scr-Result-Part,
                          Scr-Answer-Part, Scr-Text-Part
                 END-UNSTRING
                 IF Scr-Applicant-Part = Scr-Applicant AND
                    FUNCTION NUMVAL(Scr-Job-ID-Part) = Scr-Job-ID
                     IF Scr-Result-Part = 'F'
                         MOVE " (failed knockout)" TO Scr-Flag-Text
                     ELSE
                         MOVE SPACES TO Scr-Flag-Text
                     END-IF
                     MOVE SPACES TO WS-MSG
                     STRING "     Q" DELIMITED BY SIZE
                            FUNCTION TRIM(Scr-No-Part) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            FUNCTION TRIM(Scr-Text-Part)
                                DELIMITED BY SIZE
                            " - " DELIMITED BY SIZE
                            FUNCTION TRIM(Scr-Answer-Part)
                                DELIMITED BY SIZE
                            Scr-Flag-Text DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                     PERFORM OUT-MSG
                 END-IF
         END-READ
     END-PERFORM
     CLOSE SCREEN-ANSWERS-FILE
     OPEN EXTEND SCREEN-ANSWERS-FILE
     .

 Check-Already-Applied.
     SET Not-Applied-Yet TO TRUE
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Application-Count
         IF App-Username(I) = UserName AND
            App-Job-ID(I) = Job-ID(Selected-Job-Number)
             SET Already-Applied TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM
     .

 Append-Application-To-Disk.
     *> Record format: username|jobID|poster|title|employer|status|statusdate
     *>                |offerdeadline|referrer
     *> (poster/title/employer are a snapshot taken at application time,
     *> used by Reconcile-Applications-Report to confirm App-Job-ID
     *> still points at the same posting once positions can drift.)
     ADD 1 TO WS-App-File-Lines
     MOVE WS-App-File-Lines TO App-File-Line(Application-Count)
     MOVE ALL SPACES TO Application-Line
     STRING
         FUNCTION TRIM(UserName) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         App-Job-ID(Application-Count) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(App-Job-Poster(Application-Count)) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(App-Job-Title(Application-Count)) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(App-Job-Employer(Application-Count)) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(App-Status(Application-Count)) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         App-Status-Date(Application-Count) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         App-Offer-Deadline(Application-Count) DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(App-Referrer(Application-Count)) DELIMITED BY SIZE
         INTO Application-Line
     END-STRING
     WRITE Application-Line
     .

 *> -----------------------------
 *> NEW: one AppStatusHistory.dat row per status an application
 *> enters (Hist-Applicant / Hist-Job-ID / Hist-Status, stamped with
 *> today's date), so the funnel report can measure how long
 *> applications sit in each status - Applications.dat only keeps
 *> the latest one.
 *> -----------------------------
 Append-App-Status-History.
     MOVE ALL SPACES TO App-History-Line
     STRING
         FUNCTION TRIM(Hist-Applicant)  DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         Hist-Job-ID                    DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION TRIM(Hist-Status)     DELIMITED BY SIZE
         "|"                            DELIMITED BY SIZE
         FUNCTION CURRENT-DATE(1:8)     DELIMITED BY SIZE
         INTO App-History-Line
     END-STRING
     WRITE App-History-Line
     .

 Load-Applications-From-Disk.
     CLOSE APPLICATIONS-FILE
     OPEN INPUT APPLICATIONS-FILE
     MOVE 'N' TO APP-EOF
     MOVE 0 TO Application-Count
     MOVE 0 TO WS-App-File-Lines

     PERFORM UNTIL APP-EOF = 'Y'
         READ APPLICATIONS-FILE
             AT END
                 MOVE 'Y' TO APP-EOF
             NOT AT END
                 ADD 1 TO WS-App-File-Lines
                 MOVE SPACES TO U-Part WS-App-Poster-In
                                WS-App-Title-In WS-App-Employer-In
                                WS-App-Status-In WS-App-Status-Date-In
                                WS-App-Deadline-In WS-App-Referrer-In
                 MOVE 0 TO Selected-Job-Number
                 UNSTRING Application-Line DELIMITED BY '|'
                     INTO U-Part, Selected-Job-Number,
                          WS-App-Poster-In, WS-App-Title-In,
                          WS-App-Employer-In, WS-App-Status-In,
                          WS-App-Status-Date-In, WS-App-Deadline-In,
                          WS-App-Referrer-In
                 END-UNSTRING
                 IF U-Part NOT = SPACES
                     IF Application-Count < 99
                         ADD 1 TO Application-Count
                         MOVE U-Part TO App-Username(Application-Count)
                         MOVE Selected-Job-Number TO
                              App-Job-ID(Application-Count)
                         MOVE WS-App-Poster-In TO
                              App-Job-Poster(Application-Count)
                         MOVE WS-App-Title-In TO
                              App-Job-Title(Application-Count)
                         MOVE WS-App-Employer-In TO
                              App-Job-Employer(Application-Count)
                         *> rows written before the status workflow
                         *> existed have no status yet - treat as new
                         IF WS-App-Status-In = SPACES
                             MOVE "RECEIVED" TO
                                  App-Status(Application-Count)
                         ELSE
                             MOVE WS-App-Status-In TO
                                  App-Status(Application-Count)
                         END-IF
                         MOVE WS-App-Status-Date-In TO
                              App-Status-Date(Application-Count)
                         MOVE WS-App-Deadline-In TO
                              App-Offer-Deadline(Application-Count)
                         MOVE WS-App-Referrer-In TO
                              App-Referrer(Application-Count)
                         MOVE WS-App-File-Lines TO
                              App-File-Line(Application-Count)
                     ELSE
                         *> NEW: never lose rows silently - tell the
                         *> operator the table is over capacity
                         IF App-Trunc-Warned-Flag = 'N'
                             MOVE 'Y' TO App-Trunc-Warned-Flag
                             MOVE "WARNING: Applications.dat exceeds the in-memory table (99 rows); rows beyond it are kept on disk but unavailable this session. Operator attention required." TO WS-MSG
                             PERFORM OUT-MSG
                         END-IF
                     END-IF
                 END-IF
         END-READ
     END-PERFORM

     CLOSE APPLICATIONS-FILE
     OPEN EXTEND APPLICATIONS-FILE
     .

 *> -----------------------------
 *> NEW: persist status changes back to Applications.dat. Streams the
 *> real on-disk file through a tmp, writing table rows back by their
 *> remembered file line (App-File-Line, stamped at load and append
 *> time) so skipped lines and applications beyond the in-memory load
 *> cap are copied through unchanged instead of being shifted or
 *> dropped.
 *> -----------------------------
 Rewrite-Applications-File.
     CLOSE APPLICATIONS-FILE
     OPEN INPUT APPLICATIONS-FILE
     OPEN OUTPUT APPLICATIONS-TMP-FILE
     MOVE 'N' TO APP-EOF
     MOVE 0 TO WS-App-Rewrite-Line
     MOVE 1 TO WS-App-Rewrite-Next

     PERFORM UNTIL APP-EOF = 'Y'
         READ APPLICATIONS-FILE
             AT END
                 MOVE 'Y' TO APP-EOF
             NOT AT END
                 ADD 1 TO WS-App-Rewrite-Line
                 IF WS-App-Rewrite-Next <= Application-Count AND
                    App-File-Line(WS-App-Rewrite-Next) =
                        WS-App-Rewrite-Line
                     MOVE ALL SPACES TO Application-Line
                     STRING
                         FUNCTION TRIM(App-Username(WS-App-Rewrite-Next))
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         App-Job-ID(WS-App-Rewrite-Next) DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(App-Job-Poster(WS-App-Rewrite-Next))
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(App-Job-Title(WS-App-Rewrite-Next))
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(App-Job-Employer(WS-App-Rewrite-Next))
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(App-Status(WS-App-Rewrite-Next))
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         App-Status-Date(WS-App-Rewrite-Next)
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         App-Offer-Deadline(WS-App-Rewrite-Next)
                             DELIMITED BY SIZE
                         "|" DELIMITED BY SIZE
                         FUNCTION TRIM(App-Referrer(WS-App-Rewrite-Next))
                             DELIMITED BY SIZE
                         INTO Application-Line
                     END-STRING
                     MOVE Application-Line TO Application-Tmp-Line
                     WRITE Application-Tmp-Line
                     ADD 1 TO WS-App-Rewrite-Next
                 ELSE
                     MOVE Application-Line TO Application-Tmp-Line
                     WRITE Application-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Application-Tmp-Line
     WRITE Application-Tmp-Line

     CLOSE APPLICATIONS-FILE
     CLOSE APPLICATIONS-TMP-FILE

     PERFORM Copy-Applications-Tmp-Back
     .

 *> -----------------------------
 *> NEW: human-readable label for an application status code
 *> -----------------------------
 Format-App-Status.
     EVALUATE FUNCTION TRIM(App-Status(I))
         WHEN "RECEIVED"
             MOVE "Received" TO WS-App-Status-Label
         WHEN "REVIEW"
             MOVE "Under Review" TO WS-App-Status-Label
         WHEN "INTERVIEW"
             MOVE "Interview" TO WS-App-Status-Label
         WHEN "OFFER"
             MOVE "Offer" TO WS-App-Status-Label
         WHEN "REJECTED"
             MOVE "Rejected" TO WS-App-Status-Label
         WHEN "ACCEPTED"
             MOVE "Offer Accepted" TO WS-App-Status-Label
         WHEN "DECLINED"
             MOVE "Offer Declined" TO WS-App-Status-Label
         WHEN "LAPSED"
             MOVE "Offer Lapsed" TO WS-App-Status-Label
         WHEN OTHER
             MOVE "Received" TO WS-App-Status-Label
     END-EVALUATE
     .

 *> -----------------------------
 *> NEW: reconcile Applications.dat against JobPostings.dat, since
 *> App-Job-ID is only the posting's read-order position and that
 *> position can drift once postings are withdrawn/reordered.
 *> -----------------------------
 Reconcile-Applications-Report.
     MOVE 0 TO Recon-Mismatch-Count
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Application-Count
         PERFORM Check-App-Job-Match
         IF Recon-Job-Does-Not-Match
             ADD 1 TO Recon-Mismatch-Count
             PERFORM Log-Recon-Mismatch
         END-IF
     END-PERFORM

     IF Recon-Mismatch-Count > 0
         MOVE SPACES TO WS-MSG
         STRING "Reconciliation: " DELIMITED BY SIZE
                Recon-Mismatch-Count DELIMITED BY SIZE
                " application(s) no longer match their recorded job position."
                DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> -----------------------------
 *> NEW: shared snapshot check - does Application(I) still point at
 *> the same posting? Pages the right part of JobPostings.dat in via
 *> Locate-Job-By-Global-ID and leaves the posting's table index in J
 *> when it matches.
 *> -----------------------------
 Check-App-Job-Match.
     SET Recon-Job-Does-Not-Match TO TRUE
     MOVE App-Job-ID(I) TO WS-Job-Pick
     PERFORM Locate-Job-By-Global-ID
     IF Job-Row-Found
         MOVE WS-Job-Pick TO J
         IF Job-Poster(J) = App-Job-Poster(I) AND
            Job-Title-Store(J) = App-Job-Title(I) AND
            Job-Employer-Store(J) = App-Job-Employer(I)
             SET Recon-Job-Matches TO TRUE
         END-IF
     END-IF
     .

 Log-Recon-Mismatch.
     MOVE SPACES TO WS-MSG
     STRING "RECONCILE MISMATCH: " DELIMITED BY SIZE
            FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
            " applied to Job-ID " DELIMITED BY SIZE
            App-Job-ID(I) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM(App-Job-Title(I)) DELIMITED BY SIZE
            " at " DELIMITED BY SIZE
            FUNCTION TRIM(App-Job-Employer(I)) DELIMITED BY SIZE
            ") - posting may have been withdrawn or reordered." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> ================================
 *> NEW: career-office extract. Joins each application to its posting
 *> and the applicant's profile and writes one fixed-width record per
 *> reconciled application. Applications that fail the same
 *> poster/title/employer snapshot check Reconcile-Applications-Report
 *> uses are excluded and counted in the trailer record instead.
 *> ================================
 Write-Career-Extract.
     MOVE 0 TO WS-CX-Extracted WS-CX-Excluded
     PERFORM Count-Applications-On-File
     IF WS-CX-On-File > Application-Count
         COMPUTE WS-CX-Not-Processed =
             WS-CX-On-File - Application-Count
     ELSE
         MOVE 0 TO WS-CX-Not-Processed
     END-IF
     OPEN OUTPUT CAREER-EXTRACT-FILE

     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Application-Count
         PERFORM Check-App-Job-Match
         IF Recon-Job-Matches
             PERFORM Write-Career-Extract-Detail
         ELSE
             ADD 1 TO WS-CX-Excluded
         END-IF
     END-PERFORM

     MOVE SPACES TO Career-Extract-Line
     STRING "TRAILER EXTRACTED=" DELIMITED BY SIZE
            WS-CX-Extracted DELIMITED BY SIZE
            " EXCLUDED=" DELIMITED BY SIZE
            WS-CX-Excluded DELIMITED BY SIZE
            " NOT-PROCESSED=" DELIMITED BY SIZE
            WS-CX-Not-Processed DELIMITED BY SIZE
            INTO Career-Extract-Line
     END-STRING
     WRITE Career-Extract-Line
     CLOSE CAREER-EXTRACT-FILE

     MOVE "Career-office extract written to CareerOffice-Extract.txt"
         TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> NEW: count the data rows actually on Applications.dat, using the
 *> same eligibility rule as Load-Applications-From-Disk (first field
 *> not blank), so the extract trailer can own up to any rows beyond
 *> the in-memory load cap.
 *> -----------------------------
 Count-Applications-On-File.
     MOVE 0 TO WS-CX-On-File
     CLOSE APPLICATIONS-FILE
     OPEN INPUT APPLICATIONS-FILE
     MOVE 'N' TO APP-EOF
     PERFORM UNTIL APP-EOF = 'Y'
         READ APPLICATIONS-FILE
             AT END
                 MOVE 'Y' TO APP-EOF
             NOT AT END
                 MOVE SPACES TO U-Part
                 UNSTRING Application-Line DELIMITED BY '|'
                     INTO U-Part
                 END-UNSTRING
                 IF U-Part NOT = SPACES
                     ADD 1 TO WS-CX-On-File
                 END-IF
         END-READ
     END-PERFORM
     CLOSE APPLICATIONS-FILE
     OPEN EXTEND APPLICATIONS-FILE
     .

 *> -----------------------------
 *> One detail record: applicant profile fields (falling back to the
 *> bare username when no profile is on file) plus the posting the
 *> reconciliation confirmed, at Job-Entry(J).
 *> -----------------------------
 Write-Career-Extract-Detail.
     MOVE SPACES TO Career-Extract-Record
     MOVE SPACES TO Profile-Record
     MOVE App-Username(I) TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             MOVE App-Username(I) TO CX-Applicant-Name
         NOT INVALID KEY
             MOVE SPACES TO WS-MSG
             STRING FUNCTION TRIM(Profile-Record(21:30))
                        DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Profile-Record(51:30))
                        DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
             MOVE WS-MSG TO CX-Applicant-Name
             MOVE Profile-Record(81:50) TO CX-University
             MOVE Profile-Record(131:40) TO CX-Major
             MOVE Profile-Record(171:4) TO CX-Grad-Year
     END-READ

     MOVE Job-Title-Store(J) TO CX-Job-Title
     MOVE Job-Employer-Store(J) TO CX-Employer
     MOVE Job-Location-Store(J) TO CX-Location
     MOVE App-Status(I) TO CX-App-Status
     *> NEW: flag applications that carried a resume snapshot
     MOVE App-Username(I) TO Rsm-Applicant
     MOVE App-Job-ID(I) TO Rsm-Job-ID
     PERFORM Load-App-Resume
     IF Rsm-Line-Count > 0
         MOVE 'Y' TO CX-Has-Resume
     ELSE
         MOVE 'N' TO CX-Has-Resume
     END-IF
     WRITE Career-Extract-Record
     ADD 1 TO WS-CX-Extracted
     .

 *> ================================
 *> NEW: End-of-day operations summary report. Runs in the same batch
 *> window as Archive-Expired-Jobs / Reconcile-Applications-Report and
 *> writes a dated InCollege-Daily-Report.txt: activity since the
 *> previous report (via the totals remembered in DailyReport-State.dat)
 *> plus current totals per data file.
 *> ================================
 Write-Daily-Report.
     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Report-Date
     PERFORM Load-Report-State
     PERFORM Count-Data-File-Totals
     PERFORM Tally-Audit-Activity
     PERFORM Count-Confirmed-Interviews

     OPEN OUTPUT DAILY-REPORT-FILE
     MOVE "=== InCollege Daily Operations Report ===" TO Report-Line
     WRITE Report-Line
     MOVE SPACES TO Report-Line
     STRING "Report Date: " DELIMITED BY SIZE
            WS-Report-Date DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line
     IF WS-Prev-Report-Date = SPACES
         MOVE "First report - activity figures cover all data on file."
             TO Report-Line
     ELSE
         MOVE SPACES TO Report-Line
         STRING "Activity since previous report of " DELIMITED BY SIZE
                WS-Prev-Report-Date DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                INTO Report-Line
     END-IF
     WRITE Report-Line

     MOVE WS-Rpt-Accounts TO WS-New-Count
     IF WS-Prev-Accounts < WS-New-Count
         SUBTRACT WS-Prev-Accounts FROM WS-New-Count
     ELSE
         MOVE 0 TO WS-New-Count
     END-IF
     MOVE SPACES TO Report-Line
     STRING "  New accounts registered : " DELIMITED BY SIZE
            WS-New-Count DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line

     *> jobs posted = growth in the live file plus whatever this run
     *> just archived out of it (those were posted since last report
     *> too, unless they predate it - close enough for the morning
     *> head-count this replaces)
     COMPUTE WS-New-Count = WS-Rpt-Jobs + WS-Jobs-Archived-Count
     IF WS-Prev-Jobs < WS-New-Count
         SUBTRACT WS-Prev-Jobs FROM WS-New-Count
     ELSE
         MOVE 0 TO WS-New-Count
     END-IF
     MOVE SPACES TO Report-Line
     STRING "  Jobs posted             : " DELIMITED BY SIZE
            WS-New-Count DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line

     MOVE SPACES TO Report-Line
     STRING "  Jobs archived this run  : " DELIMITED BY SIZE
            WS-Jobs-Archived-Count DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line

     MOVE WS-Rpt-Apps TO WS-New-Count
     IF WS-Prev-Apps < WS-New-Count
         SUBTRACT WS-Prev-Apps FROM WS-New-Count
     ELSE
         MOVE 0 TO WS-New-Count
     END-IF
     MOVE SPACES TO Report-Line
     STRING "  Applications submitted  : " DELIMITED BY SIZE
            WS-New-Count DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line

     *> NEW: referred applications, counted separately
     MOVE WS-Rpt-Ref-Apps TO WS-New-Count
     IF WS-Prev-Ref-Apps < WS-New-Count
         SUBTRACT WS-Prev-Ref-Apps FROM WS-New-Count
     ELSE
         MOVE 0 TO WS-New-Count
     END-IF
     MOVE SPACES TO Report-Line
     STRING "    of which referred     : " DELIMITED BY SIZE
            WS-New-Count DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line

     *> messages sent = growth in the store plus whatever retention
     *> just aged out of it this run, same as the jobs figure above
     COMPUTE WS-New-Count = WS-Rpt-Msgs + WS-Msgs-Aged
     IF WS-Prev-Msgs < WS-New-Count
         SUBTRACT WS-Prev-Msgs FROM WS-New-Count
     ELSE
         MOVE 0 TO WS-New-Count
     END-IF
     MOVE SPACES TO Report-Line
     STRING "  Messages sent           : " DELIMITED BY SIZE
            WS-New-Count DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line

     MOVE SPACES TO Report-Line
     STRING "  Failed logins           : " DELIMITED BY SIZE
            WS-Rpt-Failed-Logins DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line

     MOVE SPACES TO Report-Line
     STRING "  Lockouts                : " DELIMITED BY SIZE
            WS-Rpt-Lockouts DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line

     MOVE "--- Current totals on file ---" TO Report-Line
     WRITE Report-Line
     MOVE SPACES TO Report-Line
     STRING "  Accounts      : " DELIMITED BY SIZE
            WS-Rpt-Accounts DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line
     MOVE SPACES TO Report-Line
     STRING "  Job postings  : " DELIMITED BY SIZE
            WS-Rpt-Jobs DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line
     MOVE SPACES TO Report-Line
     STRING "  Applications  : " DELIMITED BY SIZE
            WS-Rpt-Apps DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line
     MOVE SPACES TO Report-Line
     STRING "    referred    : " DELIMITED BY SIZE
            WS-Rpt-Ref-Apps DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line
     MOVE SPACES TO Report-Line
     STRING "  Messages      : " DELIMITED BY SIZE
            WS-Rpt-Msgs DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line
     MOVE SPACES TO Report-Line
     STRING "  Login audit   : " DELIMITED BY SIZE
            WS-Rpt-Audit DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line
     *> NEW: interviews actually scheduled, not just statuses set
     MOVE SPACES TO Report-Line
     STRING "  Interviews confirmed : " DELIMITED BY SIZE
            WS-Rpt-Interviews DELIMITED BY SIZE
            INTO Report-Line
     WRITE Report-Line
     MOVE "=== End of Report ===" TO Report-Line
     WRITE Report-Line
     CLOSE DAILY-REPORT-FILE

     PERFORM Save-Report-State

     MOVE "Daily operations report written to InCollege-Daily-Report.txt"
         TO WS-MSG
     PERFORM OUT-MSG
     .

 Load-Report-State.
     MOVE SPACES TO WS-Prev-Report-Date
     MOVE 0 TO WS-Prev-Accounts WS-Prev-Jobs WS-Prev-Apps WS-Prev-Msgs
               WS-Prev-Ref-Apps
     OPEN INPUT REPORT-STATE-FILE
     IF FS-RPTST NOT = "35"
         READ REPORT-STATE-FILE
             AT END
                 CONTINUE
             NOT AT END
                 MOVE SPACES TO WS-RptSt-Date-Part WS-RptSt-Acct-Part
                                WS-RptSt-Jobs-Part WS-RptSt-Apps-Part
                                WS-RptSt-Msgs-Part WS-RptSt-Ref-Part
                 UNSTRING Report-State-Line DELIMITED BY '|'
                     INTO WS-RptSt-Date-Part, WS-RptSt-Acct-Part,
                          WS-RptSt-Jobs-Part, WS-RptSt-Apps-Part,
                          WS-RptSt-Msgs-Part, WS-RptSt-Ref-Part
                 END-UNSTRING
                 MOVE WS-RptSt-Date-Part TO WS-Prev-Report-Date
                 MOVE FUNCTION NUMVAL(WS-RptSt-Acct-Part)
                     TO WS-Prev-Accounts
                 MOVE FUNCTION NUMVAL(WS-RptSt-Jobs-Part)
                     TO WS-Prev-Jobs
                 MOVE FUNCTION NUMVAL(WS-RptSt-Apps-Part)
                     TO WS-Prev-Apps
                 MOVE FUNCTION NUMVAL(WS-RptSt-Msgs-Part)
                     TO WS-Prev-Msgs
                 *> state saved before referrals existed has no
                 *> sixth figure - NUMVAL of blanks is zero
                 MOVE FUNCTION NUMVAL(WS-RptSt-Ref-Part)
                     TO WS-Prev-Ref-Apps
         END-READ
         CLOSE REPORT-STATE-FILE
     END-IF
     .

 Save-Report-State.
     OPEN OUTPUT REPORT-STATE-FILE
     MOVE SPACES TO Report-State-Line
     STRING
         WS-Report-Date   DELIMITED BY SIZE
         "|"              DELIMITED BY SIZE
         WS-Rpt-Accounts  DELIMITED BY SIZE
         "|"              DELIMITED BY SIZE
         WS-Rpt-Jobs      DELIMITED BY SIZE
         "|"              DELIMITED BY SIZE
         WS-Rpt-Apps      DELIMITED BY SIZE
         "|"              DELIMITED BY SIZE
         WS-Rpt-Msgs      DELIMITED BY SIZE
         "|"              DELIMITED BY SIZE
         WS-Rpt-Ref-Apps  DELIMITED BY SIZE
         INTO Report-State-Line
     END-STRING
     WRITE Report-State-Line
     CLOSE REPORT-STATE-FILE
     .

 *> -----------------------------
 *> NEW: current record totals per data file for the daily report
 *> (counted straight off the files, not the in-memory tables, so
 *> the figures are right even past any in-memory cap)
 *> -----------------------------
 Count-Data-File-Totals.
     MOVE Account-Count TO WS-Rpt-Accounts

     MOVE 0 TO WS-Rpt-Jobs
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 ADD 1 TO WS-Rpt-Jobs
         END-READ
     END-PERFORM
     CLOSE JOBS-FILE
     OPEN EXTEND JOBS-FILE

     MOVE 0 TO WS-Rpt-Apps WS-Rpt-Ref-Apps
     CLOSE APPLICATIONS-FILE
     OPEN INPUT APPLICATIONS-FILE
     MOVE 'N' TO APP-EOF
     PERFORM UNTIL APP-EOF = 'Y'
         READ APPLICATIONS-FILE
             AT END
                 MOVE 'Y' TO APP-EOF
             NOT AT END
                 ADD 1 TO WS-Rpt-Apps
                 *> NEW: the ninth field names the referrer
                 MOVE SPACES TO U-Part Fnl-Job-ID-Part WS-App-Poster-In
                                WS-App-Title-In WS-App-Employer-In
                                WS-App-Status-In WS-App-Status-Date-In
                                WS-App-Deadline-In WS-App-Referrer-In
                 UNSTRING Application-Line DELIMITED BY '|'
                     INTO U-Part, Fnl-Job-ID-Part,
                          WS-App-Poster-In, WS-App-Title-In,
                          WS-App-Employer-In, WS-App-Status-In,
                          WS-App-Status-Date-In, WS-App-Deadline-In,
                          WS-App-Referrer-In
                 END-UNSTRING
                 IF WS-App-Referrer-In NOT = SPACES
                     ADD 1 TO WS-Rpt-Ref-Apps
                 END-IF
         END-READ
     END-PERFORM
     CLOSE APPLICATIONS-FILE
     OPEN EXTEND APPLICATIONS-FILE

     MOVE 0 TO WS-Rpt-Msgs
     PERFORM Start-Messages-Scan
     PERFORM UNTIL MSG-EOF = 'Y'
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 ADD 1 TO WS-Rpt-Msgs
         END-READ
     END-PERFORM
     .

 *> -----------------------------
 *> NEW: audit-trail figures for the daily report: total entries on
 *> file, plus failed logins and lockouts stamped after the previous
 *> report date (all of them on a first run)
 *> -----------------------------
 Tally-Audit-Activity.
     MOVE 0 TO WS-Rpt-Audit WS-Rpt-Failed-Logins WS-Rpt-Lockouts
     CLOSE LOGIN-AUDIT-FILE
     OPEN INPUT LOGIN-AUDIT-FILE
     MOVE 'N' TO AUDIT-EOF
     PERFORM UNTIL AUDIT-EOF = 'Y'
         READ LOGIN-AUDIT-FILE
             AT END
                 MOVE 'Y' TO AUDIT-EOF
             NOT AT END
                 ADD 1 TO WS-Rpt-Audit
                 MOVE SPACES TO U-Part WS-Audit-TS-Part
                                WS-Audit-Reason-Part
                 UNSTRING Audit-Line DELIMITED BY '|'
                     INTO U-Part, WS-Audit-TS-Part, WS-Audit-Reason-Part
                 END-UNSTRING
                 IF WS-Prev-Report-Date = SPACES OR
                    WS-Audit-TS-Part(1:8) > WS-Prev-Report-Date
                     EVALUATE FUNCTION TRIM(WS-Audit-Reason-Part)
                         WHEN "BADPASS"
                             ADD 1 TO WS-Rpt-Failed-Logins
                         WHEN "BADUSER"
                             ADD 1 TO WS-Rpt-Failed-Logins
                         WHEN "LOCKED"
                             ADD 1 TO WS-Rpt-Lockouts
                         WHEN OTHER
                             CONTINUE
                     END-EVALUATE
                 END-IF
         END-READ
     END-PERFORM
     CLOSE LOGIN-AUDIT-FILE
     OPEN EXTEND LOGIN-AUDIT-FILE
     .

 *> ===============================================================
 *> NEW: hiring funnel / time-to-fill report. Every posting, live
 *> and archived, with how many of its applications reached each
 *> stage, the stage-to-stage conversion, the average days
 *> applications sat in each status (from AppStatusHistory.dat; an
 *> application with no history rows counts its current status
 *> only), interview slots proposed vs confirmed from Interviews.dat,
 *> and the days from the posted date to the first offer - then the
 *> same figures totalled per posting account, named from
 *> CompanyProfiles.dat where the account has a company profile.
 *> Applications are tied to postings by the poster/title/employer
 *> snapshot taken at apply time, the same check
 *> Reconcile-Applications-Report uses, since an archived posting no
 *> longer has a position in JobPostings.dat.
 *> ===============================================================
 Write-Funnel-Report.
     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Report-Date
     MOVE 'N' TO Fnl-Trunc-Flag
     PERFORM Fnl-Load-Postings
     PERFORM Fnl-Load-Applications
     PERFORM Fnl-Apply-History
     PERFORM Fnl-Tally-Applications
     PERFORM Fnl-Tally-Interviews
     PERFORM Fnl-Total-Employers

     OPEN OUTPUT FUNNEL-REPORT-FILE
     MOVE "=== InCollege Hiring Funnel Report ===" TO Funnel-Report-Line
     WRITE Funnel-Report-Line
     MOVE SPACES TO Funnel-Report-Line
     STRING "Report Date: " DELIMITED BY SIZE
            WS-Report-Date DELIMITED BY SIZE
            INTO Funnel-Report-Line
     WRITE Funnel-Report-Line
     IF Fnl-Trunc-Flag = 'Y'
         MOVE "WARNING: more rows on file than the report tables hold - the figures below are partial."
             TO Funnel-Report-Line
         WRITE Funnel-Report-Line
     END-IF

     MOVE "--- Per posting ---" TO Funnel-Report-Line
     WRITE Funnel-Report-Line
     IF Fnl-Post-Count = 0
         MOVE "  No postings on file." TO Funnel-Report-Line
         WRITE Funnel-Report-Line
     END-IF
     PERFORM VARYING Fnl-P FROM 1 BY 1 UNTIL Fnl-P > Fnl-Post-Count
         IF Fnl-Post-Is-Live(Fnl-P)
             MOVE "live" TO Fnl-Text-1
         ELSE
             MOVE "archived" TO Fnl-Text-1
         END-IF
         IF Fnl-Post-Posted(Fnl-P) = SPACES
             MOVE "unknown" TO Fnl-Text-2
         ELSE
             MOVE Fnl-Post-Posted(Fnl-P) TO Fnl-Text-2
         END-IF
         MOVE SPACES TO Funnel-Report-Line
         STRING "Posting: " DELIMITED BY SIZE
                FUNCTION TRIM(Fnl-Post-Title(Fnl-P)) DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                FUNCTION TRIM(Fnl-Post-Employer(Fnl-P))
                    DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                FUNCTION TRIM(Fnl-Post-Poster(Fnl-P)) DELIMITED BY SIZE
                ", " DELIMITED BY SIZE
                FUNCTION TRIM(Fnl-Text-1) DELIMITED BY SIZE
                ", posted " DELIMITED BY SIZE
                FUNCTION TRIM(Fnl-Text-2) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO Funnel-Report-Line
         END-STRING
         WRITE Funnel-Report-Line
         MOVE Fnl-Post-Stats(Fnl-P) TO Fnl-Cur-Stats
         PERFORM Fnl-Write-Stats-Lines
     END-PERFORM

     MOVE "--- Per employer ---" TO Funnel-Report-Line
     WRITE Funnel-Report-Line
     PERFORM VARYING Fnl-E FROM 1 BY 1 UNTIL Fnl-E > Fnl-Emp-Count
         MOVE Fnl-Emp-Poster(Fnl-E) TO Co-Owner
         PERFORM Load-Company-Profile
         IF NOT Co-Profile-Exists OR Co-Company-Name = SPACES
             MOVE "(no company profile)" TO Co-Company-Name
         END-IF
         MOVE SPACES TO Funnel-Report-Line
         STRING "Employer: " DELIMITED BY SIZE
                FUNCTION TRIM(Co-Company-Name) DELIMITED BY SIZE
                " (account " DELIMITED BY SIZE
                FUNCTION TRIM(Fnl-Emp-Poster(Fnl-E)) DELIMITED BY SIZE
                ") - " DELIMITED BY SIZE
                Fnl-Emp-Postings(Fnl-E) DELIMITED BY SIZE
                " posting(s)" DELIMITED BY SIZE
                INTO Funnel-Report-Line
         END-STRING
         WRITE Funnel-Report-Line
         MOVE Fnl-Emp-Stats(Fnl-E) TO Fnl-Cur-Stats
         PERFORM Fnl-Write-Stats-Lines
     END-PERFORM

     MOVE "=== End of Report ===" TO Funnel-Report-Line
     WRITE Funnel-Report-Line
     CLOSE FUNNEL-REPORT-FILE

     MOVE "Hiring funnel report written to InCollege-Funnel-Report.txt"
         TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> The figure lines shared by a posting and an employer total,
 *> printed from Fnl-Cur-Stats.
 *> -----------------------------
 Fnl-Write-Stats-Lines.
     MOVE SPACES TO Funnel-Report-Line
     STRING "  Reached   : received " DELIMITED BY SIZE
            Fnl-CS-Reached(1) DELIMITED BY SIZE
            "  review " DELIMITED BY SIZE
            Fnl-CS-Reached(2) DELIMITED BY SIZE
            "  interview " DELIMITED BY SIZE
            Fnl-CS-Reached(3) DELIMITED BY SIZE
            "  offer " DELIMITED BY SIZE
            Fnl-CS-Reached(4) DELIMITED BY SIZE
            "  rejected " DELIMITED BY SIZE
            Fnl-CS-Rejected DELIMITED BY SIZE
            "  accepted " DELIMITED BY SIZE
            Fnl-CS-Accepted DELIMITED BY SIZE
            INTO Funnel-Report-Line
     END-STRING
     WRITE Funnel-Report-Line

     *> NEW: referred applications, counted separately
     MOVE SPACES TO Funnel-Report-Line
     STRING "  Referred  : received " DELIMITED BY SIZE
            Fnl-CS-Ref-Reached(1) DELIMITED BY SIZE
            "  review " DELIMITED BY SIZE
            Fnl-CS-Ref-Reached(2) DELIMITED BY SIZE
            "  interview " DELIMITED BY SIZE
            Fnl-CS-Ref-Reached(3) DELIMITED BY SIZE
            "  offer " DELIMITED BY SIZE
            Fnl-CS-Ref-Reached(4) DELIMITED BY SIZE
            INTO Funnel-Report-Line
     END-STRING
     WRITE Funnel-Report-Line

     MOVE Fnl-CS-Reached(2) TO Fnl-Num
     MOVE Fnl-CS-Reached(1) TO Fnl-Den
     PERFORM Fnl-Format-Pct
     MOVE Fnl-Pct-Text TO Fnl-Text-1
     MOVE Fnl-CS-Reached(3) TO Fnl-Num
     MOVE Fnl-CS-Reached(2) TO Fnl-Den
     PERFORM Fnl-Format-Pct
     MOVE Fnl-Pct-Text TO Fnl-Text-2
     MOVE Fnl-CS-Reached(4) TO Fnl-Num
     MOVE Fnl-CS-Reached(3) TO Fnl-Den
     PERFORM Fnl-Format-Pct
     MOVE Fnl-Pct-Text TO Fnl-Text-3
     MOVE Fnl-CS-Accepted TO Fnl-Num
     MOVE Fnl-CS-Reached(4) TO Fnl-Den
     PERFORM Fnl-Format-Pct
     MOVE Fnl-Pct-Text TO Fnl-Text-4
     MOVE SPACES TO Funnel-Report-Line
     STRING "  Conversion: received->review " DELIMITED BY SIZE
            FUNCTION TRIM(Fnl-Text-1) DELIMITED BY SIZE
            "  review->interview " DELIMITED BY SIZE
            FUNCTION TRIM(Fnl-Text-2) DELIMITED BY SIZE
            "  interview->offer " DELIMITED BY SIZE
            FUNCTION TRIM(Fnl-Text-3) DELIMITED BY SIZE
            "  offer->accepted " DELIMITED BY SIZE
            FUNCTION TRIM(Fnl-Text-4) DELIMITED BY SIZE
            INTO Funnel-Report-Line
     END-STRING
     WRITE Funnel-Report-Line

     MOVE Fnl-CS-Dwell-Days(1) TO Fnl-Num
     MOVE Fnl-CS-Dwell-Count(1) TO Fnl-Den
     PERFORM Fnl-Format-Avg
     MOVE Fnl-Avg-Text TO Fnl-Text-1
     MOVE Fnl-CS-Dwell-Days(2) TO Fnl-Num
     MOVE Fnl-CS-Dwell-Count(2) TO Fnl-Den
     PERFORM Fnl-Format-Avg
     MOVE Fnl-Avg-Text TO Fnl-Text-2
     MOVE Fnl-CS-Dwell-Days(3) TO Fnl-Num
     MOVE Fnl-CS-Dwell-Count(3) TO Fnl-Den
     PERFORM Fnl-Format-Avg
     MOVE Fnl-Avg-Text TO Fnl-Text-3
     MOVE Fnl-CS-Dwell-Days(4) TO Fnl-Num
     MOVE Fnl-CS-Dwell-Count(4) TO Fnl-Den
     PERFORM Fnl-Format-Avg
     MOVE Fnl-Avg-Text TO Fnl-Text-4
     MOVE SPACES TO Funnel-Report-Line
     STRING "  Avg days in status: received " DELIMITED BY SIZE
            FUNCTION TRIM(Fnl-Text-1) DELIMITED BY SIZE
            "  review " DELIMITED BY SIZE
            FUNCTION TRIM(Fnl-Text-2) DELIMITED BY SIZE
            "  interview " DELIMITED BY SIZE
            FUNCTION TRIM(Fnl-Text-3) DELIMITED BY SIZE
            "  offer " DELIMITED BY SIZE
            FUNCTION TRIM(Fnl-Text-4) DELIMITED BY SIZE
            INTO Funnel-Report-Line
     END-STRING
     WRITE Funnel-Report-Line

     MOVE SPACES TO Funnel-Report-Line
     STRING "  Interviews: " DELIMITED BY SIZE
            Fnl-CS-Ivw-Proposed DELIMITED BY SIZE
            " proposed, " DELIMITED BY SIZE
            Fnl-CS-Ivw-Confirmed DELIMITED BY SIZE
            " confirmed" DELIMITED BY SIZE
            INTO Funnel-Report-Line
     END-STRING
     WRITE Funnel-Report-Line

     MOVE Fnl-CS-Offer-Days TO Fnl-Num
     MOVE Fnl-CS-Offer-Count TO Fnl-Den
     PERFORM Fnl-Format-Avg
     MOVE SPACES TO Funnel-Report-Line
     IF Fnl-CS-Offer-Count = 0
         MOVE "  Days from posting to first offer: no offer yet"
             TO Funnel-Report-Line
     ELSE
         STRING "  Days from posting to first offer: " DELIMITED BY SIZE
                FUNCTION TRIM(Fnl-Avg-Text) DELIMITED BY SIZE
                " (over " DELIMITED BY SIZE
                Fnl-CS-Offer-Count DELIMITED BY SIZE
                " posting(s) with an offer)" DELIMITED BY SIZE
                INTO Funnel-Report-Line
         END-STRING
     END-IF
     WRITE Funnel-Report-Line
     .

 *> Fnl-Num / Fnl-Den as a whole percentage, "n/a" when nothing
 *> reached the earlier stage
 Fnl-Format-Pct.
     MOVE SPACES TO Fnl-Pct-Text
     IF Fnl-Den = 0
         MOVE "n/a" TO Fnl-Pct-Text
     ELSE
         COMPUTE Fnl-Pct ROUNDED = Fnl-Num * 100 / Fnl-Den
         MOVE Fnl-Pct TO Fnl-Pct-Edit
         STRING FUNCTION TRIM(Fnl-Pct-Edit) DELIMITED BY SIZE
                "%" DELIMITED BY SIZE
                INTO Fnl-Pct-Text
         END-STRING
     END-IF
     .

 *> Fnl-Num / Fnl-Den to one decimal place, "n/a" when Fnl-Den is 0
 Fnl-Format-Avg.
     MOVE SPACES TO Fnl-Avg-Text
     IF Fnl-Den = 0
         MOVE "n/a" TO Fnl-Avg-Text
     ELSE
         COMPUTE Fnl-Avg ROUNDED = Fnl-Num / Fnl-Den
         MOVE Fnl-Avg TO Fnl-Avg-Edit
         MOVE FUNCTION TRIM(Fnl-Avg-Edit) TO Fnl-Avg-Text
     END-IF
     .

 *> -----------------------------
 *> Postings from the live file, then the archive. Postings an
 *> administrator rejected never took applications and are left out.
 *> -----------------------------
 Fnl-Load-Postings.
     MOVE 0 TO Fnl-Post-Count
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Line TO Fnl-Row-In
                 MOVE 'L' TO Fnl-Text-1
                 PERFORM Fnl-Add-Posting
         END-READ
     END-PERFORM
     CLOSE JOBS-FILE
     OPEN EXTEND JOBS-FILE

     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Archive-Line TO Fnl-Row-In
                 MOVE 'A' TO Fnl-Text-1
                 PERFORM Fnl-Add-Posting
         END-READ
     END-PERFORM
     CLOSE JOBS-ARCHIVE-FILE
     OPEN EXTEND JOBS-ARCHIVE-FILE
     .

 Fnl-Add-Posting.
     MOVE SPACES TO U-Part Job-Title Job-Description
                    Job-Employer Job-Location Job-Salary
                    Job-Closing-Date Job-Posted-Date
     MOVE SPACE TO Job-Approval-In
     UNSTRING Fnl-Row-In DELIMITED BY '|'
         INTO U-Part, Job-Title, Job-Description,
              Job-Employer, Job-Location, Job-Salary,
              Job-Closing-Date, Job-Posted-Date,
              Job-Approval-In
     END-UNSTRING
     IF U-Part = SPACES OR Job-Approval-In = 'R'
         EXIT PARAGRAPH
     END-IF
     IF Fnl-Post-Count >= 300
         MOVE 'Y' TO Fnl-Trunc-Flag
         EXIT PARAGRAPH
     END-IF
     ADD 1 TO Fnl-Post-Count
     MOVE U-Part TO Fnl-Post-Poster(Fnl-Post-Count)
     MOVE Job-Title TO Fnl-Post-Title(Fnl-Post-Count)
     MOVE Job-Employer TO Fnl-Post-Employer(Fnl-Post-Count)
     MOVE Job-Posted-Date TO Fnl-Post-Posted(Fnl-Post-Count)
     MOVE Fnl-Text-1(1:1) TO Fnl-Post-Source(Fnl-Post-Count)
     MOVE SPACES TO Fnl-Post-First-Offer(Fnl-Post-Count)
     MOVE ZEROS TO Fnl-Post-Stats(Fnl-Post-Count)
     .

 *> -----------------------------
 *> Every application on file (not just the in-memory table), tied
 *> to its posting by the apply-time snapshot; Fnl-App-Post stays 0
 *> when no posting on file matches.
 *> -----------------------------
 Fnl-Load-Applications.
     MOVE 0 TO Fnl-App-Count
     CLOSE APPLICATIONS-FILE
     OPEN INPUT APPLICATIONS-FILE
     MOVE 'N' TO APP-EOF
     PERFORM UNTIL APP-EOF = 'Y'
         READ APPLICATIONS-FILE
             AT END
                 MOVE 'Y' TO APP-EOF
             NOT AT END
                 MOVE SPACES TO U-Part Fnl-Job-ID-Part WS-App-Poster-In
                                WS-App-Title-In WS-App-Employer-In
                                WS-App-Status-In WS-App-Status-Date-In
                                WS-App-Deadline-In WS-App-Referrer-In
                 UNSTRING Application-Line DELIMITED BY '|'
                     INTO U-Part, Fnl-Job-ID-Part,
                          WS-App-Poster-In, WS-App-Title-In,
                          WS-App-Employer-In, WS-App-Status-In,
                          WS-App-Status-Date-In, WS-App-Deadline-In,
                          WS-App-Referrer-In
                 END-UNSTRING
                 IF U-Part NOT = SPACES
                     IF Fnl-App-Count < 999
                         PERFORM Fnl-Add-Application
                     ELSE
                         MOVE 'Y' TO Fnl-Trunc-Flag
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE APPLICATIONS-FILE
     OPEN EXTEND APPLICATIONS-FILE
     .

 Fnl-Add-Application.
     ADD 1 TO Fnl-App-Count
     MOVE U-Part TO Fnl-App-User(Fnl-App-Count)
     MOVE FUNCTION NUMVAL(Fnl-Job-ID-Part) TO
          Fnl-App-Job-ID(Fnl-App-Count)
     IF WS-App-Status-In = SPACES
         MOVE "RECEIVED" TO Fnl-App-Status(Fnl-App-Count)
     ELSE
         MOVE WS-App-Status-In TO Fnl-App-Status(Fnl-App-Count)
     END-IF
     MOVE WS-App-Status-Date-In TO Fnl-App-Status-Date(Fnl-App-Count)
     MOVE 0 TO Fnl-App-Top-Stage(Fnl-App-Count)
     MOVE SPACES TO Fnl-App-Last-Status(Fnl-App-Count)
                    Fnl-App-Last-Date(Fnl-App-Count)
                    Fnl-App-Offer-Date(Fnl-App-Count)
     IF WS-App-Referrer-In = SPACES
         MOVE 'N' TO Fnl-App-Referred(Fnl-App-Count)
     ELSE
         MOVE 'Y' TO Fnl-App-Referred(Fnl-App-Count)
     END-IF
     MOVE 0 TO Fnl-App-Post(Fnl-App-Count)
     PERFORM VARYING Fnl-P FROM 1 BY 1 UNTIL Fnl-P > Fnl-Post-Count
         IF Fnl-Post-Poster(Fnl-P) = WS-App-Poster-In AND
            Fnl-Post-Title(Fnl-P) = WS-App-Title-In AND
            Fnl-Post-Employer(Fnl-P) = WS-App-Employer-In
             MOVE Fnl-P TO Fnl-App-Post(Fnl-App-Count)
             EXIT PERFORM
         END-IF
     END-PERFORM
     .

 *> -----------------------------
 *> Walk AppStatusHistory.dat in the order it was written: each row
 *> closes the application's previous status (its days go to that
 *> status's dwell total) and opens the new one.
 *> -----------------------------
 Fnl-Apply-History.
     CLOSE APP-HISTORY-FILE
     OPEN INPUT APP-HISTORY-FILE
     MOVE 'N' TO APPHIST-EOF
     PERFORM UNTIL APPHIST-EOF = 'Y'
         READ APP-HISTORY-FILE
             AT END
                 MOVE 'Y' TO APPHIST-EOF
             NOT AT END
                 MOVE SPACES TO Hist-Applicant-Part Hist-Job-ID-Part
                                Hist-Status-Part Hist-Date-Part
                 UNSTRING App-History-Line DELIMITED BY '|'
                     INTO Hist-Applicant-Part, Hist-Job-ID-Part,
                          Hist-Status-Part, Hist-Date-Part
                 END-UNSTRING
                 PERFORM Fnl-Find-App-For-Hist
                 IF Fnl-A > 0
                     PERFORM Fnl-Apply-One-History-Row
                 END-IF
         END-READ
     END-PERFORM
     CLOSE APP-HISTORY-FILE
     OPEN EXTEND APP-HISTORY-FILE
     .

 Fnl-Find-App-For-Hist.
     MOVE 0 TO Fnl-A
     PERFORM VARYING Fnl-E FROM 1 BY 1 UNTIL Fnl-E > Fnl-App-Count
         IF Fnl-App-User(Fnl-E) = Hist-Applicant-Part AND
            Fnl-App-Job-ID(Fnl-E) = FUNCTION NUMVAL(Hist-Job-ID-Part)
             MOVE Fnl-E TO Fnl-A
             EXIT PERFORM
         END-IF
     END-PERFORM
     .

 Fnl-Apply-One-History-Row.
     MOVE Fnl-App-Post(Fnl-A) TO Fnl-P
     IF Fnl-App-Last-Status(Fnl-A) NOT = SPACES AND Fnl-P > 0
         MOVE Fnl-App-Last-Status(Fnl-A) TO Fnl-Status-Work
         PERFORM Fnl-Stage-Of-Status
         IF Fnl-Stage-Idx >= 1 AND Fnl-Stage-Idx <= 4
             MOVE Fnl-App-Last-Date(Fnl-A) TO Fnl-Date-From
             MOVE Hist-Date-Part TO Fnl-Date-To
             PERFORM Fnl-Days-Between
             IF Fnl-Days-Valid
                 ADD Fnl-Days TO Fnl-PS-Dwell-Days(Fnl-P, Fnl-Stage-Idx)
                 ADD 1 TO Fnl-PS-Dwell-Count(Fnl-P, Fnl-Stage-Idx)
             END-IF
         END-IF
     END-IF

     MOVE Hist-Status-Part TO Fnl-App-Last-Status(Fnl-A)
     MOVE Hist-Date-Part TO Fnl-App-Last-Date(Fnl-A)
     MOVE Hist-Status-Part TO Fnl-Status-Work
     PERFORM Fnl-Stage-Of-Status
     PERFORM Fnl-Raise-Top-Stage
     IF Fnl-Stage-Idx = 4 AND Fnl-App-Offer-Date(Fnl-A) = SPACES
         MOVE Hist-Date-Part TO Fnl-App-Offer-Date(Fnl-A)
     END-IF
     .

 *> an application counts as having reached every stage up to the
 *> furthest one it entered; a straight rejection still got received
 Fnl-Raise-Top-Stage.
     IF Fnl-Stage-Idx >= 1 AND Fnl-Stage-Idx <= 4
         IF Fnl-Stage-Idx > Fnl-App-Top-Stage(Fnl-A)
             MOVE Fnl-Stage-Idx TO Fnl-App-Top-Stage(Fnl-A)
         END-IF
     ELSE
         IF Fnl-App-Top-Stage(Fnl-A) = 0
             MOVE 1 TO Fnl-App-Top-Stage(Fnl-A)
         END-IF
     END-IF
     .

 *> Fnl-Status-Work -> Fnl-Stage-Idx (0 for a status outside the
 *> funnel)
 Fnl-Stage-Of-Status.
     MOVE 0 TO Fnl-Stage-Idx
     PERFORM VARYING Fnl-S FROM 1 BY 1 UNTIL Fnl-S > 5
         IF FUNCTION TRIM(Fnl-Status-Work) = Fnl-Stage-Name(Fnl-S)
             MOVE Fnl-S TO Fnl-Stage-Idx
         END-IF
     END-PERFORM
     *> NEW: the applicant's answer to an offer still counts as the
     *> offer stage
     EVALUATE FUNCTION TRIM(Fnl-Status-Work)
         WHEN "ACCEPTED"
         WHEN "DECLINED"
         WHEN "LAPSED"
             MOVE 4 TO Fnl-Stage-Idx
     END-EVALUATE
     .

 *> whole days from Fnl-Date-From to Fnl-Date-To (YYYYMMDD);
 *> Fnl-Days-Valid is off when either is not a real date or the
 *> dates run backwards
 Fnl-Days-Between.
     SET Fnl-Days-Not-Valid TO TRUE
     MOVE 0 TO Fnl-Days
     IF Fnl-Date-From IS NOT NUMERIC OR Fnl-Date-To IS NOT NUMERIC
         EXIT PARAGRAPH
     END-IF
     IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(Fnl-Date-From))
            NOT = 0 OR
        FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(Fnl-Date-To))
            NOT = 0
         EXIT PARAGRAPH
     END-IF
     IF Fnl-Date-To < Fnl-Date-From
         EXIT PARAGRAPH
     END-IF
     COMPUTE Fnl-Days =
         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Fnl-Date-To))
         - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Fnl-Date-From))
     SET Fnl-Days-Valid TO TRUE
     .

 *> -----------------------------
 *> Roll each application up into its posting: stages reached, the
 *> rejections, and the earliest offer date.
 *> -----------------------------
 Fnl-Tally-Applications.
     PERFORM VARYING Fnl-A FROM 1 BY 1 UNTIL Fnl-A > Fnl-App-Count
         MOVE Fnl-App-Post(Fnl-A) TO Fnl-P
         IF Fnl-P > 0
             *> NEW: an application still open in a stage has been
             *> waiting there since its last history row
             IF Fnl-App-Last-Status(Fnl-A) NOT = SPACES
                 MOVE Fnl-App-Last-Status(Fnl-A) TO Fnl-Status-Work
                 PERFORM Fnl-Stage-Of-Status
                 IF Fnl-Stage-Idx >= 1 AND Fnl-Stage-Idx <= 4 AND
                    FUNCTION TRIM(Fnl-Status-Work) =
                        Fnl-Stage-Name(Fnl-Stage-Idx)
                     MOVE Fnl-App-Last-Date(Fnl-A) TO Fnl-Date-From
                     MOVE WS-Report-Date TO Fnl-Date-To
                     PERFORM Fnl-Days-Between
                     IF Fnl-Days-Valid
                         ADD Fnl-Days TO
                             Fnl-PS-Dwell-Days(Fnl-P, Fnl-Stage-Idx)
                         ADD 1 TO
                             Fnl-PS-Dwell-Count(Fnl-P, Fnl-Stage-Idx)
                     END-IF
                 END-IF
             END-IF
             *> no history rows - the application predates the
             *> history store, so its current status is all we know
             IF Fnl-App-Last-Status(Fnl-A) = SPACES
                 MOVE Fnl-App-Status(Fnl-A) TO Fnl-Status-Work
                 PERFORM Fnl-Stage-Of-Status
                 PERFORM Fnl-Raise-Top-Stage
                 IF Fnl-Stage-Idx = 4
                     MOVE Fnl-App-Status-Date(Fnl-A) TO
                          Fnl-App-Offer-Date(Fnl-A)
                 END-IF
             END-IF
             PERFORM VARYING Fnl-S FROM 1 BY 1
                 UNTIL Fnl-S > Fnl-App-Top-Stage(Fnl-A)
                 ADD 1 TO Fnl-PS-Reached(Fnl-P, Fnl-S)
                 IF Fnl-App-Referred(Fnl-A) = 'Y'
                     ADD 1 TO Fnl-PS-Ref-Reached(Fnl-P, Fnl-S)
                 END-IF
             END-PERFORM
             IF FUNCTION TRIM(Fnl-App-Status(Fnl-A)) = "REJECTED"
                 ADD 1 TO Fnl-PS-Rejected(Fnl-P)
             END-IF
             IF FUNCTION TRIM(Fnl-App-Status(Fnl-A)) = "ACCEPTED"
                 ADD 1 TO Fnl-PS-Accepted(Fnl-P)
             END-IF
             IF Fnl-App-Offer-Date(Fnl-A) NOT = SPACES
                 IF Fnl-Post-First-Offer(Fnl-P) = SPACES OR
                    Fnl-App-Offer-Date(Fnl-A) <
                        Fnl-Post-First-Offer(Fnl-P)
                     MOVE Fnl-App-Offer-Date(Fnl-A) TO
                          Fnl-Post-First-Offer(Fnl-P)
                 END-IF
             END-IF
         END-IF
     END-PERFORM

     PERFORM VARYING Fnl-P FROM 1 BY 1 UNTIL Fnl-P > Fnl-Post-Count
         IF Fnl-Post-First-Offer(Fnl-P) NOT = SPACES
             MOVE Fnl-Post-Posted(Fnl-P) TO Fnl-Date-From
             MOVE Fnl-Post-First-Offer(Fnl-P) TO Fnl-Date-To
             PERFORM Fnl-Days-Between
             IF Fnl-Days-Valid
                 MOVE Fnl-Days TO Fnl-PS-Offer-Days(Fnl-P)
                 MOVE 1 TO Fnl-PS-Offer-Count(Fnl-P)
             END-IF
         END-IF
     END-PERFORM
     .

 *> -----------------------------
 *> Interviews.dat: every row is a set of proposed slots; status C
 *> means the applicant confirmed one.
 *> -----------------------------
 Fnl-Tally-Interviews.
     CLOSE INTERVIEWS-FILE
     OPEN INPUT INTERVIEWS-FILE
     MOVE 'N' TO IVW-EOF
     PERFORM UNTIL IVW-EOF = 'Y'
         READ INTERVIEWS-FILE
             AT END
                 MOVE 'Y' TO IVW-EOF
             NOT AT END
                 MOVE SPACES TO Ivw-Applicant-Part Ivw-Job-ID-Part
                                Ivw-Poster-Part
                 MOVE SPACE TO Ivw-Status-Part
                 UNSTRING Interview-Line DELIMITED BY '|'
                     INTO Ivw-Applicant-Part, Ivw-Job-ID-Part,
                          Ivw-Poster-Part, Ivw-Slot(1),
                          Ivw-Slot(2), Ivw-Slot(3),
                          Ivw-Status-Part
                 END-UNSTRING
                 MOVE Ivw-Applicant-Part TO Hist-Applicant-Part
                 MOVE Ivw-Job-ID-Part TO Hist-Job-ID-Part
                 PERFORM Fnl-Find-App-For-Hist
                 IF Fnl-A > 0
                     MOVE Fnl-App-Post(Fnl-A) TO Fnl-P
                     IF Fnl-P > 0
                         ADD 1 TO Fnl-PS-Ivw-Proposed(Fnl-P)
                         IF Ivw-Status-Part = 'C'
                             ADD 1 TO Fnl-PS-Ivw-Confirmed(Fnl-P)
                         END-IF
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE INTERVIEWS-FILE
     OPEN EXTEND INTERVIEWS-FILE
     .

 *> -----------------------------
 *> One total per posting account, summed from its postings.
 *> -----------------------------
 Fnl-Total-Employers.
     MOVE 0 TO Fnl-Emp-Count
     PERFORM VARYING Fnl-P FROM 1 BY 1 UNTIL Fnl-P > Fnl-Post-Count
         MOVE 0 TO Fnl-E
         PERFORM VARYING Fnl-A FROM 1 BY 1 UNTIL Fnl-A > Fnl-Emp-Count
             IF Fnl-Emp-Poster(Fnl-A) = Fnl-Post-Poster(Fnl-P)
                 MOVE Fnl-A TO Fnl-E
                 EXIT PERFORM
             END-IF
         END-PERFORM
         IF Fnl-E = 0
             IF Fnl-Emp-Count < 99
                 ADD 1 TO Fnl-Emp-Count
                 MOVE Fnl-Emp-Count TO Fnl-E
                 MOVE Fnl-Post-Poster(Fnl-P) TO Fnl-Emp-Poster(Fnl-E)
                 MOVE 0 TO Fnl-Emp-Postings(Fnl-E)
                 MOVE ZEROS TO Fnl-Emp-Stats(Fnl-E)
             ELSE
                 MOVE 'Y' TO Fnl-Trunc-Flag
             END-IF
         END-IF
         IF Fnl-E > 0
             ADD 1 TO Fnl-Emp-Postings(Fnl-E)
             PERFORM VARYING Fnl-S FROM 1 BY 1 UNTIL Fnl-S > 4
                 ADD Fnl-PS-Reached(Fnl-P, Fnl-S) TO
                     Fnl-ES-Reached(Fnl-E, Fnl-S)
                 ADD Fnl-PS-Dwell-Days(Fnl-P, Fnl-S) TO
                     Fnl-ES-Dwell-Days(Fnl-E, Fnl-S)
                 ADD Fnl-PS-Dwell-Count(Fnl-P, Fnl-S) TO
                     Fnl-ES-Dwell-Count(Fnl-E, Fnl-S)
                 ADD Fnl-PS-Ref-Reached(Fnl-P, Fnl-S) TO
                     Fnl-ES-Ref-Reached(Fnl-E, Fnl-S)
             END-PERFORM
             ADD Fnl-PS-Rejected(Fnl-P) TO Fnl-ES-Rejected(Fnl-E)
             ADD Fnl-PS-Accepted(Fnl-P) TO Fnl-ES-Accepted(Fnl-E)
             ADD Fnl-PS-Ivw-Proposed(Fnl-P) TO
                 Fnl-ES-Ivw-Proposed(Fnl-E)
             ADD Fnl-PS-Ivw-Confirmed(Fnl-P) TO
                 Fnl-ES-Ivw-Confirmed(Fnl-E)
             ADD Fnl-PS-Offer-Days(Fnl-P) TO Fnl-ES-Offer-Days(Fnl-E)
             ADD Fnl-PS-Offer-Count(Fnl-P) TO Fnl-ES-Offer-Count(Fnl-E)
         END-IF
     END-PERFORM
     .

 *> ================================
 *> NEW: View My Applications Report
 *> ================================
 View-My-Applications.
     MOVE "--- Your Job Applications ---" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO WS-MSG
     STRING "Application Summary for " DELIMITED BY SIZE
            FUNCTION TRIM(UserName) DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE "------------------------------" TO WS-MSG
     PERFORM OUT-MSG

     *> Load jobs into memory first
     PERFORM Load-Jobs-First-Page
     *> NEW: never offer a response to an offer that has lapsed
     PERFORM Lapse-Expired-Offers

     *> Count and display user's applications
     MOVE 0 TO User-App-Count
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Application-Count
         IF App-Username(I) = UserName
             ADD 1 TO User-App-Count
             PERFORM Display-Application-Entry
         END-IF
     END-PERFORM

     IF User-App-Count = 0
         MOVE "You have not applied to any jobs yet." TO WS-MSG
         PERFORM OUT-MSG
     ELSE
         MOVE "------------------------------" TO WS-MSG
         PERFORM OUT-MSG
         MOVE SPACES TO WS-MSG
         STRING "Total Applications: " DELIMITED BY SIZE
                User-App-Count DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF

     MOVE "------------------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Display-Application-Entry.
     *> Find the job details for this application, validating the
     *> poster/title/employer snapshot taken at application time against
     *> the current row - the same check Reconcile-Applications-Report
     *> runs nightly - since Job-ID is only a posting's read-order
     *> position and can drift once a withdrawal compacts the file.
     PERFORM Check-App-Job-Match

     IF Recon-Job-Matches
         MOVE SPACES TO WS-MSG
         STRING "Job Title: " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Title-Store(J)) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG

         MOVE SPACES TO WS-MSG
         STRING "Employer: " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Employer-Store(J)) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG

         MOVE SPACES TO WS-MSG
         STRING "Location: " DELIMITED BY SIZE
                FUNCTION TRIM(Job-Location-Store(J)) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     ELSE
         MOVE SPACES TO WS-MSG
         STRING "Job Title: " DELIMITED BY SIZE
                FUNCTION TRIM(App-Job-Title(I)) DELIMITED BY SIZE
                " (posting no longer available)" DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG

         MOVE SPACES TO WS-MSG
         STRING "Employer: " DELIMITED BY SIZE
                FUNCTION TRIM(App-Job-Employer(I)) DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF

     *> NEW: show where the application stands, and since when
     PERFORM Format-App-Status
     MOVE SPACES TO WS-MSG
     IF App-Status-Date(I) = SPACES
         STRING "Status: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-App-Status-Label) DELIMITED BY SIZE
                INTO WS-MSG
     ELSE
         STRING "Status: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-App-Status-Label) DELIMITED BY SIZE
                " (as of " DELIMITED BY SIZE
                App-Status-Date(I) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-MSG
     END-IF
     PERFORM OUT-MSG

     *> NEW: interview scheduling - show the confirmed slot, or let
     *> the applicant pick one of the poster's proposed slots
     IF App-Is-Interview(I)
         MOVE App-Username(I) TO Ivw-Applicant
         MOVE App-Job-ID(I) TO Ivw-Job-ID
         PERFORM Find-Interview-For-App
         IF Ivw-Found
             IF Ivw-Is-Confirmed
                 MOVE SPACES TO WS-MSG
                 STRING "Interview confirmed for " DELIMITED BY SIZE
                        FUNCTION TRIM(Ivw-Chosen) DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        INTO WS-MSG
                 PERFORM OUT-MSG
             ELSE
                 PERFORM Prompt-Accept-Interview-Slot
             END-IF
         END-IF
     END-IF

     *> NEW: an open offer is answered right here
     IF App-Is-Offer(I)
         PERFORM Prompt-Offer-Response
     END-IF

     MOVE "---" TO WS-MSG
     PERFORM OUT-MSG
     .

 *> ================================
 *> NEW: View My Postings' Applicants
 *> ================================
 View-My-Postings-Applicants.
     MOVE "--- Applicants To Your Postings ---" TO WS-MSG
     PERFORM OUT-MSG

     PERFORM Load-Jobs-First-Page

     MOVE 0 TO Total-Applicant-Count
     MOVE 'N' TO WS-Jobs-Scan-Done
     PERFORM UNTIL WS-Jobs-Scan-Done = 'Y'
         PERFORM VARYING J FROM 1 BY 1 UNTIL J > Job-Count
             IF Job-Poster(J) = UserName
                 PERFORM Display-Applicants-For-Posting
             END-IF
         END-PERFORM
         IF WS-Jobs-Page < WS-Jobs-Page-Count
             PERFORM Load-Jobs-Next-Page
         ELSE
             MOVE 'Y' TO WS-Jobs-Scan-Done
         END-IF
     END-PERFORM

     IF Total-Applicant-Count = 0
         MOVE "You have no postings with applicants yet." TO WS-MSG
         PERFORM OUT-MSG
     END-IF

     MOVE "------------------------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Display-Applicants-For-Posting.
     MOVE 0 TO User-App-Count
     MOVE 0 TO Applicant-Entry-Count
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Application-Count
         SET Recon-Job-Does-Not-Match TO TRUE
         IF App-Job-ID(I) = Job-ID(J) AND
            App-Job-Poster(I) = Job-Poster(J) AND
            App-Job-Title(I) = Job-Title-Store(J) AND
            App-Job-Employer(I) = Job-Employer-Store(J)
             SET Recon-Job-Matches TO TRUE
         END-IF
         IF Recon-Job-Matches
             IF User-App-Count = 0
                 MOVE SPACES TO WS-MSG
                 STRING "Posting: " DELIMITED BY SIZE
                        FUNCTION TRIM(Job-Title-Store(J)) DELIMITED BY SIZE
                        " at " DELIMITED BY SIZE
                        FUNCTION TRIM(Job-Employer-Store(J)) DELIMITED BY SIZE
                        INTO WS-MSG
                 PERFORM OUT-MSG
             END-IF
             ADD 1 TO User-App-Count
             ADD 1 TO Total-Applicant-Count
             ADD 1 TO Applicant-Entry-Count
             MOVE I TO Appl-Index(Applicant-Entry-Count)
             PERFORM Format-App-Status
             MOVE App-Username(I) TO Target-Username
             PERFORM Find-Profile-For-Network
             IF Profile-Exists
                 MOVE SPACES TO WS-MSG
                 STRING "  " DELIMITED BY SIZE
                        Applicant-Entry-Count DELIMITED BY SIZE
                        ". " DELIMITED BY SIZE
                        FUNCTION TRIM(Temp-First-Name) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(Temp-Last-Name) DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
                        "), " DELIMITED BY SIZE
                        FUNCTION TRIM(Temp-University) DELIMITED BY SIZE
                        ", " DELIMITED BY SIZE
                        FUNCTION TRIM(Temp-Major) DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-App-Status-Label) DELIMITED BY SIZE
                        INTO WS-MSG
                 PERFORM OUT-MSG
             ELSE
                 MOVE SPACES TO WS-MSG
                 STRING "  " DELIMITED BY SIZE
                        Applicant-Entry-Count DELIMITED BY SIZE
                        ". " DELIMITED BY SIZE
                        FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-App-Status-Label) DELIMITED BY SIZE
                        INTO WS-MSG
                 PERFORM OUT-MSG
             END-IF
             *> NEW: the registrar's verified badge
             MOVE App-Username(I) TO Enr-Lookup-User
             PERFORM Check-Enrollment-Verified
             IF Enr-User-Verified
                 MOVE SPACES TO WS-MSG
                 STRING "     [Verified student - " DELIMITED BY SIZE
                        FUNCTION TRIM(Enr-Verified-Univ) DELIMITED BY SIZE
                        "]" DELIMITED BY SIZE
                        INTO WS-MSG
                 END-STRING
                 PERFORM OUT-MSG
             END-IF
             *> NEW: flag whether this application carried a resume
             MOVE App-Username(I) TO Rsm-Applicant
             MOVE App-Job-ID(I) TO Rsm-Job-ID
             PERFORM Load-App-Resume
             IF Rsm-Line-Count > 0
                 MOVE SPACES TO WS-MSG
                 STRING "     Resume attached (" DELIMITED BY SIZE
                        Rsm-Line-Count DELIMITED BY SIZE
                        " line(s))." DELIMITED BY SIZE
                        INTO WS-MSG
                 PERFORM OUT-MSG
             ELSE
                 MOVE "     No resume attached." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
             *> NEW: the screening answers given with the application
             MOVE App-Username(I) TO Scr-Applicant
             MOVE App-Job-ID(I) TO Scr-Job-ID
             PERFORM Show-Screening-Answers
             *> NEW: who referred the applicant, with their note
             IF App-Referrer(I) NOT = SPACES
                 MOVE App-Referrer(I) TO Ref-Key-Referrer
                 MOVE App-Username(I) TO Ref-Key-Referred
                 MOVE App-Job-ID(I) TO Ref-Key-Job-ID
                 MOVE App-Job-Poster(I) TO Ref-Key-Poster
                 MOVE App-Job-Title(I) TO Ref-Key-Title
                 PERFORM Find-Referral
                 MOVE SPACES TO WS-MSG
                 IF Ref-Note = SPACES
                     STRING "     Referred by " DELIMITED BY SIZE
                            FUNCTION TRIM(App-Referrer(I))
                                DELIMITED BY SIZE
                            "." DELIMITED BY SIZE
                            INTO WS-MSG
                 ELSE
                     STRING "     Referred by " DELIMITED BY SIZE
                            FUNCTION TRIM(App-Referrer(I))
                                DELIMITED BY SIZE
                            ": " DELIMITED BY SIZE
                            FUNCTION TRIM(Ref-Note) DELIMITED BY SIZE
                            INTO WS-MSG
                 END-IF
                 PERFORM OUT-MSG
             END-IF
             *> NEW: show where interview scheduling stands for this
             *> applicant, so the poster sees the confirmed slot too
             IF App-Is-Interview(I)
                 MOVE App-Username(I) TO Ivw-Applicant
                 MOVE App-Job-ID(I) TO Ivw-Job-ID
                 PERFORM Find-Interview-For-App
                 IF Ivw-Found
                     MOVE SPACES TO WS-MSG
                     IF Ivw-Is-Confirmed
                         STRING "     Interview confirmed for "
                                    DELIMITED BY SIZE
                                FUNCTION TRIM(Ivw-Chosen)
                                    DELIMITED BY SIZE
                                "." DELIMITED BY SIZE
                                INTO WS-MSG
                     ELSE
                         MOVE "     Interview slots proposed - awaiting the applicant's choice." TO WS-MSG
                     END-IF
                     PERFORM OUT-MSG
                 END-IF
             END-IF
         END-IF
     END-PERFORM

     *> NEW: let the poster move an application through the workflow
     IF Applicant-Entry-Count > 0
         PERFORM Prompt-Applicant-Status-Update
     END-IF
     .

 *> -----------------------------
 *> NEW: poster picks an applicant from the listing above and assigns
 *> a new status; the change is stamped with today's date and saved
 *> so the applicant sees it in View-My-Applications.
 *> -----------------------------
 Prompt-Applicant-Status-Update.
     MOVE 99 TO Applicant-Pick
     PERFORM UNTIL Applicant-Pick = 0 OR EOF-IN = "Y"
         MOVE "Enter applicant number to update status, or 0 to continue: " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO Applicant-Pick
             IF Applicant-Pick > 0 AND
                Applicant-Pick <= Applicant-Entry-Count
                 MOVE Appl-Index(Applicant-Pick) TO I
                 PERFORM Set-Application-Status
             ELSE IF Applicant-Pick NOT = 0
                 MOVE "Invalid applicant number." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM
     .

 Set-Application-Status.
     *> NEW: put the attached resume in front of the poster before
     *> they decide where the application goes
     MOVE App-Username(I) TO Rsm-Applicant
     MOVE App-Job-ID(I) TO Rsm-Job-ID
     PERFORM Load-App-Resume
     IF Rsm-Line-Count > 0
         PERFORM Display-App-Resume
     END-IF
     MOVE App-Username(I) TO Scr-Applicant
     MOVE App-Job-ID(I) TO Scr-Job-ID
     PERFORM Show-Screening-Answers
     *> NEW: an accepted, declined or lapsed offer is final - a change
     *> here would orphan or duplicate the placement record
     IF App-Is-Accepted(I) OR App-Is-Declined(I) OR App-Is-Lapsed(I)
         MOVE SPACES TO WS-MSG
         STRING "This application is " DELIMITED BY SIZE
                FUNCTION TRIM(App-Status(I)) DELIMITED BY SIZE
                " - a final status that cannot be changed." DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE "1. Received" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Under Review" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Interview" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. Offer" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "5. Rejected" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter the new status: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         *> NEW: remember the prior status for the change audit
         MOVE App-Status(I) TO CA-Old-Value
         EVALUATE WS-INPUT-VALUE
             WHEN "1"
                 MOVE "RECEIVED" TO App-Status(I)
             WHEN "2"
                 MOVE "REVIEW" TO App-Status(I)
             WHEN "3"
                 MOVE "INTERVIEW" TO App-Status(I)
             WHEN "4"
                 MOVE "OFFER" TO App-Status(I)
             WHEN "5"
                 MOVE "REJECTED" TO App-Status(I)
             WHEN OTHER
                 MOVE "Invalid choice - status left unchanged." TO WS-MSG
                 PERFORM OUT-MSG
                 EXIT PARAGRAPH
         END-EVALUATE
         *> NEW: an offer carries a response deadline, after which
         *> it lapses; any other status clears it
         IF App-Is-Offer(I)
             PERFORM Prompt-Offer-Deadline
         ELSE
             MOVE SPACES TO App-Offer-Deadline(I)
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO App-Status-Date(I)
         PERFORM Rewrite-Applications-File
         MOVE App-Username(I) TO Hist-Applicant
         MOVE App-Job-ID(I) TO Hist-Job-ID
         MOVE App-Status(I) TO Hist-Status
         PERFORM Append-App-Status-History
         PERFORM Format-App-Status
         MOVE SPACES TO WS-MSG
         STRING "Application for " DELIMITED BY SIZE
                FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
                " set to " DELIMITED BY SIZE
                FUNCTION TRIM(WS-App-Status-Label) DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
         *> NEW: who changed the status, and from what to what
         MOVE "APPSTATUS" TO CA-Action
         MOVE SPACES TO CA-Target
         STRING FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
                "/job " DELIMITED BY SIZE
                App-Job-ID(I) DELIMITED BY SIZE
                INTO CA-Target
         END-STRING
         MOVE App-Status(I) TO CA-New-Value
         PERFORM Write-Change-Audit
         *> NEW: the applicant hears about the status change on next
         *> login instead of stumbling across it
         MOVE App-Username(I) TO Event-Recipient
         MOVE SPACES TO Event-Text
         IF App-Is-Offer(I)
             STRING "You have an offer for " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Job-Title(I)) DELIMITED BY SIZE
                    " at " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Job-Employer(I)) DELIMITED BY SIZE
                    ". Accept or decline it in View My Applications by "
                        DELIMITED BY SIZE
                    App-Offer-Deadline(I) DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                    INTO Event-Text
             END-STRING
         ELSE
             STRING "Your application for " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Job-Title(I)) DELIMITED BY SIZE
                    " at " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Job-Employer(I)) DELIMITED BY SIZE
                    " is now " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-App-Status-Label) DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                    INTO Event-Text
             END-STRING
         END-IF
         PERFORM Append-Event
         *> NEW: moving an application to INTERVIEW is where scheduling
         *> starts - propose slots right here instead of falling back
         *> to free-text messages
         IF App-Is-Interview(I)
             MOVE App-Username(I) TO Ivw-Applicant
             MOVE App-Job-ID(I) TO Ivw-Job-ID
             MOVE UserName TO Ivw-Poster
             PERFORM Propose-Interview-Slots
         END-IF
     END-IF
     .

 *> ===============================================================
 *> NEW: interview scheduling. The poster proposes up to three
 *> date/time slots against an application (one Interviews.dat row
 *> per application, keyed applicant+jobid); the applicant accepts
 *> one in View-My-Applications and both sides see the confirmed
 *> slot afterwards. The daily report counts confirmed rows, so the
 *> career office sees interviews actually scheduled rather than
 *> statuses set.
 *> ===============================================================
 Propose-Interview-Slots.
     MOVE "How many interview slots to propose (1-3)? " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO Ivw-Slot-Count
     IF Ivw-Slot-Count > 3
         MOVE 3 TO Ivw-Slot-Count
     END-IF
     IF Ivw-Slot-Count < 1
         MOVE 1 TO Ivw-Slot-Count
     END-IF

     MOVE SPACES TO Ivw-Slots Ivw-Chosen
     PERFORM VARYING Ivw-Slot-Idx FROM 1 BY 1
         UNTIL Ivw-Slot-Idx > Ivw-Slot-Count
         MOVE SPACES TO WS-MSG
         STRING "Enter slot " DELIMITED BY SIZE
                Ivw-Slot-Idx DELIMITED BY SIZE
                " (e.g. 20261115 1400): " DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN = "Y"
             EXIT PARAGRAPH
         END-IF
         MOVE FUNCTION TRIM(InLine) TO Ivw-Slot(Ivw-Slot-Idx)
     END-PERFORM

     MOVE 'P' TO Ivw-Status
     PERFORM Save-Interview-Row
     MOVE "Interview slots proposed - the applicant will pick one in View My Applications." TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Load the Interviews.dat row for Ivw-Applicant + Ivw-Job-ID, if
 *> one exists (at most one per application).
 *> -----------------------------
 Find-Interview-For-App.
     SET Ivw-Not-Found TO TRUE
     CLOSE INTERVIEWS-FILE
     OPEN INPUT INTERVIEWS-FILE
     MOVE 'N' TO IVW-EOF

     PERFORM UNTIL IVW-EOF = 'Y'
         READ INTERVIEWS-FILE
             AT END
                 MOVE 'Y' TO IVW-EOF
             NOT AT END
                 MOVE SPACES TO Ivw-Applicant-Part Ivw-Job-ID-Part
                 UNSTRING Interview-Line DELIMITED BY '|'
                     INTO Ivw-Applicant-Part, Ivw-Job-ID-Part
                 END-UNSTRING
                 IF Ivw-Applicant-Part = Ivw-Applicant AND
                    FUNCTION NUMVAL(Ivw-Job-ID-Part) = Ivw-Job-ID
                     SET Ivw-Found TO TRUE
                     MOVE SPACES TO Ivw-Applicant-Part Ivw-Job-ID-Part
                                    Ivw-Poster-Part Ivw-Slots
                                    Ivw-Chosen-Part
                     MOVE SPACE TO Ivw-Status-Part
                     UNSTRING Interview-Line DELIMITED BY '|'
                         INTO Ivw-Applicant-Part, Ivw-Job-ID-Part,
                              Ivw-Poster-Part, Ivw-Slot(1),
                              Ivw-Slot(2), Ivw-Slot(3),
                              Ivw-Status-Part, Ivw-Chosen-Part
                     END-UNSTRING
                     MOVE Ivw-Poster-Part TO Ivw-Poster
                     MOVE Ivw-Status-Part TO Ivw-Status
                     MOVE Ivw-Chosen-Part TO Ivw-Chosen
                 END-IF
         END-READ
     END-PERFORM

     CLOSE INTERVIEWS-FILE
     OPEN EXTEND INTERVIEWS-FILE
     .

 *> -----------------------------
 *> Persist the current Ivw-* fields, replacing any prior row for the
 *> same applicant+jobid - the usual rewrite-through-tmp dance.
 *> -----------------------------
 Save-Interview-Row.
     CLOSE INTERVIEWS-FILE
     OPEN INPUT INTERVIEWS-FILE
     OPEN OUTPUT INTERVIEWS-TMP-FILE
     MOVE 'N' TO IVW-EOF

     PERFORM UNTIL IVW-EOF = 'Y'
         READ INTERVIEWS-FILE
             AT END
                 MOVE 'Y' TO IVW-EOF
             NOT AT END
                 MOVE SPACES TO Ivw-Applicant-Part Ivw-Job-ID-Part
                 UNSTRING Interview-Line DELIMITED BY '|'
                     INTO Ivw-Applicant-Part, Ivw-Job-ID-Part
                 END-UNSTRING
                 IF Ivw-Applicant-Part NOT = Ivw-Applicant OR
                    FUNCTION NUMVAL(Ivw-Job-ID-Part) NOT = Ivw-Job-ID
                     MOVE Interview-Line TO Interview-Tmp-Line
                     WRITE Interview-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE ALL SPACES TO Interview-Tmp-Line
     STRING
         FUNCTION TRIM(Ivw-Applicant)   DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         Ivw-Job-ID                     DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(Ivw-Poster)      DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(Ivw-Slot(1))     DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(Ivw-Slot(2))     DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(Ivw-Slot(3))     DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         Ivw-Status                     DELIMITED BY SIZE
         "|" DELIMITED BY SIZE
         FUNCTION TRIM(Ivw-Chosen)      DELIMITED BY SIZE
         INTO Interview-Tmp-Line
     END-STRING
     WRITE Interview-Tmp-Line

     MOVE WS-Rewrite-Trailer TO Interview-Tmp-Line
     WRITE Interview-Tmp-Line

     CLOSE INTERVIEWS-FILE
     CLOSE INTERVIEWS-TMP-FILE

     PERFORM Copy-Interviews-Tmp-Back
     .

 *> -----------------------------
 *> Applicant side: show the proposed slots for Application(I) and
 *> let the applicant accept one.
 *> -----------------------------
 Prompt-Accept-Interview-Slot.
     MOVE "The poster has proposed interview slots:" TO WS-MSG
     PERFORM OUT-MSG
     PERFORM VARYING Ivw-Slot-Idx FROM 1 BY 1 UNTIL Ivw-Slot-Idx > 3
         IF Ivw-Slot(Ivw-Slot-Idx) NOT = SPACES
             MOVE SPACES TO WS-MSG
             STRING "  " DELIMITED BY SIZE
                    Ivw-Slot-Idx DELIMITED BY SIZE
                    ". " DELIMITED BY SIZE
                    FUNCTION TRIM(Ivw-Slot(Ivw-Slot-Idx))
                        DELIMITED BY SIZE
                    INTO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-PERFORM
     MOVE "Enter the slot number to accept, or 0 to decide later: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO Ivw-Pick
     IF Ivw-Pick = 0
         EXIT PARAGRAPH
     END-IF
     IF Ivw-Pick > 3 OR Ivw-Slot(Ivw-Pick) = SPACES
         MOVE "Invalid slot number - nothing accepted." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE Ivw-Slot(Ivw-Pick) TO Ivw-Chosen
     MOVE 'C' TO Ivw-Status
     PERFORM Save-Interview-Row
     MOVE SPACES TO WS-MSG
     STRING "Interview confirmed for " DELIMITED BY SIZE
            FUNCTION TRIM(Ivw-Chosen) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Confirmed interviews on file, for the daily report.
 *> -----------------------------
 Count-Confirmed-Interviews.
     MOVE 0 TO WS-Rpt-Interviews
     CLOSE INTERVIEWS-FILE
     OPEN INPUT INTERVIEWS-FILE
     MOVE 'N' TO IVW-EOF
     PERFORM UNTIL IVW-EOF = 'Y'
         READ INTERVIEWS-FILE
             AT END
                 MOVE 'Y' TO IVW-EOF
             NOT AT END
                 MOVE SPACES TO Ivw-Applicant-Part Ivw-Job-ID-Part
                                Ivw-Poster-Part
                 MOVE SPACE TO Ivw-Status-Part
                 UNSTRING Interview-Line DELIMITED BY '|'
                     INTO Ivw-Applicant-Part, Ivw-Job-ID-Part,
                          Ivw-Poster-Part, Ivw-Slot(1),
                          Ivw-Slot(2), Ivw-Slot(3),
                          Ivw-Status-Part
                 END-UNSTRING
                 IF Ivw-Status-Part = 'C'
                     ADD 1 TO WS-Rpt-Interviews
                 END-IF
         END-READ
     END-PERFORM
     CLOSE INTERVIEWS-FILE
     OPEN EXTEND INTERVIEWS-FILE
     .

 *> ===============================================================
 *> NEW: offer responses. The poster sets a response deadline when
 *> moving an application to OFFER; the applicant accepts or
 *> declines it from View My Applications, and an offer still open
 *> after its deadline lapses. Accepting writes a permanent
 *> Placements.dat row (the source of the university's
 *> first-destination extract) and tells the posters of the
 *> applicant's other open applications.
 *> ===============================================================
 Prompt-Offer-Deadline.
     MOVE FUNCTION CURRENT-DATE(1:8) TO Offer-Today
     MOVE Offer-Today TO Offer-Date-Int
     COMPUTE Offer-Date-Int = FUNCTION DATE-OF-INTEGER(
         FUNCTION INTEGER-OF-DATE(Offer-Date-Int)
         + WS-Offer-Response-Days)
     MOVE Offer-Date-Int TO Offer-Default-Deadline
     MOVE Offer-Default-Deadline TO App-Offer-Deadline(I)

     MOVE SPACES TO WS-MSG
     STRING "Respond-by date for this offer (YYYYMMDD), or press Enter for "
                DELIMITED BY SIZE
            Offer-Default-Deadline DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR InLine = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Plc-Start-Date
     PERFORM Check-Offer-Date
     IF Offer-Date-Valid AND Plc-Start-Date >= Offer-Today
         MOVE Plc-Start-Date TO App-Offer-Deadline(I)
     ELSE
         MOVE SPACES TO WS-MSG
         STRING "Invalid date - the offer deadline is " DELIMITED BY SIZE
                Offer-Default-Deadline DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> -----------------------------
 *> Plc-Start-Date holds a real calendar date (YYYYMMDD)?
 *> -----------------------------
 Check-Offer-Date.
     SET Offer-Date-Not-Valid TO TRUE
     IF Plc-Start-Date IS NUMERIC
         MOVE Plc-Start-Date TO Offer-Date-Int
         IF FUNCTION TEST-DATE-YYYYMMDD(Offer-Date-Int) = 0
             SET Offer-Date-Valid TO TRUE
         END-IF
     END-IF
     .

 Prompt-Offer-Response.
     MOVE SPACES TO WS-MSG
     STRING "You have an offer for this position - respond by "
                DELIMITED BY SIZE
            App-Offer-Deadline(I) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     MOVE "1. Accept this offer" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Decline this offer" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "0. Decide later" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     EVALUATE WS-INPUT-VALUE
         WHEN "1"
             PERFORM Accept-Job-Offer
         WHEN "2"
             PERFORM Decline-Job-Offer
         WHEN "0"
             CONTINUE
         WHEN OTHER
             MOVE "Invalid choice - the offer is still open." TO WS-MSG
             PERFORM OUT-MSG
     END-EVALUATE
     .

 Accept-Job-Offer.
     MOVE SPACES TO Plc-Start-Date
     SET Offer-Date-Not-Valid TO TRUE
     PERFORM UNTIL Offer-Date-Valid OR EOF-IN = "Y"
         MOVE "Enter your agreed start date (YYYYMMDD): " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE FUNCTION TRIM(InLine) TO Plc-Start-Date
             PERFORM Check-Offer-Date
             IF Offer-Date-Not-Valid
                 MOVE "Invalid date. Please use YYYYMMDD." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM
     IF Offer-Date-Not-Valid
         EXIT PARAGRAPH
     END-IF

     MOVE App-Status(I) TO CA-Old-Value
     MOVE "ACCEPTED" TO App-Status(I)
     MOVE FUNCTION CURRENT-DATE(1:8) TO App-Status-Date(I)
     PERFORM Rewrite-Applications-File
     MOVE App-Username(I) TO Hist-Applicant
     MOVE App-Job-ID(I) TO Hist-Job-ID
     MOVE App-Status(I) TO Hist-Status
     PERFORM Append-App-Status-History

     PERFORM Find-Posting-For-Placement
     PERFORM Append-Placement-Record

     MOVE "OFFERACCEPT" TO CA-Action
     MOVE SPACES TO CA-Target
     STRING FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
            "/job " DELIMITED BY SIZE
            App-Job-ID(I) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE App-Status(I) TO CA-New-Value
     PERFORM Write-Change-Audit

     MOVE App-Job-Poster(I) TO Event-Recipient
     MOVE SPACES TO Event-Text
     STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
            " accepted your offer for " DELIMITED BY SIZE
            FUNCTION TRIM(App-Job-Title(I)) DELIMITED BY SIZE
            " - start date " DELIMITED BY SIZE
            Plc-Start-Date DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO Event-Text
     END-STRING
     PERFORM Append-Event

     PERFORM Notify-Other-Open-Posters

     MOVE "Offer accepted - congratulations! Your placement has been recorded."
         TO WS-MSG
     PERFORM OUT-MSG
     .

 Decline-Job-Offer.
     MOVE App-Status(I) TO CA-Old-Value
     MOVE "DECLINED" TO App-Status(I)
     MOVE FUNCTION CURRENT-DATE(1:8) TO App-Status-Date(I)
     PERFORM Rewrite-Applications-File
     MOVE App-Username(I) TO Hist-Applicant
     MOVE App-Job-ID(I) TO Hist-Job-ID
     MOVE App-Status(I) TO Hist-Status
     PERFORM Append-App-Status-History

     MOVE "OFFERDECLINE" TO CA-Action
     MOVE SPACES TO CA-Target
     STRING FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
            "/job " DELIMITED BY SIZE
            App-Job-ID(I) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE App-Status(I) TO CA-New-Value
     PERFORM Write-Change-Audit

     MOVE App-Job-Poster(I) TO Event-Recipient
     MOVE SPACES TO Event-Text
     STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
            " declined your offer for " DELIMITED BY SIZE
            FUNCTION TRIM(App-Job-Title(I)) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO Event-Text
     END-STRING
     PERFORM Append-Event

     MOVE "Offer declined." TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Location and salary for the placement: from the live posting when
 *> the apply-time snapshot still matches it, otherwise from the
 *> archived row with the same poster/title/employer.
 *> -----------------------------
 Find-Posting-For-Placement.
     MOVE SPACES TO Plc-Location Plc-Salary
     PERFORM Check-App-Job-Match
     IF Recon-Job-Matches
         MOVE Job-Location-Store(J) TO Plc-Location
         MOVE Job-Salary-Store(J) TO Plc-Salary
         EXIT PARAGRAPH
     END-IF

     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Archive-Line TO Plc-Arch-Row
                 MOVE SPACES TO Plc-Arch-Poster Plc-Arch-Title
                                Plc-Arch-Desc Plc-Arch-Employer
                                Plc-Arch-Location Plc-Arch-Salary
                 UNSTRING Plc-Arch-Row DELIMITED BY '|'
                     INTO Plc-Arch-Poster, Plc-Arch-Title,
                          Plc-Arch-Desc, Plc-Arch-Employer,
                          Plc-Arch-Location, Plc-Arch-Salary
                 END-UNSTRING
                 IF Plc-Arch-Poster = App-Job-Poster(I) AND
                    Plc-Arch-Title = App-Job-Title(I) AND
                    Plc-Arch-Employer = App-Job-Employer(I)
                     MOVE Plc-Arch-Location TO Plc-Location
                     MOVE Plc-Arch-Salary TO Plc-Salary
                 END-IF
         END-READ
     END-PERFORM
     CLOSE JOBS-ARCHIVE-FILE
     OPEN EXTEND JOBS-ARCHIVE-FILE
     .

 Append-Placement-Record.
     MOVE ALL SPACES TO Placement-Line
     STRING FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(App-Job-Poster(I)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            App-Job-ID(I) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(App-Job-Title(I)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(App-Job-Employer(I)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Plc-Location) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Plc-Salary) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Plc-Start-Date DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            App-Status-Date(I) DELIMITED BY SIZE
            INTO Placement-Line
     END-STRING
     WRITE Placement-Line
     .

 *> -----------------------------
 *> The applicant has taken a job: every poster they still have an
 *> open application with hears about it.
 *> -----------------------------
 Notify-Other-Open-Posters.
     PERFORM VARYING Offer-Idx FROM 1 BY 1
             UNTIL Offer-Idx > Application-Count
         IF Offer-Idx NOT = I AND
            App-Username(Offer-Idx) = App-Username(I) AND
            (App-Is-Received(Offer-Idx) OR
             App-Is-Under-Review(Offer-Idx) OR
             App-Is-Interview(Offer-Idx) OR
             App-Is-Offer(Offer-Idx))
             MOVE App-Job-Poster(Offer-Idx) TO Event-Recipient
             MOVE SPACES TO Event-Text
             STRING FUNCTION TRIM(App-Username(I)) DELIMITED BY SIZE
                    ", who applied for your posting " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Job-Title(Offer-Idx))
                        DELIMITED BY SIZE
                    ", has accepted an offer elsewhere." DELIMITED BY SIZE
                    INTO Event-Text
             END-STRING
             PERFORM Append-Event
         END-IF
     END-PERFORM
     .

 *> -----------------------------
 *> Offers still open after their response deadline lapse. Runs in
 *> the end-of-day run and again before an applicant looks at
 *> their applications, so a stale offer is never accepted.
 *> -----------------------------
 Lapse-Expired-Offers.
     MOVE 0 TO Offer-Lapsed-Count
     MOVE FUNCTION CURRENT-DATE(1:8) TO Offer-Today
     PERFORM VARYING Offer-Idx FROM 1 BY 1
             UNTIL Offer-Idx > Application-Count
         IF App-Is-Offer(Offer-Idx) AND
            App-Offer-Deadline(Offer-Idx) NOT = SPACES AND
            App-Offer-Deadline(Offer-Idx) < Offer-Today
             MOVE "LAPSED" TO App-Status(Offer-Idx)
             MOVE Offer-Today TO App-Status-Date(Offer-Idx)
             ADD 1 TO Offer-Lapsed-Count
             MOVE App-Username(Offer-Idx) TO Hist-Applicant
             MOVE App-Job-ID(Offer-Idx) TO Hist-Job-ID
             MOVE App-Status(Offer-Idx) TO Hist-Status
             PERFORM Append-App-Status-History

             MOVE "OFFERLAPSE" TO CA-Action
             MOVE SPACES TO CA-Target
             STRING FUNCTION TRIM(App-Username(Offer-Idx))
                        DELIMITED BY SIZE
                    "/job " DELIMITED BY SIZE
                    App-Job-ID(Offer-Idx) DELIMITED BY SIZE
                    INTO CA-Target
             END-STRING
             MOVE "OFFER" TO CA-Old-Value
             MOVE "LAPSED" TO CA-New-Value
             PERFORM Write-Change-Audit

             MOVE App-Username(Offer-Idx) TO Event-Recipient
             MOVE SPACES TO Event-Text
             STRING "Your offer for " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Job-Title(Offer-Idx))
                        DELIMITED BY SIZE
                    " at " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Job-Employer(Offer-Idx))
                        DELIMITED BY SIZE
                    " lapsed - it was not answered by " DELIMITED BY SIZE
                    App-Offer-Deadline(Offer-Idx) DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                    INTO Event-Text
             END-STRING
             PERFORM Append-Event

             MOVE App-Job-Poster(Offer-Idx) TO Event-Recipient
             MOVE SPACES TO Event-Text
             STRING "Your offer to " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Username(Offer-Idx))
                        DELIMITED BY SIZE
                    " for " DELIMITED BY SIZE
                    FUNCTION TRIM(App-Job-Title(Offer-Idx))
                        DELIMITED BY SIZE
                    " lapsed without an answer." DELIMITED BY SIZE
                    INTO Event-Text
             END-STRING
             PERFORM Append-Event
         END-IF
     END-PERFORM
     IF Offer-Lapsed-Count > 0
         PERFORM Rewrite-Applications-File
         MOVE SPACES TO WS-MSG
         STRING "Offers lapsed past their response deadline: "
                    DELIMITED BY SIZE
                Offer-Lapsed-Count DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> ================================
 *> NEW: first-destination extract for the university. One
 *> fixed-width record per Placements.dat row, with the student's
 *> profile fields (falling back to the bare username when no profile
 *> is on file), then a trailer with the record count.
 *> ================================
 Write-Placement-Extract.
     MOVE 0 TO Plc-Extracted
     OPEN OUTPUT PLACEMENT-EXTRACT-FILE
     CLOSE PLACEMENTS-FILE
     OPEN INPUT PLACEMENTS-FILE
     MOVE 'N' TO PLC-EOF
     PERFORM UNTIL PLC-EOF = 'Y'
         READ PLACEMENTS-FILE
             AT END
                 MOVE 'Y' TO PLC-EOF
             NOT AT END
                 MOVE SPACES TO Plc-Student Plc-Poster Plc-Job-ID-Part
                                Plc-Title Plc-Employer Plc-Location
                                Plc-Salary Plc-Start-Date
                                Plc-Accepted-Date
                 UNSTRING Placement-Line DELIMITED BY '|'
                     INTO Plc-Student, Plc-Poster, Plc-Job-ID-Part,
                          Plc-Title, Plc-Employer, Plc-Location,
                          Plc-Salary, Plc-Start-Date, Plc-Accepted-Date
                 END-UNSTRING
                 IF Plc-Student NOT = SPACES
                     PERFORM Write-Placement-Extract-Detail
                 END-IF
         END-READ
     END-PERFORM
     CLOSE PLACEMENTS-FILE
     OPEN EXTEND PLACEMENTS-FILE

     MOVE SPACES TO Placement-Extract-Line
     STRING "TRAILER PLACEMENTS=" DELIMITED BY SIZE
            Plc-Extracted DELIMITED BY SIZE
            INTO Placement-Extract-Line
     END-STRING
     WRITE Placement-Extract-Line
     CLOSE PLACEMENT-EXTRACT-FILE

     MOVE "First-destination extract written to FirstDestination-Extract.txt"
         TO WS-MSG
     PERFORM OUT-MSG
     .

 Write-Placement-Extract-Detail.
     MOVE SPACES TO Placement-Extract-Record
     MOVE Plc-Student TO PX-Student-Username
     MOVE SPACES TO Profile-Record
     MOVE Plc-Student TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             MOVE Plc-Student TO PX-Student-Name
         NOT INVALID KEY
             MOVE SPACES TO WS-MSG
             STRING FUNCTION TRIM(Profile-Record(21:30))
                        DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Profile-Record(51:30))
                        DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
             MOVE WS-MSG TO PX-Student-Name
             MOVE Profile-Record(81:50) TO PX-University
             MOVE Profile-Record(131:40) TO PX-Major
             MOVE Profile-Record(171:4) TO PX-Grad-Year
     END-READ
     MOVE Plc-Employer TO PX-Employer
     MOVE Plc-Title TO PX-Job-Title
     MOVE Plc-Location TO PX-Location
     MOVE Plc-Salary TO PX-Salary
     MOVE Plc-Start-Date TO PX-Start-Date
     MOVE Plc-Accepted-Date TO PX-Accepted-Date
     WRITE Placement-Extract-Record
     ADD 1 TO Plc-Extracted
     .

 *> ================================
 *> NEW: My Postings - edit or withdraw your own job postings
 *> ================================
 My-Postings-Menu.
     PERFORM Load-Jobs-First-Page

     MOVE "--- My Postings ---" TO WS-MSG
     PERFORM OUT-MSG

     MOVE 0 TO Has-Entries
     MOVE 'N' TO WS-Jobs-Scan-Done
     PERFORM UNTIL WS-Jobs-Scan-Done = 'Y'
         PERFORM VARYING J FROM 1 BY 1 UNTIL J > Job-Count
             IF Job-Poster(J) = UserName
                 ADD 1 TO Has-Entries
                 MOVE SPACES TO WS-MSG
                 STRING
                     Job-ID(J) DELIMITED BY SIZE
                     ". " DELIMITED BY SIZE
                     FUNCTION TRIM(Job-Title-Store(J)) DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     FUNCTION TRIM(Job-Employer-Store(J)) DELIMITED BY SIZE
                     INTO WS-MSG
                 PERFORM OUT-MSG
                 *> NEW: the poster still sees their queued/rejected
                 *> postings, with their approval state
                 IF Job-Is-Pending(J)
                     MOVE "     (awaiting administrator approval)" TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
                 IF Job-Is-Rejected(J)
                     MOVE "     (rejected by an administrator - see your messages for the reason)" TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
             END-IF
         END-PERFORM
         IF WS-Jobs-Page < WS-Jobs-Page-Count
             PERFORM Load-Jobs-Next-Page
         ELSE
             MOVE 'Y' TO WS-Jobs-Scan-Done
         END-IF
     END-PERFORM

     IF Has-Entries = 0
         MOVE "You have no open postings." TO WS-MSG
         PERFORM OUT-MSG
     END-IF

     MOVE "------------------------------------" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter posting number to edit/withdraw, R to repost an archived posting, or 0 to go back: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         IF FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "R"
             PERFORM Repost-From-Archive
         ELSE
             MOVE FUNCTION NUMVAL(InLine) TO My-Posting-Choice
             IF My-Posting-Choice > 0
                 MOVE My-Posting-Choice TO WS-Job-Pick
                 PERFORM Locate-Job-By-Global-ID
                 IF Job-Row-Found
                     IF Job-Poster(WS-Job-Pick) = UserName
                         MOVE WS-Job-Pick TO J
                         PERFORM My-Posting-Action-Menu
                     ELSE
                         MOVE "That posting is not yours." TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 ELSE
                     MOVE "Invalid posting number." TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
             END-IF
         END-IF
     END-IF
     .

 *> ================================
 *> NEW: pull one of my own expired postings back out of
 *> JobPostings-Archive.dat with a fresh closing date - employers
 *> re-run the same internship every term.
 *> ================================
 Repost-From-Archive.
     MOVE 0 TO Repost-Count
     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     MOVE 'N' TO JOB-EOF

     MOVE "--- Your Archived Postings ---" TO WS-MSG
     PERFORM OUT-MSG
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE SPACES TO U-Part Job-Title Job-Description
                                Job-Employer Job-Location Job-Salary
                                Job-Closing-Date
                 UNSTRING Job-Archive-Line DELIMITED BY '|'
                     INTO U-Part, Job-Title, Job-Description,
                          Job-Employer, Job-Location, Job-Salary,
                          Job-Closing-Date
                 END-UNSTRING
                 IF U-Part = UserName AND Repost-Count < 99
                     ADD 1 TO Repost-Count
                     MOVE Job-Archive-Line TO Repost-Row(Repost-Count)
                     MOVE SPACES TO WS-MSG
                     STRING
                         Repost-Count DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         FUNCTION TRIM(Job-Title) DELIMITED BY SIZE
                         " at " DELIMITED BY SIZE
                         FUNCTION TRIM(Job-Employer) DELIMITED BY SIZE
                         " (closed " DELIMITED BY SIZE
                         FUNCTION TRIM(Job-Closing-Date) DELIMITED BY SIZE
                         ")" DELIMITED BY SIZE
                         INTO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
         END-READ
     END-PERFORM
     CLOSE JOBS-ARCHIVE-FILE
     OPEN EXTEND JOBS-ARCHIVE-FILE

     IF Repost-Count = 0
         MOVE "You have no archived postings." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE "Enter the number to repost, or 0 to go back: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO Repost-Pick
     IF Repost-Pick = 0
         EXIT PARAGRAPH
     END-IF
     IF Repost-Pick > Repost-Count
         MOVE "Invalid selection." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     *> fresh closing date, same validation as a new posting
     SET Closing-Date-Is-Invalid TO TRUE
     PERFORM UNTIL Closing-Date-Is-Valid OR EOF-IN = "Y"
         MOVE "Enter the new Closing Date (YYYYMMDD): " TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE FUNCTION TRIM(InLine) TO Job-Closing-Date
             PERFORM Validate-Closing-Date
             IF Closing-Date-Is-Invalid
                 MOVE "Invalid date. Please enter an 8-digit date (YYYYMMDD)." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM
     IF Closing-Date-Is-Invalid
         EXIT PARAGRAPH
     END-IF

     *> re-post it live, then drop the row from the archive
     MOVE SPACES TO U-Part Job-Title Job-Description
                    Job-Employer Job-Location Job-Salary
                    Job-Sal-Min-In Job-Sal-Max-In Job-Sal-Period-In
                    Job-Posted-Date
     *> (the old closing date lands in Sal-Text and is not used)
     UNSTRING Repost-Row(Repost-Pick) DELIMITED BY '|'
         INTO U-Part, Job-Title, Job-Description,
              Job-Employer, Job-Location, Job-Salary,
              Sal-Text, Job-Posted-Date, Job-Approval-In,
              Job-Sal-Min-In, Job-Sal-Max-In, Job-Sal-Period-In
     END-UNSTRING
     *> NEW: carry the structured salary over; an archive row from
     *> before the fields existed is read from its free text
     PERFORM Unpack-Job-Salary-Fields
     IF Job-Sal-Period = SPACE
         MOVE Job-Salary TO Sal-Text
         MOVE 'N' TO Sal-Strict-Flag
         PERFORM Parse-Salary-Text
         MOVE Sal-Min TO Job-Sal-Min
         MOVE Sal-Max TO Job-Sal-Max
         MOVE Sal-Period TO Job-Sal-Period
         IF Sal-Parsed-OK
             PERFORM Format-Job-Salary
         END-IF
     END-IF
     *> NEW: the archived row itself does not count as a duplicate
     MOVE Repost-Row(Repost-Pick) TO Dup-Skip-Row
     PERFORM Check-Duplicate-Posting
     MOVE SPACES TO Dup-Skip-Row
     IF Dup-Found
         PERFORM Confirm-Duplicate-Posting
         IF NOT Dup-Confirmed
             MOVE "Posting NOT reposted." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         END-IF
     END-IF
     MOVE 'M' TO Job-Source
     PERFORM Append-Job-To-Disk
     IF Job-Row-Overflowed
         EXIT PARAGRAPH
     END-IF
     PERFORM Remove-Reposted-Archive-Row
     PERFORM Load-Jobs-First-Page

     MOVE SPACES TO WS-MSG
     STRING "Reposted " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Title) DELIMITED BY SIZE
            " with closing date " DELIMITED BY SIZE
            FUNCTION TRIM(Job-Closing-Date) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Remove the first archive row matching the reposted one, copying
 *> everything else through the archive tmp file.
 *> -----------------------------
 Remove-Reposted-Archive-Row.
     SET Repost-Row-Not-Removed TO TRUE
     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     OPEN OUTPUT JOBS-ARCH-TMP-FILE
     MOVE 'N' TO JOB-EOF

     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 IF Repost-Row-Not-Removed AND
                    Job-Archive-Line = Repost-Row(Repost-Pick)
                     SET Repost-Row-Removed TO TRUE
                 ELSE
                     MOVE Job-Archive-Line TO Job-Arch-Tmp-Line
                     WRITE Job-Arch-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Job-Arch-Tmp-Line
     WRITE Job-Arch-Tmp-Line

     CLOSE JOBS-ARCHIVE-FILE
     CLOSE JOBS-ARCH-TMP-FILE

     PERFORM Copy-Jobs-Arch-Tmp-Back
     .

 My-Posting-Action-Menu.
     MOVE "1. Edit this posting" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Withdraw this posting" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Cancel" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         EVALUATE FUNCTION TRIM(InLine)
             WHEN "1"
                 PERFORM Edit-Job-Posting
             WHEN "2"
                 PERFORM Withdraw-Job-Posting
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-IF
     .

 Edit-Job-Posting.
     MOVE "Editing posting. Press Enter to keep the current value." TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO WS-MSG
     STRING "Title [" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Title-Store(J)) DELIMITED BY SIZE
            "]: " DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y" AND FUNCTION TRIM(InLine) NOT = SPACES
         MOVE Job-Title-Store(J) TO CA-Old-Value
         MOVE FUNCTION TRIM(InLine) TO Job-Title-Store(J)
         MOVE "EDITTITLE" TO CA-Action
         MOVE Job-Title-Store(J) TO CA-New-Value
         PERFORM Log-Job-Edit-Change
     END-IF

     MOVE SPACES TO WS-MSG
     STRING "Description [" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Description-Store(J)) DELIMITED BY SIZE
            "]: " DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y" AND FUNCTION TRIM(InLine) NOT = SPACES
         MOVE Job-Description-Store(J) TO CA-Old-Value
         MOVE FUNCTION TRIM(InLine) TO Job-Description-Store(J)
         IF FUNCTION LENGTH(Job-Description-Store(J)) > 200
             MOVE Job-Description-Store(J)(1:200) TO Job-Description-Store(J)
         END-IF
         MOVE "EDITDESC" TO CA-Action
         MOVE Job-Description-Store(J)(1:120) TO CA-New-Value
         PERFORM Log-Job-Edit-Change
     END-IF

     MOVE SPACES TO WS-MSG
     STRING "Employer [" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Employer-Store(J)) DELIMITED BY SIZE
            "]: " DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y" AND FUNCTION TRIM(InLine) NOT = SPACES
         MOVE Job-Employer-Store(J) TO CA-Old-Value
         MOVE FUNCTION TRIM(InLine) TO Job-Employer-Store(J)
         MOVE "EDITEMP" TO CA-Action
         MOVE Job-Employer-Store(J) TO CA-New-Value
         PERFORM Log-Job-Edit-Change
     END-IF

     MOVE SPACES TO WS-MSG
     STRING "Location [" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Location-Store(J)) DELIMITED BY SIZE
            "]: " DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y" AND FUNCTION TRIM(InLine) NOT = SPACES
         MOVE Job-Location-Store(J) TO CA-Old-Value
         MOVE FUNCTION TRIM(InLine) TO Job-Location-Store(J)
         MOVE "EDITLOC" TO CA-Action
         MOVE Job-Location-Store(J) TO CA-New-Value
         PERFORM Log-Job-Edit-Change
     END-IF

     *> NEW: salary is re-entered as minimum / maximum / period
     PERFORM Edit-Posting-Salary

     MOVE SPACES TO WS-MSG
     STRING "Closing Date [" DELIMITED BY SIZE
            Job-Closing-Date-Store(J) DELIMITED BY SIZE
            "] (YYYYMMDD): " DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y" AND FUNCTION TRIM(InLine) NOT = SPACES
         MOVE FUNCTION TRIM(InLine) TO Job-Closing-Date
         PERFORM Validate-Closing-Date
         IF Closing-Date-Is-Valid
             MOVE Job-Closing-Date-Store(J) TO CA-Old-Value
             MOVE Job-Closing-Date TO Job-Closing-Date-Store(J)
             MOVE "EDITCLOSE" TO CA-Action
             MOVE Job-Closing-Date-Store(J) TO CA-New-Value
             PERFORM Log-Job-Edit-Change
         ELSE
             MOVE "Invalid date - closing date left unchanged." TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF

     PERFORM Rewrite-Jobs-File
     MOVE "Posting updated." TO WS-MSG
     PERFORM OUT-MSG

     *> NEW: screening questions can be replaced as a set; postings
     *> from before posted stamps have nothing to key them by
     IF Job-Posted-Store(J) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE Job-Poster(J) TO Scr-Key-Poster
     MOVE SPACES TO Scr-Key-Stamp
     STRING Job-Posted-Store(J) DELIMITED BY SIZE
            Job-Posted-Time-Store(J) DELIMITED BY SIZE
            INTO Scr-Key-Stamp
     END-STRING
     PERFORM Load-Screening-Questions
     MOVE SPACES TO WS-MSG
     STRING "This posting has " DELIMITED BY SIZE
            Scr-Count DELIMITED BY SIZE
            " screening question(s). Replace them? (Y/N): "
                DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y" AND
        FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) = "Y"
         MOVE "EDITSCREEN" TO CA-Action
         MOVE SPACES TO CA-Old-Value CA-New-Value
         STRING Scr-Count DELIMITED BY SIZE
                " question(s)" DELIMITED BY SIZE
                INTO CA-Old-Value
         END-STRING
         PERFORM Prompt-Screening-Questions
         STRING Scr-Count DELIMITED BY SIZE
                " question(s)" DELIMITED BY SIZE
                INTO CA-New-Value
         END-STRING
         PERFORM Log-Job-Edit-Change
     END-IF
     .

 *> -----------------------------
 *> NEW: one change-audit record per edited posting field, with the
 *> posting's global number as the target.
 *> -----------------------------
 Log-Job-Edit-Change.
     MOVE SPACES TO CA-Target
     STRING "job " DELIMITED BY SIZE
            Job-ID(J) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     PERFORM Write-Change-Audit
     .

 Withdraw-Job-Posting.
     *> NEW: record who pulled the posting, and which one it was
     MOVE "WITHDRAWJOB" TO CA-Action
     MOVE SPACES TO CA-Target
     STRING "job " DELIMITED BY SIZE
            Job-ID(J) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE Job-Title-Store(J) TO CA-Old-Value
     MOVE SPACES TO CA-New-Value
     PERFORM Write-Change-Audit

     *> NEW: keep the posting on the withdrawal ledger for billing
     PERFORM Append-Job-Withdrawal

     MOVE SPACES TO Job-Poster(J)
     MOVE SPACES TO Job-Title-Store(J)
     PERFORM Rewrite-Jobs-File
     MOVE "Posting withdrawn." TO WS-MSG
     PERFORM OUT-MSG
     .

 *> NEW: the withdrawn posting J, as it stood, onto JobWithdrawals.dat
 Append-Job-Withdrawal.
     MOVE Job-Sal-Min-Store(J) TO Job-Sal-Min
     MOVE Job-Sal-Max-Store(J) TO Job-Sal-Max
     MOVE Job-Sal-Period-Store(J) TO Job-Sal-Period
     PERFORM Build-Job-Salary-Fields
     SET Job-Row-Fits TO TRUE
     MOVE SPACES TO Job-Withdrawal-Line
     STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Poster(J)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Title-Store(J)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Description-Store(J)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Employer-Store(J)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Location-Store(J)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Job-Salary-Store(J)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Job-Closing-Date-Store(J) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Job-Posted-Store(J) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Job-Approval-Store(J) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Sal-Row-Fields) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Job-Source-Store(J) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Job-Posted-Time-Store(J) DELIMITED BY SIZE
            INTO Job-Withdrawal-Line
            ON OVERFLOW
                SET Job-Row-Overflowed TO TRUE
     END-STRING
     IF Job-Row-Overflowed
         MOVE "ERROR: the withdrawn posting is too long for JobWithdrawals.dat - it was NOT recorded." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     WRITE Job-Withdrawal-Line
     .

 *> ===============================================================
 *> NEW: month-end employer billing extract. Partner employers are
 *> invoiced per posting: every posting an employer account entered
 *> in the billing month (YYYYMM of its posted date) - live, archived
 *> or withdrawn - is one fixed-width detail record, followed by a
 *> subtotal record per employer and a trailer with control totals,
 *> in EmployerBilling-<YYYYMM>.txt. Postings rejected in the
 *> approval queue and postings withdrawn within 24 hours of going
 *> up are not billed (they are counted in the trailer). Withdrawn
 *> postings come from JobWithdrawals.dat, which Withdraw-Job-Posting
 *> writes before the row leaves JobPostings.dat. The BILLING
 *> end-of-day step bills the previous month on the 1st; any month
 *> can be (re)billed with a "BILLMONTH YYYYMM" line in EndOfDay.dat
 *> or from the Admin Console.
 *> ===============================================================
 Admin-Billing-Extract.
     MOVE "Billing month (YYYYMM, or press Enter for last month): "
         TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Bill-Month-In
     PERFORM Resolve-Billing-Month
     IF Bill-Month-Invalid
         MOVE "Invalid month - enter it as YYYYMM, e.g. 202609." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     PERFORM Write-Billing-Extract
     MOVE SPACES TO Admin-Target-User
     MOVE "ADMBILLING" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 *> Bill-Month-In (YYYYMM, blank = the month before today) ->
 *> Bill-Month, or Bill-Month-Invalid
 Resolve-Billing-Month.
     SET Bill-Month-Valid TO TRUE
     IF Bill-Month-In = SPACES
         MOVE FUNCTION CURRENT-DATE(1:6) TO Bill-Month
         *> the nightly run bills from its own (possibly resumed) date
         IF End-Of-Day-Mode
             MOVE Eod-Run-Date(1:6) TO Bill-Month
         END-IF
         MOVE Bill-Month(1:4) TO Bill-Year-N
         MOVE Bill-Month(5:2) TO Bill-Mon-N
         IF Bill-Mon-N = 1
             MOVE 12 TO Bill-Mon-N
             SUBTRACT 1 FROM Bill-Year-N
         ELSE
             SUBTRACT 1 FROM Bill-Mon-N
         END-IF
         MOVE Bill-Year-N TO Bill-Month(1:4)
         MOVE Bill-Mon-N TO Bill-Month(5:2)
         EXIT PARAGRAPH
     END-IF
     IF Bill-Month-In(1:6) IS NOT NUMERIC OR
        Bill-Month-In(7:) NOT = SPACES
         SET Bill-Month-Invalid TO TRUE
         EXIT PARAGRAPH
     END-IF
     MOVE Bill-Month-In(1:6) TO Bill-Month
     MOVE Bill-Month(5:2) TO Bill-Mon-N
     IF Bill-Mon-N < 1 OR Bill-Mon-N > 12 OR Bill-Month(1:4) < "2000"
         SET Bill-Month-Invalid TO TRUE
     END-IF
     .

 *> -----------------------------
 *> End-of-day BILLING step: the previous month on the 1st, or the
 *> month named by a BILLMONTH directive; otherwise nothing to do.
 *> -----------------------------
 Run-Billing-Step.
     MOVE 0 TO Bill-Detail-Count
     IF Bill-Eod-Month NOT = SPACES
         MOVE Bill-Eod-Month TO Bill-Month-In
     ELSE
         IF Eod-Run-Date(7:2) NOT = "01"
             MOVE "Billing extract: not the first of the month - nothing to bill."
                 TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO Bill-Month-In
     END-IF
     PERFORM Resolve-Billing-Month
     IF Bill-Month-Invalid
         MOVE SPACES TO WS-MSG
         STRING "Billing extract: BILLMONTH " DELIMITED BY SIZE
                FUNCTION TRIM(Bill-Eod-Month) DELIMITED BY SIZE
                " is not a valid YYYYMM month." DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
         MOVE 'Y' TO Bill-Failed-Flag
         EXIT PARAGRAPH
     END-IF
     PERFORM Write-Billing-Extract
     .

 Write-Billing-Extract.
     MOVE 'N' TO Bill-Failed-Flag
     MOVE 0 TO Bill-Detail-Count Bill-Employer-Count
               Bill-Excl-Rejected Bill-Excl-Withdrawn Bill-Total-Days
               Bill-Overflow
     MOVE FUNCTION CURRENT-DATE(1:14) TO Bill-Run-Stamp
     COMPUTE Bill-Today-Int =
         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Bill-Run-Stamp(1:8)))

     *> live postings
     MOVE "LIVE" TO Bill-Disposition
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Line TO Sal-Row
                 PERFORM Bill-Collect-Row
         END-READ
     END-PERFORM
     CLOSE JOBS-FILE
     OPEN EXTEND JOBS-FILE

     *> closed / archived postings
     MOVE "ARCHIVED" TO Bill-Disposition
     CLOSE JOBS-ARCHIVE-FILE
     OPEN INPUT JOBS-ARCHIVE-FILE
     MOVE 'N' TO JOB-EOF
     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 MOVE Job-Archive-Line TO Sal-Row
                 PERFORM Bill-Collect-Row
         END-READ
     END-PERFORM
     CLOSE JOBS-ARCHIVE-FILE
     OPEN EXTEND JOBS-ARCHIVE-FILE

     *> withdrawn postings: withdrawnstamp|<the posting row>
     MOVE "WITHDRAWN" TO Bill-Disposition
     CLOSE JOB-WITHDRAWALS-FILE
     OPEN INPUT JOB-WITHDRAWALS-FILE
     MOVE 'N' TO JWD-EOF
     PERFORM UNTIL JWD-EOF = 'Y'
         READ JOB-WITHDRAWALS-FILE
             AT END
                 MOVE 'Y' TO JWD-EOF
             NOT AT END
                 MOVE SPACES TO Bill-Withdrawn-Stamp Sal-Row
                 UNSTRING Job-Withdrawal-Line DELIMITED BY '|'
                     INTO Bill-Withdrawn-Stamp
                 END-UNSTRING
                 IF Bill-Withdrawn-Stamp IS NUMERIC
                     MOVE Job-Withdrawal-Line(16:) TO Sal-Row
                     PERFORM Bill-Collect-Row
                 END-IF
         END-READ
     END-PERFORM
     CLOSE JOB-WITHDRAWALS-FILE
     OPEN EXTEND JOB-WITHDRAWALS-FILE

     MOVE SPACES TO Bill-File-Name
     STRING "EmployerBilling-" DELIMITED BY SIZE
            Bill-Month DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO Bill-File-Name
     END-STRING
     OPEN OUTPUT BILLING-EXTRACT-FILE
     PERFORM VARYING Bill-E FROM 1 BY 1 UNTIL Bill-E > Bill-Employer-Count
         PERFORM Write-Billing-Employer
     END-PERFORM

     MOVE SPACES TO Billing-Trailer-Record
     MOVE "T" TO BT-Rec-Type
     MOVE Bill-Month TO BT-Bill-Month
     MOVE Bill-Employer-Count TO BT-Employers
     MOVE Bill-Detail-Count TO BT-Postings
     MOVE Bill-Total-Days TO BT-Days-Live
     MOVE Bill-Excl-Rejected TO BT-Excl-Rejected
     MOVE Bill-Excl-Withdrawn TO BT-Excl-Withdrawn
     MOVE Bill-Run-Stamp(1:8) TO BT-Run-Date
     WRITE Billing-Trailer-Record
     CLOSE BILLING-EXTRACT-FILE
     IF FS-BILL NOT = "00"
         MOVE 'Y' TO Bill-Failed-Flag
     END-IF

     MOVE SPACES TO WS-MSG
     STRING "Billing extract for " DELIMITED BY SIZE
            Bill-Month DELIMITED BY SIZE
            " written to " DELIMITED BY SIZE
            FUNCTION TRIM(Bill-File-Name) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            Bill-Detail-Count DELIMITED BY SIZE
            " posting(s) for " DELIMITED BY SIZE
            Bill-Employer-Count DELIMITED BY SIZE
            " employer(s)" DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  Not billed: " DELIMITED BY SIZE
            Bill-Excl-Rejected DELIMITED BY SIZE
            " rejected in approval, " DELIMITED BY SIZE
            Bill-Excl-Withdrawn DELIMITED BY SIZE
            " withdrawn within 24 hours" DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     IF Bill-Overflow > 0
         MOVE SPACES TO WS-MSG
         STRING "WARNING: " DELIMITED BY SIZE
                Bill-Overflow DELIMITED BY SIZE
                " billable posting(s) did not fit in the extract table."
                    DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
         MOVE 'Y' TO Bill-Failed-Flag
     END-IF
     .

 *> one posting row in Sal-Row (Bill-Disposition says which file);
 *> keep it if an employer account posted it in the billing month
 Bill-Collect-Row.
     MOVE SPACES TO U-Part Job-Title Job-Description Job-Employer
                    Job-Location Job-Salary Job-Closing-Date
                    Job-Posted-Date Job-Sal-Min-In Job-Sal-Max-In
                    Job-Sal-Period-In Job-Posted-Time-In
     MOVE SPACE TO Job-Approval-In Job-Source-In
     UNSTRING Sal-Row DELIMITED BY '|'
         INTO U-Part, Job-Title, Job-Description,
              Job-Employer, Job-Location, Job-Salary,
              Job-Closing-Date, Job-Posted-Date,
              Job-Approval-In, Job-Sal-Min-In, Job-Sal-Max-In,
              Job-Sal-Period-In, Job-Source-In, Job-Posted-Time-In
     END-UNSTRING
     IF U-Part = SPACES OR Job-Posted-Date(1:6) NOT = Bill-Month OR
        Job-Posted-Date IS NOT NUMERIC
         EXIT PARAGRAPH
     END-IF

     *> only partner (employer) accounts are invoiced
     MOVE UserName TO Bill-User-Stash
     MOVE U-Part TO UserName
     PERFORM Check-Username-Exists
     MOVE Bill-User-Stash TO UserName
     IF Username-Not-Exists
         EXIT PARAGRAPH
     END-IF
     IF NOT Acct-Rec-Employer
         EXIT PARAGRAPH
     END-IF

     IF Job-Approval-In = 'R'
         ADD 1 TO Bill-Excl-Rejected
         EXIT PARAGRAPH
     END-IF

     COMPUTE Bill-Posted-Int =
         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Job-Posted-Date))
     IF Job-Posted-Time-In IS NOT NUMERIC
         MOVE "000000" TO Job-Posted-Time-In
     END-IF

     *> the day the posting stopped being live: withdrawal, else its
     *> closing date, but never later than today
     MOVE Bill-Today-Int TO Bill-End-Int
     IF Bill-Disposition = "WITHDRAWN"
         COMPUTE Bill-End-Int = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(Bill-Withdrawn-Stamp(1:8)))
         *> withdrawn within 24 hours of posting - not billed
         COMPUTE Bill-Seconds =
             (Bill-End-Int - Bill-Posted-Int) * 86400
             + FUNCTION NUMVAL(Bill-Withdrawn-Stamp(9:2)) * 3600
             + FUNCTION NUMVAL(Bill-Withdrawn-Stamp(11:2)) * 60
             + FUNCTION NUMVAL(Bill-Withdrawn-Stamp(13:2))
             - FUNCTION NUMVAL(Job-Posted-Time-In(1:2)) * 3600
             - FUNCTION NUMVAL(Job-Posted-Time-In(3:2)) * 60
             - FUNCTION NUMVAL(Job-Posted-Time-In(5:2))
         IF Bill-Seconds <= 86400
             ADD 1 TO Bill-Excl-Withdrawn
             EXIT PARAGRAPH
         END-IF
     ELSE
         IF Job-Closing-Date IS NUMERIC
             COMPUTE Bill-Close-Int = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(Job-Closing-Date))
             IF Bill-Close-Int < Bill-End-Int
                 MOVE Bill-Close-Int TO Bill-End-Int
             END-IF
         END-IF
     END-IF
     IF Bill-End-Int > Bill-Posted-Int
         COMPUTE Bill-Days = Bill-End-Int - Bill-Posted-Int
     ELSE
         MOVE 1 TO Bill-Days
     END-IF

     IF Bill-Detail-Count >= 2000
         ADD 1 TO Bill-Overflow
         EXIT PARAGRAPH
     END-IF
     ADD 1 TO Bill-Detail-Count
     MOVE U-Part TO Bill-Acct(Bill-Detail-Count)
     MOVE Job-Title TO Bill-Title(Bill-Detail-Count)
     MOVE Job-Employer TO Bill-Employer-Name(Bill-Detail-Count)
     MOVE Job-Posted-Date TO Bill-Posted(Bill-Detail-Count)
     MOVE Bill-Days TO Bill-Days-Live(Bill-Detail-Count)
     MOVE Job-Source-In TO Bill-Source(Bill-Detail-Count)
     MOVE Job-Approval-In TO Bill-Approval(Bill-Detail-Count)
     MOVE Bill-Disposition TO Bill-Disp(Bill-Detail-Count)
     ADD Bill-Days TO Bill-Total-Days

     *> employer accounts are kept in account order for the subtotals
     MOVE 0 TO Bill-Found
     PERFORM VARYING Bill-E FROM 1 BY 1 UNTIL Bill-E > Bill-Employer-Count
         IF Bill-Emp-Acct(Bill-E) = U-Part
             MOVE Bill-E TO Bill-Found
         END-IF
     END-PERFORM
     IF Bill-Found = 0 AND Bill-Employer-Count < 2000
         ADD 1 TO Bill-Employer-Count
         MOVE Bill-Employer-Count TO Bill-E
         MOVE 'N' TO Bill-Placed
         PERFORM UNTIL Bill-Placed = 'Y'
             IF Bill-E = 1
                 MOVE 'Y' TO Bill-Placed
             ELSE
                 IF Bill-Emp-Acct(Bill-E - 1) > U-Part
                     MOVE Bill-Emp-Acct(Bill-E - 1) TO Bill-Emp-Acct(Bill-E)
                     SUBTRACT 1 FROM Bill-E
                 ELSE
                     MOVE 'Y' TO Bill-Placed
                 END-IF
             END-IF
         END-PERFORM
         MOVE U-Part TO Bill-Emp-Acct(Bill-E)
     END-IF
     .

 *> the detail records of employer Bill-E, then its subtotal
 Write-Billing-Employer.
     MOVE Bill-Emp-Acct(Bill-E) TO Co-Owner
     PERFORM Load-Company-Profile
     MOVE 0 TO Bill-Sub-Count Bill-Sub-Days Bill-Sub-Feed
               Bill-Sub-Manual
     MOVE SPACES TO Bill-Sub-Company
     PERFORM VARYING Bill-I FROM 1 BY 1 UNTIL Bill-I > Bill-Detail-Count
         IF Bill-Acct(Bill-I) = Bill-Emp-Acct(Bill-E)
             MOVE SPACES TO Billing-Detail-Record
             MOVE "D" TO BX-Rec-Type
             MOVE Bill-Month TO BX-Bill-Month
             MOVE Bill-Acct(Bill-I) TO BX-Account
             IF Co-Profile-Exists
                 MOVE Co-Company-Name TO BX-Company
             ELSE
                 MOVE Bill-Employer-Name(Bill-I) TO BX-Company
             END-IF
             IF Bill-Sub-Company = SPACES
                 MOVE BX-Company TO Bill-Sub-Company
             END-IF
             MOVE Bill-Title(Bill-I) TO BX-Title
             MOVE Bill-Posted(Bill-I) TO BX-Posted-Date
             MOVE Bill-Days-Live(Bill-I) TO BX-Days-Live
             IF Bill-Source(Bill-I) = 'F'
                 MOVE "FEED" TO BX-Source
                 ADD 1 TO Bill-Sub-Feed
             ELSE
                 MOVE "MANUAL" TO BX-Source
                 ADD 1 TO Bill-Sub-Manual
             END-IF
             IF Bill-Approval(Bill-I) = 'P'
                 MOVE "PENDING" TO BX-Approval
             ELSE
                 MOVE "APPROVED" TO BX-Approval
             END-IF
             MOVE Bill-Disp(Bill-I) TO BX-Disposition
             WRITE Billing-Detail-Record
             ADD 1 TO Bill-Sub-Count
             ADD Bill-Days-Live(Bill-I) TO Bill-Sub-Days
         END-IF
     END-PERFORM
     MOVE SPACES TO Billing-Subtotal-Record
     MOVE "S" TO BS-Rec-Type
     MOVE Bill-Month TO BS-Bill-Month
     MOVE Bill-Emp-Acct(Bill-E) TO BS-Account
     MOVE Bill-Sub-Company TO BS-Company
     MOVE Bill-Sub-Count TO BS-Postings
     MOVE Bill-Sub-Feed TO BS-Feed-Postings
     MOVE Bill-Sub-Manual TO BS-Manual-Postings
     MOVE Bill-Sub-Days TO BS-Days-Live
     WRITE Billing-Subtotal-Record
     .

 *> -----------------------------
 *> Persist edits/withdrawals back to JobPostings.dat. Streams the
 *> real on-disk file line-for-line (matching on-disk physical line
 *> position against in-memory row index, the same way
 *> Load-All-Jobs-Into-Memory built the table) so postings beyond the
 *> in-memory load cap are copied through unchanged instead of being
 *> dropped.
 *> -----------------------------
 Rewrite-Jobs-File.
     CLOSE JOBS-FILE
     OPEN INPUT JOBS-FILE
     OPEN OUTPUT JOBS-TMP-FILE
     MOVE 'N' TO JOB-EOF
     MOVE 0 TO WS-Job-Rewrite-Line

     PERFORM UNTIL JOB-EOF = 'Y'
         READ JOBS-FILE
             AT END
                 MOVE 'Y' TO JOB-EOF
             NOT AT END
                 ADD 1 TO WS-Job-Rewrite-Line
                 IF WS-Job-Rewrite-Line > WS-Jobs-Page-Offset AND
                    WS-Job-Rewrite-Line <=
                        WS-Jobs-Page-Offset + Job-Count
                     COMPUTE I =
                         WS-Job-Rewrite-Line - WS-Jobs-Page-Offset
                     IF Job-Poster(I) NOT = SPACES AND
                        Job-Title-Store(I) NOT = SPACES
                         MOVE Job-Sal-Min-Store(I) TO Job-Sal-Min
                         MOVE Job-Sal-Max-Store(I) TO Job-Sal-Max
                         MOVE Job-Sal-Period-Store(I) TO Job-Sal-Period
                         PERFORM Build-Job-Salary-Fields
                         MOVE Job-Line TO Job-Row-Save
                         SET Job-Row-Fits TO TRUE
                         MOVE ALL SPACES TO Job-Line
                         STRING
                             FUNCTION TRIM(Job-Poster(I))
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             FUNCTION TRIM(Job-Title-Store(I))
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             FUNCTION TRIM(Job-Description-Store(I))
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             FUNCTION TRIM(Job-Employer-Store(I))
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             FUNCTION TRIM(Job-Location-Store(I))
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             FUNCTION TRIM(Job-Salary-Store(I))
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             Job-Closing-Date-Store(I)
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             Job-Posted-Store(I)
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             Job-Approval-Store(I)
                                 DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             FUNCTION TRIM(Sal-Row-Fields) DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             Job-Source-Store(I) DELIMITED BY SIZE
                             "|" DELIMITED BY SIZE
                             Job-Posted-Time-Store(I)
                                 DELIMITED BY SIZE
                             INTO Job-Line
                             ON OVERFLOW
                                 SET Job-Row-Overflowed TO TRUE
                         END-STRING
                         *> a change that will not fit is refused and
                         *> the row kept as it was on file
                         IF Job-Row-Overflowed
                             MOVE Job-Row-Save TO Job-Line
                             MOVE "ERROR: the edited posting is too long for JobPostings.dat - the change was NOT saved." TO WS-MSG
                             PERFORM OUT-MSG
                         END-IF
                         MOVE Job-Line TO Job-Tmp-Line
                         WRITE Job-Tmp-Line
                     END-IF
                 ELSE
                     MOVE Job-Line TO Job-Tmp-Line
                     WRITE Job-Tmp-Line
                 END-IF
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Job-Tmp-Line
     WRITE Job-Tmp-Line

     CLOSE JOBS-FILE
     CLOSE JOBS-TMP-FILE

     PERFORM Copy-Jobs-Tmp-Back
     .

 *> ===============================================================
 *> Skill menus (stubs)
 *> ===============================================================
 Skill-Loop.
     PERFORM Load-Skill-Progress
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "5" OR EOF-IN = "Y"
         PERFORM Skill-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Web-Dev-Loop
                 WHEN "2"
                     PERFORM Deep-Learning-Loop
                 WHEN "3"
                     PERFORM Interview-Loop
                 WHEN "4"
                     PERFORM Resume-Loop
                 WHEN "5"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Web-Dev-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "2" OR EOF-IN = "Y"
         PERFORM Web-Dev-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Mark-Web-Dev-Topic-Complete
                 WHEN "2"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Deep-Learning-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "2" OR EOF-IN = "Y"
         PERFORM Deep-Learning-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Mark-Deep-Learning-Topic-Complete
                 WHEN "2"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Interview-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "2" OR EOF-IN = "Y"
         PERFORM Interview-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Mark-Interview-Topic-Complete
                 WHEN "2"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Resume-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "2" OR EOF-IN = "Y"
         PERFORM Resume-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Mark-Resume-Topic-Complete
                 WHEN "2"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 *> -----------------------------
 *> Ask which topic (1-4) within a module to mark complete,
 *> update the in-memory flags, and persist them
 *> -----------------------------
 Mark-Web-Dev-Topic-Complete.
     MOVE "Enter topic number (1-4) to mark complete: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO Skill-Topic-Index
         IF Skill-Topic-Index > 0 AND Skill-Topic-Index < 5
             MOVE 'Y' TO WD-Topic-Done(Skill-Topic-Index)
             PERFORM Rewrite-Skill-Progress-File
             MOVE "Topic marked complete." TO WS-MSG
             PERFORM OUT-MSG
         ELSE
             MOVE "Invalid topic number." TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF
     .

 Mark-Deep-Learning-Topic-Complete.
     MOVE "Enter topic number (1-4) to mark complete: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO Skill-Topic-Index
         IF Skill-Topic-Index > 0 AND Skill-Topic-Index < 5
             MOVE 'Y' TO DL-Topic-Done(Skill-Topic-Index)
             PERFORM Rewrite-Skill-Progress-File
             MOVE "Topic marked complete." TO WS-MSG
             PERFORM OUT-MSG
         ELSE
             MOVE "Invalid topic number." TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF
     .

 Mark-Interview-Topic-Complete.
     MOVE "Enter topic number (1-4) to mark complete: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO Skill-Topic-Index
         IF Skill-Topic-Index > 0 AND Skill-Topic-Index < 5
             MOVE 'Y' TO IV-Topic-Done(Skill-Topic-Index)
             PERFORM Rewrite-Skill-Progress-File
             MOVE "Topic marked complete." TO WS-MSG
             PERFORM OUT-MSG
         ELSE
             MOVE "Invalid topic number." TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF
     .

 Mark-Resume-Topic-Complete.
     MOVE "Enter topic number (1-4) to mark complete: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         MOVE FUNCTION NUMVAL(WS-INPUT-VALUE) TO Skill-Topic-Index
         IF Skill-Topic-Index > 0 AND Skill-Topic-Index < 5
             MOVE 'Y' TO RS-Topic-Done(Skill-Topic-Index)
             PERFORM Rewrite-Skill-Progress-File
             MOVE "Topic marked complete." TO WS-MSG
             PERFORM OUT-MSG
         ELSE
             MOVE "Invalid topic number." TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF
     .

 *> -----------------------------
 *> Tally completed topics per module for the progress summary
 *> -----------------------------
 Compute-Skill-Counts.
     MOVE 0 TO WD-Completed-Count DL-Completed-Count
     MOVE 0 TO IV-Completed-Count RS-Completed-Count
     PERFORM VARYING Skill-Topic-Index FROM 1 BY 1 UNTIL Skill-Topic-Index > 4
         IF WD-Topic-Done(Skill-Topic-Index) = 'Y'
             ADD 1 TO WD-Completed-Count
         END-IF
         IF DL-Topic-Done(Skill-Topic-Index) = 'Y'
             ADD 1 TO DL-Completed-Count
         END-IF
         IF IV-Topic-Done(Skill-Topic-Index) = 'Y'
             ADD 1 TO IV-Completed-Count
         END-IF
         IF RS-Topic-Done(Skill-Topic-Index) = 'Y'
             ADD 1 TO RS-Completed-Count
         END-IF
     END-PERFORM
     .

 Profile-Loop.
     PERFORM UNTIL WS-MENU-SELECTION = "6" OR EOF-IN = "Y"
         PERFORM Profile-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Edit-Basic-Info
                 WHEN "2"
                     PERFORM Edit-Experience
                 WHEN "3"
                     PERFORM Edit-Education
                 WHEN "4"
                     PERFORM Save-Profile
                 WHEN "5"
                     PERFORM Edit-Resume-Flow
                 WHEN "6"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 *> -----------------------------
 *> MENU DISPLAY PARAGRAPHS
 *> -----------------------------
 Skill-Menu.
     MOVE "1. Learn Web Development" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Learn Deep Learning" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Learn How To Crack Interview Questions" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. Learn How To Optimize Your Resume" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "5. Return" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 Web-Dev-Menu.
    PERFORM Compute-Skill-Counts
    MOVE "Web Development - Quick Tips" TO WS-MSG
    PERFORM OUT-MSG
    PERFORM Display-Web-Dev-Topics
    MOVE SPACES TO WS-MSG
    STRING "Progress: " DELIMITED BY SIZE
           WD-Completed-Count DELIMITED BY SIZE
           " of 4 topics completed" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE "1. Mark a topic complete" TO WS-MSG
    PERFORM OUT-MSG
    MOVE "2. Return" TO WS-MSG
    PERFORM OUT-MSG
    MOVE "Enter your choice: " TO WS-MSG
    PERFORM OUT-MSG
    .

 Display-Web-Dev-Topics.
    MOVE SPACES TO WS-MSG
    STRING "1. [" DELIMITED BY SIZE WD-Topic-Done(1) DELIMITED BY SIZE
           "] Start with HTML & CSS basics (layout, flexbox, forms)" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "2. [" DELIMITED BY SIZE WD-Topic-Done(2) DELIMITED BY SIZE
           "] Learn JavaScript fundamentals (DOM, events, fetch)" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "3. [" DELIMITED BY SIZE WD-Topic-Done(3) DELIMITED BY SIZE
           "] Build a simple portfolio site with 2-3 pages" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "4. [" DELIMITED BY SIZE WD-Topic-Done(4) DELIMITED BY SIZE
           "] Use Git/GitHub for version control" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    .

 Deep-Learning-Menu.
    PERFORM Compute-Skill-Counts
    MOVE "Deep Learning - Quick Path" TO WS-MSG
    PERFORM OUT-MSG
    PERFORM Display-Deep-Learning-Topics
    MOVE SPACES TO WS-MSG
    STRING "Progress: " DELIMITED BY SIZE
           DL-Completed-Count DELIMITED BY SIZE
           " of 4 topics completed" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE "1. Mark a topic complete" TO WS-MSG
    PERFORM OUT-MSG
    MOVE "2. Return" TO WS-MSG
    PERFORM OUT-MSG
    MOVE "Enter your choice: " TO WS-MSG
    PERFORM OUT-MSG
    .

 Display-Deep-Learning-Topics.
    MOVE SPACES TO WS-MSG
    STRING "1. [" DELIMITED BY SIZE DL-Topic-Done(1) DELIMITED BY SIZE
           "] Brush up linear algebra, calculus, and probability" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "2. [" DELIMITED BY SIZE DL-Topic-Done(2) DELIMITED BY SIZE
           "] Practice Python + NumPy; learn tensors and autodiff" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "3. [" DELIMITED BY SIZE DL-Topic-Done(3) DELIMITED BY SIZE
           "] Train a small model (MNIST/CIFAR) and tune learning rate" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "4. [" DELIMITED BY SIZE DL-Topic-Done(4) DELIMITED BY SIZE
           "] Read training logs; avoid overfitting with regularization" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    .

 Interview-Menu.
    PERFORM Compute-Skill-Counts
    MOVE "Interview Prep - Checklist" TO WS-MSG
    PERFORM OUT-MSG
    PERFORM Display-Interview-Topics
    MOVE SPACES TO WS-MSG
    STRING "Progress: " DELIMITED BY SIZE
           IV-Completed-Count DELIMITED BY SIZE
           " of 4 topics completed" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE "1. Mark a topic complete" TO WS-MSG
    PERFORM OUT-MSG
    MOVE "2. Return" TO WS-MSG
    PERFORM OUT-MSG
    MOVE "Enter your choice: " TO WS-MSG
    PERFORM OUT-MSG
    .

 Display-Interview-Topics.
    MOVE SPACES TO WS-MSG
    STRING "1. [" DELIMITED BY SIZE IV-Topic-Done(1) DELIMITED BY SIZE
           "] Review Big-O and core data structures/algorithms" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "2. [" DELIMITED BY SIZE IV-Topic-Done(2) DELIMITED BY SIZE
           "] Solve 1-2 practice problems daily (arrays, strings, graphs)" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "3. [" DELIMITED BY SIZE IV-Topic-Done(3) DELIMITED BY SIZE
           "] Prepare STAR stories for behavioral questions" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "4. [" DELIMITED BY SIZE IV-Topic-Done(4) DELIMITED BY SIZE
           "] Do mock interviews and reflect on feedback" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    .

 Resume-Menu.
    PERFORM Compute-Skill-Counts
    MOVE "Resume Optimization - Tips" TO WS-MSG
    PERFORM OUT-MSG
    PERFORM Display-Resume-Topics
    MOVE SPACES TO WS-MSG
    STRING "Progress: " DELIMITED BY SIZE
           RS-Completed-Count DELIMITED BY SIZE
           " of 4 topics completed" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE "1. Mark a topic complete" TO WS-MSG
    PERFORM OUT-MSG
    MOVE "2. Return" TO WS-MSG
    PERFORM OUT-MSG
    MOVE "Enter your choice: " TO WS-MSG
    PERFORM OUT-MSG
    .

 Display-Resume-Topics.
    MOVE SPACES TO WS-MSG
    STRING "1. [" DELIMITED BY SIZE RS-Topic-Done(1) DELIMITED BY SIZE
           "] Keep it to one page (students/early career)" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "2. [" DELIMITED BY SIZE RS-Topic-Done(2) DELIMITED BY SIZE
           "] Use action verbs and quantify impact (e.g., 'reduced build time 30%')" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "3. [" DELIMITED BY SIZE RS-Topic-Done(3) DELIMITED BY SIZE
           "] Tailor bullets to the job description keywords" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    MOVE SPACES TO WS-MSG
    STRING "4. [" DELIMITED BY SIZE RS-Topic-Done(4) DELIMITED BY SIZE
           "] Put most relevant projects/experience at the top" DELIMITED BY SIZE
           INTO WS-MSG
    PERFORM OUT-MSG
    .

 Profile-Menu.
     MOVE "1. Edit Basic Information" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. Edit Experience" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Edit Education" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. Save Profile" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "5. Edit My Resume" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "6. Return" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 *> ===============================================================
 *> NEW: Messaging System (Epic #8 - Week 8)
 *> ===============================================================
 Messages-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "4" OR EOF-IN = "Y"
         PERFORM Messages-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Send-Message
                 WHEN "2"
                     PERFORM View-My-Messages
                 WHEN "3"
                     PERFORM Archive-Message-Lookup
                 WHEN "4"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Messages-Menu.
     MOVE "--- Messages Menu ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "1. Send a New Message" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. View My Messages" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Search Archived Messages" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. Back to Main Menu" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 *> ===============================================================
 *> NEW: search the dated Messages-Archive files Housekeeping ages
 *> read mail into. The user names a date range and a conversation
 *> partner; every archive generation dated within the range (up to
 *> today - a message is always archived on or after the day it was
 *> sent) is scanned, hits display read-only in the usual message
 *> format, and the conversation can be copied back into
 *> Messages.idx.
 *> ===============================================================
 Archive-Message-Lookup.
     MOVE "From date (YYYYMMDD): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Arc-From-Date

     MOVE "To date (YYYYMMDD): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Arc-To-Date

     MOVE "Conversation partner's username: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Arc-Partner

     IF FUNCTION LENGTH(FUNCTION TRIM(Arc-From-Date)) NOT = 8 OR
        Arc-From-Date IS NOT NUMERIC OR
        FUNCTION LENGTH(FUNCTION TRIM(Arc-To-Date)) NOT = 8 OR
        Arc-To-Date IS NOT NUMERIC
         MOVE "Invalid date(s). Please enter 8-digit dates (YYYYMMDD)." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     *> scan every archive generation dated from-date..today; the
     *> generation date is the housekeeping run date, so a message
     *> sent inside the range can sit in any of them
     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date
     COMPUTE Arc-Scan-Int =
         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Arc-From-Date))
     COMPUTE Arc-End-Int =
         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Today-Date))

     *> a non-calendar date (INTEGER-OF-DATE = 0), a from-date after
     *> the to-date, or a from-date in the future would otherwise
     *> send the scan loop probing tens of thousands of nonexistent
     *> generations - fail fast instead
     IF Arc-Scan-Int = 0 OR
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Arc-To-Date)) = 0 OR
        Arc-From-Date > Arc-To-Date OR
        Arc-From-Date > WS-Today-Date
         MOVE "Invalid date(s). Please enter 8-digit dates (YYYYMMDD)." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE 0 TO Message-Count
     MOVE 0 TO Arc-Files-Scanned
     PERFORM UNTIL Arc-Scan-Int > Arc-End-Int
         COMPUTE Arc-Date-N = FUNCTION DATE-OF-INTEGER(Arc-Scan-Int)
         MOVE SPACES TO WS-Msgs-Arch-Name
         STRING "Messages-Archive-" DELIMITED BY SIZE
                Arc-Date-N DELIMITED BY SIZE
                ".dat" DELIMITED BY SIZE
                INTO WS-Msgs-Arch-Name
         END-STRING
         PERFORM Scan-One-Message-Archive
         ADD 1 TO Arc-Scan-Int
     END-PERFORM

     IF Message-Count = 0
         MOVE SPACES TO WS-MSG
         STRING "No archived messages with " DELIMITED BY SIZE
                FUNCTION TRIM(Arc-Partner) DELIMITED BY SIZE
                " were found in that range (" DELIMITED BY SIZE
                Arc-Files-Scanned DELIMITED BY SIZE
                " archive file(s) scanned)." DELIMITED BY SIZE
                INTO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE SPACES TO WS-MSG
     STRING "--- Archived Conversation with " DELIMITED BY SIZE
            FUNCTION TRIM(Arc-Partner) DELIMITED BY SIZE
            " (read-only) ---" DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM VARYING MK FROM 1 BY 1 UNTIL MK > Message-Count
         PERFORM Display-Single-Message
     END-PERFORM
     MOVE "---------------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE "Enter Y to copy this conversation back into your messages: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR
        FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) NOT = "Y"
         EXIT PARAGRAPH
     END-IF

     PERFORM VARYING MK FROM 1 BY 1 UNTIL MK > Message-Count
         MOVE SPACES TO Message-Record
         MOVE Msg-Recipient(MK) TO Msg-Rec-Recipient
         MOVE WS-Msg-Next-Seq TO Msg-Rec-Seq
         MOVE Msg-Sender(MK) TO Msg-Rec-Sender
         MOVE Msg-Text(MK) TO Msg-Rec-Text
         *> stamped with today and unread: an archived row's own
         *> timestamp is older than the retention cutoff and its
         *> read flag is Y, so keeping them would have the very next
         *> Age-Out-Read-Messages pass archive the conversation right
         *> back out (the original date was already shown read-only
         *> above)
         MOVE FUNCTION CURRENT-DATE(1:14) TO Msg-Rec-Timestamp
         MOVE 'N' TO Msg-Rec-Read
         WRITE Message-Record
             INVALID KEY
                 CONTINUE
         END-WRITE
         ADD 1 TO WS-Msg-Next-Seq
     END-PERFORM

     MOVE SPACES TO WS-MSG
     STRING Message-Count DELIMITED BY SIZE
            " message(s) copied back into Messages.idx." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Collect matching rows from the archive generation named in
 *> WS-Msgs-Arch-Name into the message table (sender|recipient|
 *> message|timestamp|readflag per line, the legacy pipe layout).
 *> -----------------------------
 Scan-One-Message-Archive.
     OPEN INPUT MSGS-GEN-ARCHIVE-FILE
     IF FS-MSGS-ARCH NOT = "00"
         EXIT PARAGRAPH
     END-IF
     ADD 1 TO Arc-Files-Scanned
     MOVE 'N' TO ARC-EOF
     PERFORM UNTIL ARC-EOF = 'Y'
         READ MSGS-GEN-ARCHIVE-FILE
             AT END
                 MOVE 'Y' TO ARC-EOF
             NOT AT END
                 MOVE SPACES TO Message-Sender Message-Recipient
                                Message-Text WS-Msg-Timestamp-In
                 MOVE SPACE TO WS-Msg-Read-In
                 UNSTRING Message-Arch-Line DELIMITED BY '|'
                     INTO Message-Sender, Message-Recipient,
                          Message-Text, WS-Msg-Timestamp-In,
                          WS-Msg-Read-In
                 END-UNSTRING
                 IF ((Message-Sender = UserName AND
                      Message-Recipient = Arc-Partner) OR
                     (Message-Sender = Arc-Partner AND
                      Message-Recipient = UserName)) AND
                    WS-Msg-Timestamp-In(1:8) >= Arc-From-Date AND
                    WS-Msg-Timestamp-In(1:8) <= Arc-To-Date AND
                    Message-Count < 300
                     ADD 1 TO Message-Count
                     MOVE Message-Sender TO Msg-Sender(Message-Count)
                     MOVE Message-Recipient TO
                          Msg-Recipient(Message-Count)
                     MOVE Message-Text TO Msg-Text(Message-Count)
                     MOVE WS-Msg-Timestamp-In TO
                          Msg-Timestamp(Message-Count)
                     IF WS-Msg-Read-In = SPACE
                         MOVE 'Y' TO Msg-Read(Message-Count)
                     ELSE
                         MOVE WS-Msg-Read-In TO
                              Msg-Read(Message-Count)
                     END-IF
                     MOVE 0 TO Msg-Seq(Message-Count)
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MSGS-GEN-ARCHIVE-FILE
     .

 Send-Message.
     MOVE "Enter recipient's username (must be a connection): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN NOT = "Y"
         MOVE FUNCTION TRIM(InLine) TO Message-Recipient
         PERFORM Validate-Message-Recipient

         IF Message-Recipient-Valid
             MOVE "Enter your message (max 200 chars): " TO WS-MSG
             PERFORM OUT-MSG
             PERFORM READ-NEXT-INPUT
             IF EOF-IN NOT = "Y"
                 MOVE FUNCTION TRIM(InLine) TO Message-Content
                 IF FUNCTION LENGTH(Message-Content) > 200
                     MOVE Message-Content(1:200) TO Message-Content
                 END-IF

                 PERFORM Append-Message-To-Disk

                 MOVE SPACES TO WS-MSG
                 STRING "Message sent to " DELIMITED BY SIZE
                        FUNCTION TRIM(Message-Recipient) DELIMITED BY SIZE
                        " successfully!" DELIMITED BY SIZE
                        INTO WS-MSG
                 PERFORM OUT-MSG
                 MOVE "---------------------" TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-IF
     .

 Validate-Message-Recipient.
     SET Message-Recipient-Invalid TO TRUE

     *> NEW: announcements from the reserved system sender cannot be
     *> replied to
     IF FUNCTION UPPER-CASE(FUNCTION TRIM(Message-Recipient)) =
        "INCOLLEGE"
         MOVE "System announcements cannot be replied to." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     *> Check if recipient is a connected user (status = 'A')
     PERFORM VARYING I FROM 1 BY 1 UNTIL I > Connection-Count
         IF Conn-Status(I) = "A"
             IF (Conn-Sender(I) = UserName AND
                 Conn-Recipient(I) = Message-Recipient) OR
                (Conn-Sender(I) = Message-Recipient AND
                 Conn-Recipient(I) = UserName)
                 SET Message-Recipient-Valid TO TRUE
                 EXIT PERFORM
             END-IF
         END-IF
     END-PERFORM

     IF Message-Recipient-Invalid
         MOVE "You can only message users you are connected with." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     *> NEW: a closed account accepts no new mail
     MOVE Message-Recipient TO Target-Username
     PERFORM Check-Account-Active
     IF Account-Is-Inactive
         SET Message-Recipient-Invalid TO TRUE
         MOVE "That account has been deactivated and cannot receive messages." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 Append-Message-To-Disk.
     *> write one keyed record: recipient + next sequence number
     MOVE SPACES TO Message-Record
     MOVE Message-Recipient TO Msg-Rec-Recipient
     MOVE WS-Msg-Next-Seq TO Msg-Rec-Seq
     MOVE UserName TO Msg-Rec-Sender
     MOVE Message-Content TO Msg-Rec-Text
     MOVE FUNCTION CURRENT-DATE(1:14) TO Msg-Rec-Timestamp
     MOVE 'N' TO Msg-Rec-Read
     WRITE Message-Record
         INVALID KEY
             MOVE "Unable to save the message." TO WS-MSG
             PERFORM OUT-MSG
     END-WRITE
     ADD 1 TO WS-Msg-Next-Seq
     .

 *> -----------------------------
 *> Startup: find the highest sequence number on the message store so
 *> new messages get unique keys. The store itself is never mirrored
 *> whole into memory any more - the mailbox view works through it in
 *> batches, so no message count ever makes mail silently disappear.
 *> -----------------------------
 Load-Message-Sequence.
     MOVE 1 TO WS-Msg-Next-Seq
     PERFORM Start-Messages-Scan

     PERFORM UNTIL MSG-EOF = 'Y'
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 IF Msg-Rec-Seq >= WS-Msg-Next-Seq
                     COMPUTE WS-Msg-Next-Seq = Msg-Rec-Seq + 1
                 END-IF
         END-READ
     END-PERFORM
     .

 *> -----------------------------
 *> Fill the 300-slot table with the next batch of the current
 *> user's messages, resuming after the last key seen. Sets
 *> More-Messages-Remain when the store still has rows to look at.
 *> -----------------------------
 Load-User-Message-Batch.
     MOVE 0 TO Message-Count
     SET No-More-Messages TO TRUE
     IF WS-Msgs-First-Batch-Flag = 'Y'
         MOVE 'N' TO WS-Msgs-First-Batch-Flag
         PERFORM Start-Messages-Scan
     ELSE
         MOVE WS-Msgs-Resume-Key TO Msg-Rec-Key
         START MESSAGES-FILE KEY IS GREATER THAN Msg-Rec-Key
             INVALID KEY
                 MOVE 'Y' TO MSG-EOF
             NOT INVALID KEY
                 MOVE 'N' TO MSG-EOF
         END-START
     END-IF

     PERFORM UNTIL MSG-EOF = 'Y' OR Message-Count >= 300
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 MOVE Msg-Rec-Key TO WS-Msgs-Resume-Key
                 IF Msg-Rec-Sender = UserName OR
                    Msg-Rec-Recipient = UserName
                     ADD 1 TO Message-Count
                     MOVE Msg-Rec-Sender TO Msg-Sender(Message-Count)
                     MOVE Msg-Rec-Recipient TO Msg-Recipient(Message-Count)
                     MOVE Msg-Rec-Text TO Msg-Text(Message-Count)
                     MOVE Msg-Rec-Timestamp TO Msg-Timestamp(Message-Count)
                     MOVE Msg-Rec-Seq TO Msg-Seq(Message-Count)
                     IF Msg-Rec-Read = SPACE
                         MOVE 'N' TO Msg-Read(Message-Count)
                     ELSE
                         MOVE Msg-Rec-Read TO Msg-Read(Message-Count)
                     END-IF
                 END-IF
         END-READ
     END-PERFORM

     IF Message-Count >= 300 AND MSG-EOF NOT = 'Y'
         SET More-Messages-Remain TO TRUE
     END-IF
     .

 *> -----------------------------
 *> Persist read-flag changes for the current user's messages: each
 *> one is a single keyed REWRITE in place, instead of copying the
 *> whole message store through a tmp file.
 *> -----------------------------
 Update-Message-Read-Flags.
     PERFORM VARYING MK FROM 1 BY 1 UNTIL MK > Message-Count
         IF Msg-Recipient(MK) = UserName
             MOVE SPACES TO Message-Record
             MOVE Msg-Recipient(MK) TO Msg-Rec-Recipient
             MOVE Msg-Seq(MK) TO Msg-Rec-Seq
             READ MESSAGES-FILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF Msg-Rec-Read NOT = Msg-Read(MK)
                         MOVE Msg-Read(MK) TO Msg-Rec-Read
                         REWRITE Message-Record
                     END-IF
             END-READ
         END-IF
     END-PERFORM
     .

 View-My-Messages.
     MOVE "--- Your Messages ---" TO WS-MSG
     PERFORM OUT-MSG

     MOVE 0 TO Messages-Found-Count
     MOVE 'Y' TO WS-Msgs-First-Batch-Flag
     MOVE 'N' TO WS-Msgs-View-Done

     PERFORM UNTIL WS-Msgs-View-Done = 'Y' OR EOF-IN = "Y"
         PERFORM Load-User-Message-Batch

         IF Message-Count = 0
             IF Messages-Found-Count = 0
                 MOVE "You have no messages at this time." TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
             MOVE 'Y' TO WS-Msgs-View-Done
         ELSE
             MOVE 0 TO Convo-Partner-Count
             PERFORM Build-Convo-Partner-List
             PERFORM VARYING CP-Idx FROM 1 BY 1
                 UNTIL CP-Idx > Convo-Partner-Count
                 PERFORM Display-Conversation
             END-PERFORM
             PERFORM Update-Message-Read-Flags

             IF More-Messages-Remain
                 MOVE "There may be more messages - enter Y to continue: " TO WS-MSG
                 PERFORM OUT-MSG
                 PERFORM READ-NEXT-INPUT
                 IF EOF-IN = "Y" OR
                    FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) NOT = "Y"
                     MOVE 'Y' TO WS-Msgs-View-Done
                 END-IF
             ELSE
                 MOVE 'Y' TO WS-Msgs-View-Done
             END-IF
         END-IF
     END-PERFORM

     MOVE "---------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Helper: build list of distinct conversation partners for UserName,
 *> in order of first appearance
 *> -----------------------------
 Build-Convo-Partner-List.
     PERFORM VARYING MK FROM 1 BY 1 UNTIL MK > Message-Count
         MOVE SPACES TO WS-Other-Party
         IF Msg-Sender(MK) = UserName
             MOVE Msg-Recipient(MK) TO WS-Other-Party
         ELSE
             IF Msg-Recipient(MK) = UserName
                 MOVE Msg-Sender(MK) TO WS-Other-Party
             END-IF
         END-IF

         IF WS-Other-Party NOT = SPACES
             PERFORM Add-Convo-Partner
         END-IF
     END-PERFORM
     .

 Add-Convo-Partner.
     SET CP-Not-Already-Known TO TRUE
     PERFORM VARYING CP-Idx FROM 1 BY 1 UNTIL CP-Idx > Convo-Partner-Count
         IF Convo-Partner(CP-Idx) = WS-Other-Party
             SET CP-Already-Known TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM

     IF CP-Not-Already-Known AND Convo-Partner-Count < 300
         ADD 1 TO Convo-Partner-Count
         MOVE WS-Other-Party TO Convo-Partner(Convo-Partner-Count)
     END-IF
     .

 *> -----------------------------
 *> Display every message exchanged with Convo-Partner(CP-Idx),
 *> in sent order, and mark any unread ones as read.
 *> -----------------------------
 Display-Conversation.
     MOVE SPACES TO WS-MSG
     STRING "--- Conversation with " DELIMITED BY SIZE
            FUNCTION TRIM(Convo-Partner(CP-Idx)) DELIMITED BY SIZE
            " ---" DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE 0 TO Mod-Rcv-Count
     PERFORM VARYING MK FROM 1 BY 1 UNTIL MK > Message-Count
         IF (Msg-Sender(MK) = UserName AND Msg-Recipient(MK) = Convo-Partner(CP-Idx))
            OR
            (Msg-Recipient(MK) = UserName AND Msg-Sender(MK) = Convo-Partner(CP-Idx))
             ADD 1 TO Messages-Found-Count
             PERFORM Display-Single-Message
             IF Msg-Recipient(MK) = UserName AND Msg-Read(MK) = 'N'
                 MOVE 'Y' TO Msg-Read(MK)
             END-IF
             *> NEW: remember the received ones - they can be reported
             IF Msg-Recipient(MK) = UserName AND
                Msg-Sender(MK) NOT = "InCollege"
                 ADD 1 TO Mod-Rcv-Count
                 MOVE MK TO Mod-Rcv-MK(Mod-Rcv-Count)
             END-IF
         END-IF
     END-PERFORM

     *> NEW: report one of this partner's messages to the moderators
     IF Mod-Rcv-Count > 0
         PERFORM Prompt-Report-Message
     END-IF

     MOVE "---------------------" TO WS-MSG
     PERFORM OUT-MSG
     .

 Display-Single-Message.
     MOVE SPACES TO WS-MSG
     IF Msg-Sender(MK) = UserName
         STRING "To: " DELIMITED BY SIZE
                FUNCTION TRIM(Msg-Recipient(MK)) DELIMITED BY SIZE
                "  (" DELIMITED BY SIZE
                Msg-Timestamp(MK) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-MSG
     ELSE
         STRING "From: " DELIMITED BY SIZE
                FUNCTION TRIM(Msg-Sender(MK)) DELIMITED BY SIZE
                "  (" DELIMITED BY SIZE
                Msg-Timestamp(MK) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-MSG
     END-IF
     IF Msg-Recipient(MK) = UserName AND Msg-Read(MK) = 'N'
         STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                "  [UNREAD]" DELIMITED BY SIZE
                INTO WS-MSG
     END-IF
     PERFORM OUT-MSG

     MOVE SPACES TO WS-MSG
     STRING "Message: " DELIMITED BY SIZE
            FUNCTION TRIM(Msg-Text(MK)) DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG

     MOVE "---" TO WS-MSG
     PERFORM OUT-MSG
.

 *> ===============================================================
 *> NEW: career fairs and recruiting events. An administrator (or an
 *> employer account, for its own info sessions) creates an event in
 *> CareerEvents.dat; students RSVP from the main menu. EventRSVPs.dat
 *> is an append-only log of RSVP / CANCEL / ATTEND rows, replayed in
 *> file order per event: the first <capacity> active RSVPs hold a
 *> place and the rest wait in line, so a cancellation promotes the
 *> head of the waitlist automatically (and tells them so through
 *> Append-Event). Rosters for door check-in go to
 *> EventRoster-<id>.txt; attendance marked there shows on the
 *> student's own profile.
 *> ===============================================================
 Career-Events-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "0" OR EOF-IN = "Y"
         PERFORM Career-Events-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Browse-Career-Events
                 WHEN "2"
                     PERFORM My-Event-Registrations
                 WHEN "3"
                     IF User-Is-Admin OR User-Is-Employer
                         PERFORM Create-Career-Event
                     ELSE
                         MOVE "Invalid choice." TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 WHEN "4"
                     IF User-Is-Admin OR User-Is-Employer
                         PERFORM Write-Event-Roster
                     ELSE
                         MOVE "Invalid choice." TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 WHEN "5"
                     IF User-Is-Admin OR User-Is-Employer
                         PERFORM Mark-Event-Attendance
                     ELSE
                         MOVE "Invalid choice." TO WS-MSG
                         PERFORM OUT-MSG
                     END-IF
                 WHEN "0"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
                     PERFORM OUT-MSG
             END-EVALUATE
         END-IF
     END-PERFORM
     .

 Career-Events-Menu.
     MOVE "--- Career Fairs & Events ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "1. Browse Upcoming Events and RSVP" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. My Event Registrations" TO WS-MSG
     PERFORM OUT-MSG
     IF User-Is-Admin OR User-Is-Employer
         MOVE "3. Create an Event" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "4. Print Check-In Roster" TO WS-MSG
         PERFORM OUT-MSG
         MOVE "5. Mark Attendance" TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     MOVE "0. Back to Main Menu" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 Load-Career-Events.
     MOVE 0 TO Cev-Count Cev-Skipped
     MOVE 1 TO Cev-Next-ID
     CLOSE CAREER-EVENTS-FILE
     OPEN INPUT CAREER-EVENTS-FILE
     MOVE 'N' TO CEV-EOF
     PERFORM UNTIL CEV-EOF = 'Y'
         READ CAREER-EVENTS-FILE
             AT END
                 MOVE 'Y' TO CEV-EOF
             NOT AT END
                 MOVE SPACES TO Cev-ID-Part Cev-In-Owner Cev-In-Title
                                Cev-In-Date Cev-In-Time Cev-In-Location
                                Cev-Cap-Part Cev-In-Company
                 UNSTRING Career-Event-Line DELIMITED BY '|'
                     INTO Cev-ID-Part, Cev-In-Owner, Cev-In-Title,
                          Cev-In-Date, Cev-In-Time, Cev-In-Location,
                          Cev-Cap-Part, Cev-In-Company
                 END-UNSTRING
                 *> the next id comes from every row, loaded or not
                 IF Cev-ID-Part NOT = SPACES
                     MOVE FUNCTION NUMVAL(Cev-ID-Part) TO Cev-Row-ID
                     IF Cev-Row-ID >= Cev-Next-ID
                         COMPUTE Cev-Next-ID = Cev-Row-ID + 1
                     END-IF
                     IF Cev-Count >= 200
                         ADD 1 TO Cev-Skipped
                     END-IF
                 END-IF
                 IF Cev-ID-Part NOT = SPACES AND Cev-Count < 200
                     ADD 1 TO Cev-Count
                     MOVE FUNCTION NUMVAL(Cev-ID-Part) TO
                          Cev-ID(Cev-Count)
                     MOVE Cev-In-Owner TO Cev-Owner(Cev-Count)
                     MOVE Cev-In-Title TO Cev-Title(Cev-Count)
                     MOVE Cev-In-Date TO Cev-Date(Cev-Count)
                     MOVE Cev-In-Time TO Cev-Time(Cev-Count)
                     MOVE Cev-In-Location TO Cev-Location(Cev-Count)
                     MOVE FUNCTION NUMVAL(Cev-Cap-Part) TO
                          Cev-Capacity(Cev-Count)
                     MOVE Cev-In-Company TO
                          Cev-Company-Owner(Cev-Count)
                 END-IF
         END-READ
     END-PERFORM
     CLOSE CAREER-EVENTS-FILE
     OPEN EXTEND CAREER-EVENTS-FILE
     IF Cev-Skipped > 0
         MOVE "WARNING: CareerEvents.dat holds more than 200 events; the rest were not loaded." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 Create-Career-Event.
     MOVE "--- Create an Event ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter Event Title: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE FUNCTION TRIM(InLine) TO Cev-In-Title
     INSPECT Cev-In-Title REPLACING ALL "|" BY "/"
     MOVE "Enter Event Date (YYYYMMDD): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE FUNCTION TRIM(InLine) TO Cev-In-Date
     MOVE "Enter Start Time (HH:MM): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE FUNCTION TRIM(InLine) TO Cev-In-Time
     MOVE "Enter Location: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE FUNCTION TRIM(InLine) TO Cev-In-Location
     INSPECT Cev-In-Location REPLACING ALL "|" BY "/"
     MOVE "Enter Capacity (number of places): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE 0 TO Cev-In-Capacity
     IF FUNCTION TRIM(InLine) IS NUMERIC
         MOVE FUNCTION NUMVAL(InLine) TO Cev-In-Capacity
     END-IF

     *> an employer's info session is linked to its own company
     *> profile; an administrator may name one (or none)
     MOVE SPACES TO Cev-In-Company
     IF User-Is-Employer
         MOVE UserName TO Co-Owner
         PERFORM Load-Company-Profile
         IF Co-Profile-Exists
             MOVE UserName TO Cev-In-Company
         END-IF
     ELSE
         MOVE "Link a company profile - employer username (blank for none): "
             TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y" AND InLine NOT = SPACES
             MOVE FUNCTION TRIM(InLine) TO Co-Owner
             PERFORM Load-Company-Profile
             IF Co-Profile-Exists
                 MOVE Co-Owner TO Cev-In-Company
             ELSE
                 MOVE "No company profile for that account - event will not be linked."
                     TO WS-MSG
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-IF
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF

     MOVE FUNCTION CURRENT-DATE(1:8) TO Cev-Today
     MOVE Cev-In-Date TO Plc-Start-Date
     PERFORM Check-Offer-Date
     IF Cev-In-Title = SPACES OR Cev-In-Location = SPACES OR
        Cev-In-Time = SPACES
         MOVE "Missing required field(s). Event NOT created." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF Offer-Date-Not-Valid OR Cev-In-Date < Cev-Today
         MOVE "Invalid event date - it must be today or later (YYYYMMDD). Event NOT created."
             TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF Cev-In-Capacity = 0
         MOVE "Capacity must be a whole number of at least 1. Event NOT created."
             TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     PERFORM Load-Career-Events
     MOVE ALL SPACES TO Career-Event-Line
     STRING Cev-Next-ID DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(UserName) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Cev-In-Title) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Cev-In-Date DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Cev-In-Time) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Cev-In-Location) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Cev-In-Capacity DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Cev-In-Company) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Cev-Today DELIMITED BY SIZE
            INTO Career-Event-Line
     END-STRING
     WRITE Career-Event-Line

     MOVE "EVENTCREATE" TO CA-Action
     MOVE SPACES TO CA-Target
     STRING "event " DELIMITED BY SIZE
            Cev-Next-ID DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE SPACES TO CA-Old-Value
     MOVE Cev-In-Title TO CA-New-Value
     PERFORM Write-Change-Audit

     MOVE SPACES TO WS-MSG
     STRING "Event created with ID " DELIMITED BY SIZE
            Cev-Next-ID DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Upcoming events with their places taken; a student picks one to
 *> RSVP, or to cancel an RSVP they already hold.
 *> -----------------------------
 Browse-Career-Events.
     PERFORM Load-Career-Events
     MOVE FUNCTION CURRENT-DATE(1:8) TO Cev-Today
     MOVE "--- Upcoming Events ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO Cev-Shown
     PERFORM VARYING Cev-Idx FROM 1 BY 1 UNTIL Cev-Idx > Cev-Count
         IF Cev-Date(Cev-Idx) >= Cev-Today
             ADD 1 TO Cev-Shown
             PERFORM Load-Event-Roster
             PERFORM Display-Career-Event-Line
         END-IF
     END-PERFORM
     IF Cev-Shown = 0
         MOVE "No upcoming events." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF User-Is-Employer
         EXIT PARAGRAPH
     END-IF

     MOVE "Enter an event ID to RSVP or cancel, or 0 to go back: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(InLine) TO Cev-Pick
     IF Cev-Pick = 0
         EXIT PARAGRAPH
     END-IF
     PERFORM Find-Career-Event
     IF Cev-Idx = 0 OR Cev-Date(Cev-Idx) < Cev-Today
         MOVE "No upcoming event with that ID." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     PERFORM Toggle-Event-RSVP
     .

 Display-Career-Event-Line.
     MOVE SPACES TO WS-MSG
     STRING Cev-ID(Cev-Idx) DELIMITED BY SIZE
            ". " DELIMITED BY SIZE
            FUNCTION TRIM(Cev-Title(Cev-Idx)) DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            Cev-Date(Cev-Idx) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Cev-Time(Cev-Idx)) DELIMITED BY SIZE
            " at " DELIMITED BY SIZE
            FUNCTION TRIM(Cev-Location(Cev-Idx)) DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "   Places: " DELIMITED BY SIZE
            Rsv-Registered-Count DELIMITED BY SIZE
            " of " DELIMITED BY SIZE
            Cev-Capacity(Cev-Idx) DELIMITED BY SIZE
            " taken, " DELIMITED BY SIZE
            Rsv-Waitlist-Count DELIMITED BY SIZE
            " on the waitlist" DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     IF Cev-Company-Owner(Cev-Idx) NOT = SPACES
         MOVE Cev-Company-Owner(Cev-Idx) TO Co-Owner
         PERFORM Load-Company-Profile
         IF Co-Profile-Exists
             MOVE SPACES TO WS-MSG
             STRING "   Company: " DELIMITED BY SIZE
                    FUNCTION TRIM(Co-Company-Name) DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
             PERFORM OUT-MSG
         END-IF
     END-IF
     .

 *> Cev-Pick -> Cev-Idx (0 when no such event)
 Find-Career-Event.
     MOVE 0 TO Cev-Found-Idx
     PERFORM VARYING Cev-Idx FROM 1 BY 1 UNTIL Cev-Idx > Cev-Count
         IF Cev-ID(Cev-Idx) = Cev-Pick
             MOVE Cev-Idx TO Cev-Found-Idx
         END-IF
     END-PERFORM
     MOVE Cev-Found-Idx TO Cev-Idx
     .

 *> -----------------------------
 *> Replay EventRSVPs.dat for event Cev-Idx into Rsv-Table: one entry
 *> per registration in the order it was made, then rank the active
 *> ones - the first Cev-Capacity hold a place (R), the rest are
 *> waitlisted (W) in line order.
 *> -----------------------------
 Load-Event-Roster.
     MOVE 0 TO Rsv-Count Rsv-Skipped Rsv-Registered-Count
               Rsv-Waitlist-Count
     CLOSE EVENT-RSVP-FILE
     OPEN INPUT EVENT-RSVP-FILE
     MOVE 'N' TO RSVP-EOF
     PERFORM UNTIL RSVP-EOF = 'Y'
         READ EVENT-RSVP-FILE
             AT END
                 MOVE 'Y' TO RSVP-EOF
             NOT AT END
                 MOVE SPACES TO Rsv-Row-Event-Part Rsv-Row-User
                                Rsv-Row-Action
                 UNSTRING Event-RSVP-Line DELIMITED BY '|'
                     INTO Rsv-Row-Event-Part, Rsv-Row-User,
                          Rsv-Row-Action
                 END-UNSTRING
                 IF Rsv-Row-Event-Part NOT = SPACES
                     IF FUNCTION NUMVAL(Rsv-Row-Event-Part) =
                        Cev-ID(Cev-Idx)
                         PERFORM Apply-RSVP-Row
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE EVENT-RSVP-FILE
     OPEN EXTEND EVENT-RSVP-FILE
     IF Rsv-Skipped > 0
         MOVE "WARNING: this event has more than 500 RSVPs; the rest were not loaded." TO WS-MSG
         PERFORM OUT-MSG
     END-IF

     PERFORM VARYING Rsv-Idx FROM 1 BY 1 UNTIL Rsv-Idx > Rsv-Count
         MOVE SPACE TO Rsv-Place(Rsv-Idx)
         MOVE 0 TO Rsv-Position(Rsv-Idx)
         IF Rsv-Is-Active(Rsv-Idx)
             IF Rsv-Registered-Count < Cev-Capacity(Cev-Idx)
                 ADD 1 TO Rsv-Registered-Count
                 SET Rsv-Is-Registered(Rsv-Idx) TO TRUE
             ELSE
                 ADD 1 TO Rsv-Waitlist-Count
                 SET Rsv-Is-Waitlisted(Rsv-Idx) TO TRUE
                 MOVE Rsv-Waitlist-Count TO Rsv-Position(Rsv-Idx)
             END-IF
         END-IF
     END-PERFORM
     .

 Apply-RSVP-Row.
     MOVE 0 TO Rsv-Found-Idx
     PERFORM VARYING Rsv-Jdx FROM 1 BY 1 UNTIL Rsv-Jdx > Rsv-Count
         IF Rsv-User(Rsv-Jdx) = Rsv-Row-User
             MOVE Rsv-Jdx TO Rsv-Found-Idx
         END-IF
     END-PERFORM
     EVALUATE FUNCTION TRIM(Rsv-Row-Action)
         WHEN "RSVP"
             IF Rsv-Found-Idx > 0
                 IF Rsv-Is-Active(Rsv-Found-Idx)
                     EXIT PARAGRAPH
                 END-IF
             END-IF
             *> a fresh registration joins the back of the line
             IF Rsv-Count < 500
                 ADD 1 TO Rsv-Count
                 MOVE Rsv-Row-User TO Rsv-User(Rsv-Count)
                 MOVE 'Y' TO Rsv-Active-Flag(Rsv-Count)
                 MOVE 'N' TO Rsv-Attended-Flag(Rsv-Count)
                 IF Rsv-Found-Idx > 0
                     MOVE Rsv-Attended-Flag(Rsv-Found-Idx) TO
                          Rsv-Attended-Flag(Rsv-Count)
                 END-IF
             ELSE
                 ADD 1 TO Rsv-Skipped
             END-IF
         WHEN "CANCEL"
             IF Rsv-Found-Idx > 0
                 MOVE 'N' TO Rsv-Active-Flag(Rsv-Found-Idx)
             END-IF
         WHEN "ATTEND"
             IF Rsv-Found-Idx > 0
                 MOVE 'Y' TO Rsv-Attended-Flag(Rsv-Found-Idx)
             END-IF
     END-EVALUATE
     .

 *> latest Rsv-Table entry for Rsv-Lookup-User -> Rsv-Found-Idx (0 none)
 Find-Latest-RSVP.
     MOVE 0 TO Rsv-Found-Idx
     PERFORM VARYING Rsv-Jdx FROM 1 BY 1 UNTIL Rsv-Jdx > Rsv-Count
         IF Rsv-User(Rsv-Jdx) = Rsv-Lookup-User
             MOVE Rsv-Jdx TO Rsv-Found-Idx
         END-IF
     END-PERFORM
     .

 Append-RSVP-Row.
     MOVE ALL SPACES TO Event-RSVP-Line
     STRING Cev-ID(Cev-Idx) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Rsv-Row-User) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Rsv-Row-Action) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(UserName) DELIMITED BY SIZE
            INTO Event-RSVP-Line
     END-STRING
     WRITE Event-RSVP-Line
     .

 Toggle-Event-RSVP.
     PERFORM Load-Event-Roster
     MOVE UserName TO Rsv-Lookup-User
     PERFORM Find-Latest-RSVP
     IF Rsv-Found-Idx > 0
         IF Rsv-Is-Active(Rsv-Found-Idx)
             MOVE "You already have a place or a waitlist spot for this event. Cancel it? (Y/N): "
                 TO WS-MSG
             PERFORM OUT-MSG
             PERFORM READ-NEXT-INPUT
             IF EOF-IN NOT = "Y" AND
                (WS-INPUT-VALUE = "Y" OR WS-INPUT-VALUE = "y")
                 PERFORM Cancel-Event-RSVP
             END-IF
             EXIT PARAGRAPH
         END-IF
     END-IF

     MOVE UserName TO Rsv-Row-User
     MOVE "RSVP" TO Rsv-Row-Action
     PERFORM Append-RSVP-Row
     MOVE SPACES TO WS-MSG
     IF Rsv-Registered-Count < Cev-Capacity(Cev-Idx)
         STRING "You are registered for " DELIMITED BY SIZE
                FUNCTION TRIM(Cev-Title(Cev-Idx)) DELIMITED BY SIZE
                "." DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
     ELSE
         COMPUTE Rsv-Position-Out = Rsv-Waitlist-Count + 1
         STRING "The event is full - you are number " DELIMITED BY SIZE
                Rsv-Position-Out DELIMITED BY SIZE
                " on the waitlist and will be notified if a place opens."
                    DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
     END-IF
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Cancel UserName's RSVP (entry Rsv-Found-Idx, roster already
 *> loaded). Giving up a place moves the head of the waitlist into
 *> it, and they are told so.
 *> -----------------------------
 Cancel-Event-RSVP.
     MOVE SPACES TO Rsv-Promoted-User
     IF Rsv-Is-Registered(Rsv-Found-Idx)
         PERFORM VARYING Rsv-Jdx FROM 1 BY 1 UNTIL Rsv-Jdx > Rsv-Count
             IF Rsv-Is-Waitlisted(Rsv-Jdx) AND
                Rsv-Position(Rsv-Jdx) = 1
                 MOVE Rsv-User(Rsv-Jdx) TO Rsv-Promoted-User
             END-IF
         END-PERFORM
     END-IF

     MOVE UserName TO Rsv-Row-User
     MOVE "CANCEL" TO Rsv-Row-Action
     PERFORM Append-RSVP-Row
     MOVE "Your RSVP has been cancelled." TO WS-MSG
     PERFORM OUT-MSG

     IF Rsv-Promoted-User NOT = SPACES
         MOVE Rsv-Promoted-User TO Event-Recipient
         MOVE SPACES TO Event-Text
         STRING "A place opened up at " DELIMITED BY SIZE
                FUNCTION TRIM(Cev-Title(Cev-Idx)) DELIMITED BY SIZE
                " on " DELIMITED BY SIZE
                Cev-Date(Cev-Idx) DELIMITED BY SIZE
                " - you are off the waitlist and registered."
                    DELIMITED BY SIZE
                INTO Event-Text
         END-STRING
         PERFORM Append-Event
     END-IF
     .

 My-Event-Registrations.
     PERFORM Load-Career-Events
     MOVE FUNCTION CURRENT-DATE(1:8) TO Cev-Today
     MOVE "--- My Event Registrations ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO Cev-Shown
     MOVE UserName TO Rsv-Lookup-User
     PERFORM VARYING Cev-Idx FROM 1 BY 1 UNTIL Cev-Idx > Cev-Count
         PERFORM Load-Event-Roster
         PERFORM Find-Latest-RSVP
         IF Rsv-Found-Idx > 0
             IF Rsv-Is-Active(Rsv-Found-Idx) OR
                Rsv-Has-Attended(Rsv-Found-Idx)
                 ADD 1 TO Cev-Shown
                 MOVE SPACES TO WS-MSG
                 EVALUATE TRUE
                     WHEN Rsv-Has-Attended(Rsv-Found-Idx)
                         MOVE "Attended" TO Rsv-Status-Label
                     WHEN Rsv-Is-Registered(Rsv-Found-Idx)
                         MOVE "Registered" TO Rsv-Status-Label
                     WHEN OTHER
                         MOVE SPACES TO Rsv-Status-Label
                         STRING "Waitlisted #" DELIMITED BY SIZE
                                Rsv-Position(Rsv-Found-Idx)
                                    DELIMITED BY SIZE
                                INTO Rsv-Status-Label
                         END-STRING
                 END-EVALUATE
                 STRING Cev-ID(Cev-Idx) DELIMITED BY SIZE
                        ". " DELIMITED BY SIZE
                        FUNCTION TRIM(Cev-Title(Cev-Idx))
                            DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        Cev-Date(Cev-Idx) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(Cev-Time(Cev-Idx))
                            DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(Rsv-Status-Label)
                            DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-MSG
                 END-STRING
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM
     IF Cev-Shown = 0
         MOVE "You have no event registrations." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE "Enter an event ID to cancel your RSVP, or 0 to go back: "
         TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(InLine) TO Cev-Pick
     IF Cev-Pick = 0
         EXIT PARAGRAPH
     END-IF
     PERFORM Find-Career-Event
     IF Cev-Idx = 0
         MOVE "No event with that ID." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF Cev-Date(Cev-Idx) < Cev-Today
         MOVE "That event has already taken place." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     PERFORM Load-Event-Roster
     PERFORM Find-Latest-RSVP
     IF Rsv-Found-Idx = 0
         MOVE "You are not registered for that event." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF Rsv-Is-Active(Rsv-Found-Idx)
         PERFORM Cancel-Event-RSVP
     ELSE
         MOVE "You are not registered for that event." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> -----------------------------
 *> Ask for an event ID the current user may manage: an
 *> administrator manages every event, an employer only its own.
 *> Cev-Idx is 0 when the answer does not qualify.
 *> -----------------------------
 Pick-Managed-Event.
     PERFORM Load-Career-Events
     MOVE "Enter the event ID: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     MOVE 0 TO Cev-Idx
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(InLine) TO Cev-Pick
     PERFORM Find-Career-Event
     IF Cev-Idx = 0
         MOVE "No event with that ID." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF NOT User-Is-Admin AND Cev-Owner(Cev-Idx) NOT = UserName
         MOVE "You can only manage events you created." TO WS-MSG
         PERFORM OUT-MSG
         MOVE 0 TO Cev-Idx
     END-IF
     .

 Write-Event-Roster.
     PERFORM Pick-Managed-Event
     IF Cev-Idx = 0
         EXIT PARAGRAPH
     END-IF
     PERFORM Load-Event-Roster
     MOVE SPACES TO Cev-Roster-Name
     STRING "EventRoster-" DELIMITED BY SIZE
            Cev-ID(Cev-Idx) DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO Cev-Roster-Name
     END-STRING
     OPEN OUTPUT EVENT-ROSTER-FILE

     MOVE SPACES TO Event-Roster-Line
     STRING "CHECK-IN ROSTER - EVENT " DELIMITED BY SIZE
            Cev-ID(Cev-Idx) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(Cev-Title(Cev-Idx)) DELIMITED BY SIZE
            INTO Event-Roster-Line
     END-STRING
     WRITE Event-Roster-Line
     MOVE SPACES TO Event-Roster-Line
     STRING "Date: " DELIMITED BY SIZE
            Cev-Date(Cev-Idx) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Cev-Time(Cev-Idx)) DELIMITED BY SIZE
            "   Location: " DELIMITED BY SIZE
            FUNCTION TRIM(Cev-Location(Cev-Idx)) DELIMITED BY SIZE
            INTO Event-Roster-Line
     END-STRING
     WRITE Event-Roster-Line
     MOVE SPACES TO Event-Roster-Line
     STRING "Capacity: " DELIMITED BY SIZE
            Cev-Capacity(Cev-Idx) DELIMITED BY SIZE
            "   Registered: " DELIMITED BY SIZE
            Rsv-Registered-Count DELIMITED BY SIZE
            "   Waitlisted: " DELIMITED BY SIZE
            Rsv-Waitlist-Count DELIMITED BY SIZE
            INTO Event-Roster-Line
     END-STRING
     WRITE Event-Roster-Line
     MOVE SPACES TO Event-Roster-Line
     WRITE Event-Roster-Line

     MOVE "REGISTERED (tick on arrival)" TO Event-Roster-Line
     WRITE Event-Roster-Line
     PERFORM VARYING Rsv-Idx FROM 1 BY 1 UNTIL Rsv-Idx > Rsv-Count
         IF Rsv-Is-Registered(Rsv-Idx)
             PERFORM Write-Roster-Attendee
         END-IF
     END-PERFORM
     MOVE SPACES TO Event-Roster-Line
     WRITE Event-Roster-Line
     MOVE "WAITLIST (in line order)" TO Event-Roster-Line
     WRITE Event-Roster-Line
     PERFORM VARYING Rsv-Idx FROM 1 BY 1 UNTIL Rsv-Idx > Rsv-Count
         IF Rsv-Is-Waitlisted(Rsv-Idx)
             PERFORM Write-Roster-Attendee
         END-IF
     END-PERFORM
     MOVE "=== End of Roster ===" TO Event-Roster-Line
     WRITE Event-Roster-Line
     CLOSE EVENT-ROSTER-FILE

     MOVE SPACES TO WS-MSG
     STRING "Roster written to " DELIMITED BY SIZE
            FUNCTION TRIM(Cev-Roster-Name) DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Write-Roster-Attendee.
     MOVE SPACES TO Rsv-Name-Out
     MOVE SPACES TO Profile-Record
     MOVE Rsv-User(Rsv-Idx) TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             STRING FUNCTION TRIM(Profile-Record(21:30))
                        DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Profile-Record(51:30))
                        DELIMITED BY SIZE
                    INTO Rsv-Name-Out
             END-STRING
     END-READ
     MOVE SPACES TO Event-Roster-Line
     IF Rsv-Has-Attended(Rsv-Idx)
         MOVE "  [X] " TO Event-Roster-Line(1:6)
     ELSE
         MOVE "  [ ] " TO Event-Roster-Line(1:6)
     END-IF
     IF Rsv-Is-Waitlisted(Rsv-Idx)
         MOVE Rsv-Position(Rsv-Idx) TO Event-Roster-Line(7:4)
     END-IF
     MOVE Rsv-User(Rsv-Idx) TO Event-Roster-Line(12:20)
     MOVE Rsv-Name-Out TO Event-Roster-Line(34:61)
     WRITE Event-Roster-Line
     .

 *> -----------------------------
 *> Door check-in: one username per line until a blank line. Anyone
 *> holding an RSVP (place or waitlist) can be checked in.
 *> -----------------------------
 Mark-Event-Attendance.
     PERFORM Pick-Managed-Event
     IF Cev-Idx = 0
         EXIT PARAGRAPH
     END-IF
     PERFORM Load-Event-Roster
     MOVE 0 TO Rsv-Checked-In
     MOVE 'N' TO Rsv-Done-Flag
     PERFORM UNTIL Rsv-Done-Flag = 'Y' OR EOF-IN = "Y"
         MOVE "Enter a username to check in (blank to finish): "
             TO WS-MSG
         PERFORM OUT-MSG
         PERFORM READ-NEXT-INPUT
         IF EOF-IN = "Y" OR InLine = SPACES
             MOVE 'Y' TO Rsv-Done-Flag
         ELSE
             MOVE FUNCTION TRIM(InLine) TO Rsv-Lookup-User
             PERFORM Check-In-One-Attendee
         END-IF
     END-PERFORM
     MOVE SPACES TO WS-MSG
     STRING Rsv-Checked-In DELIMITED BY SIZE
            " attendee(s) checked in." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 Check-In-One-Attendee.
     PERFORM Find-Latest-RSVP
     IF Rsv-Found-Idx = 0
         MOVE "That user has no RSVP for this event." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF NOT Rsv-Is-Active(Rsv-Found-Idx)
         MOVE "That user cancelled their RSVP for this event." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     IF Rsv-Has-Attended(Rsv-Found-Idx)
         MOVE "Already checked in." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE Rsv-Lookup-User TO Rsv-Row-User
     MOVE "ATTEND" TO Rsv-Row-Action
     PERFORM Append-RSVP-Row
     MOVE 'Y' TO Rsv-Attended-Flag(Rsv-Found-Idx)
     ADD 1 TO Rsv-Checked-In

     MOVE "EVENTATTEND" TO CA-Action
     MOVE SPACES TO CA-Target
     STRING FUNCTION TRIM(Rsv-Lookup-User) DELIMITED BY SIZE
            "/event " DELIMITED BY SIZE
            Cev-ID(Cev-Idx) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE SPACES TO CA-Old-Value
     MOVE "ATTENDED" TO CA-New-Value
     PERFORM Write-Change-Audit

     MOVE SPACES TO WS-MSG
     STRING FUNCTION TRIM(Rsv-Lookup-User) DELIMITED BY SIZE
            " checked in." DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Events Rsv-Lookup-User was checked in at, for their profile.
 *> -----------------------------
 Display-Attended-Events.
     PERFORM Load-Career-Events
     MOVE 0 TO Cev-Shown
     PERFORM VARYING Cev-Idx FROM 1 BY 1 UNTIL Cev-Idx > Cev-Count
         PERFORM Load-Event-Roster
         PERFORM Find-Latest-RSVP
         IF Rsv-Found-Idx > 0
             IF Rsv-Has-Attended(Rsv-Found-Idx)
                 IF Cev-Shown = 0
                     MOVE "Events Attended:" TO WS-MSG
                     PERFORM OUT-MSG
                 END-IF
                 ADD 1 TO Cev-Shown
                 MOVE SPACES TO WS-MSG
                 STRING "  " DELIMITED BY SIZE
                        FUNCTION TRIM(Cev-Title(Cev-Idx))
                            DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        Cev-Date(Cev-Idx) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-MSG
                 END-STRING
                 PERFORM OUT-MSG
             END-IF
         END-IF
     END-PERFORM
     IF Cev-Shown = 0
         MOVE "Events Attended: None" TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> ===============================================================
 *> NEW: mentorship. Any student or alumnus can opt in as a mentor
 *> (Mentors.dat: capacity, industry, expertise, availability) and
 *> other users browse mentors by major or industry and ask for one.
 *> Each request is a Mentorships.dat row that the mentor accepts or
 *> declines; pairings live there, apart from Connections.dat, so a
 *> mentorship neither needs nor creates a connection. A mentor whose
 *> active pairings have reached their capacity drops out of the
 *> browse list until a place frees up.
 *> ===============================================================
 Mentorship-Loop.
     MOVE SPACES TO WS-MENU-SELECTION
     PERFORM UNTIL WS-MENU-SELECTION = "0" OR EOF-IN = "Y"
         PERFORM Mentorship-Menu
         PERFORM READ-NEXT-INPUT
         IF EOF-IN NOT = "Y"
             MOVE WS-INPUT-VALUE TO WS-MENU-SELECTION
             EVALUATE WS-MENU-SELECTION
                 WHEN "1"
                     PERFORM Browse-Mentors
                 WHEN "2"
                     PERFORM My-Mentorships
                 WHEN "3"
                     PERFORM Review-Mentor-Requests
                 WHEN "4"
                     PERFORM Mentor-Opt-In
                 WHEN "0"
                     CONTINUE
                 WHEN OTHER
                     MOVE "Invalid choice." TO WS-MSG
     END-PERFORM
     .

 Mentorship-Menu.
     MOVE "--- Mentorship ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "1. Find a Mentor" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "2. My Mentorships" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "3. Requests From Mentees" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "4. Become a Mentor / Update My Mentor Settings" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "0. Back to Main Menu" TO WS-MSG
     PERFORM OUT-MSG
     MOVE "Enter your choice: " TO WS-MSG
     PERFORM OUT-MSG
     .

 *> mentor|capacity|industry|expertise|availability|updated
 Load-Mentors.
     MOVE 0 TO Mtr-Count
     CLOSE MENTORS-FILE
     OPEN INPUT MENTORS-FILE
     MOVE 'N' TO MTR-EOF
     PERFORM UNTIL MTR-EOF = 'Y'
         READ MENTORS-FILE
             AT END
                 MOVE 'Y' TO MTR-EOF
             NOT AT END
                 MOVE SPACES TO Mtr-In-User Mtr-Cap-Part Mtr-In-Industry
                                Mtr-In-Expertise Mtr-In-Availability
                 UNSTRING Mentor-Line DELIMITED BY '|'
                     INTO Mtr-In-User, Mtr-Cap-Part, Mtr-In-Industry,
                          Mtr-In-Expertise, Mtr-In-Availability
                 END-UNSTRING
                 IF Mtr-In-User NOT = SPACES AND Mtr-Count < 200
                     ADD 1 TO Mtr-Count
                     MOVE Mtr-In-User TO Mtr-User(Mtr-Count)
                     MOVE 0 TO Mtr-Capacity(Mtr-Count)
                     IF FUNCTION TRIM(Mtr-Cap-Part) IS NUMERIC
                         MOVE FUNCTION NUMVAL(Mtr-Cap-Part) TO
                              Mtr-Capacity(Mtr-Count)
                     END-IF
                     MOVE Mtr-In-Industry TO Mtr-Industry(Mtr-Count)
                     MOVE Mtr-In-Expertise TO Mtr-Expertise(Mtr-Count)
                     MOVE Mtr-In-Availability TO
                          Mtr-Availability(Mtr-Count)
                     MOVE 0 TO Mtr-Active(Mtr-Count)
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MENTORS-FILE
     OPEN EXTEND MENTORS-FILE

     PERFORM Load-Mentorships
     PERFORM Count-Active-Mentorships
     .

 *> active pairings per mentor, for the capacity check - counted
 *> straight from the store so rows past the table limit still count
 Count-Active-Mentorships.
     CLOSE MENTORSHIPS-FILE
     OPEN INPUT MENTORSHIPS-FILE
     MOVE 'N' TO MTS-EOF
     PERFORM UNTIL MTS-EOF = 'Y'
         READ MENTORSHIPS-FILE
             AT END
                 MOVE 'Y' TO MTS-EOF
             NOT AT END
                 MOVE SPACES TO Mts-ID-Part Mts-In-Mentee Mts-In-Mentor
                                Mts-In-Status
                 UNSTRING Mentorship-Line DELIMITED BY '|'
                     INTO Mts-ID-Part, Mts-In-Mentee, Mts-In-Mentor,
                          Mts-In-Status
                 END-UNSTRING
                 IF FUNCTION TRIM(Mts-ID-Part) IS NUMERIC AND
                    Mts-In-Status = 'A'
                     PERFORM VARYING Mtr-Idx FROM 1 BY 1
                             UNTIL Mtr-Idx > Mtr-Count
                         IF Mtr-User(Mtr-Idx) = Mts-In-Mentor
                             ADD 1 TO Mtr-Active(Mtr-Idx)
                         END-IF
                     END-PERFORM
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MENTORSHIPS-FILE
     OPEN EXTEND MENTORSHIPS-FILE
     .

 *> id|mentee|mentor|status|requested|decided|note
 Load-Mentorships.
     MOVE 0 TO Mts-Count Mts-Skipped
     MOVE 1 TO Mts-Next-ID
     CLOSE MENTORSHIPS-FILE
     OPEN INPUT MENTORSHIPS-FILE
     MOVE 'N' TO MTS-EOF
     PERFORM UNTIL MTS-EOF = 'Y'
         READ MENTORSHIPS-FILE
             AT END
                 MOVE 'Y' TO MTS-EOF
             NOT AT END
                 MOVE SPACES TO Mts-ID-Part Mts-In-Mentee Mts-In-Mentor
                                Mts-In-Status Mts-In-Requested
                                Mts-In-Decided Mts-In-Note
                 UNSTRING Mentorship-Line DELIMITED BY '|'
                     INTO Mts-ID-Part, Mts-In-Mentee, Mts-In-Mentor,
                          Mts-In-Status, Mts-In-Requested,
                          Mts-In-Decided, Mts-In-Note
                 END-UNSTRING
                 *> the next id comes from every row, loaded or not
                 IF FUNCTION TRIM(Mts-ID-Part) IS NUMERIC
                     MOVE FUNCTION NUMVAL(Mts-ID-Part) TO Mts-Row-ID
                     IF Mts-Row-ID >= Mts-Next-ID
                         COMPUTE Mts-Next-ID = Mts-Row-ID + 1
                     END-IF
                     IF Mts-Count >= 500
                         ADD 1 TO Mts-Skipped
                     END-IF
                 END-IF
                 IF FUNCTION TRIM(Mts-ID-Part) IS NUMERIC AND
                    Mts-Count < 500
                     ADD 1 TO Mts-Count
                     MOVE FUNCTION NUMVAL(Mts-ID-Part) TO
                          Mts-ID(Mts-Count)
                     MOVE Mts-In-Mentee TO Mts-Mentee(Mts-Count)
                     MOVE Mts-In-Mentor TO Mts-Mentor(Mts-Count)
                     MOVE Mts-In-Status TO Mts-Status(Mts-Count)
                     MOVE Mts-In-Requested TO Mts-Requested(Mts-Count)
                     MOVE Mts-In-Decided TO Mts-Decided(Mts-Count)
                     MOVE Mts-In-Note TO Mts-Note(Mts-Count)
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MENTORSHIPS-FILE
     OPEN EXTEND MENTORSHIPS-FILE
     IF Mts-Skipped > 0
         MOVE "WARNING: Mentorships.dat holds more than 500 rows; the rest were not loaded." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 *> -----------------------------
 *> Mentors with a free place, optionally narrowed to a major (from
 *> the mentor's profile) or an industry; the user picks one to ask.
 *> -----------------------------
 Browse-Mentors.
     MOVE "Filter by major or industry (or press Enter for all): "
         TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) TO Mtr-Filter

     PERFORM Load-Mentors
     MOVE "--- Available Mentors ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO Mtr-Shown
     PERFORM VARYING Mtr-Idx FROM 1 BY 1 UNTIL Mtr-Idx > Mtr-Count
         IF Mtr-User(Mtr-Idx) NOT = UserName AND
            Mtr-Active(Mtr-Idx) < Mtr-Capacity(Mtr-Idx)
             MOVE Mtr-User(Mtr-Idx) TO Search-Username
             PERFORM Load-Profile-By-Username
             IF User-Not-Found
                 MOVE SPACES TO Search-First-Name Search-Last-Name
                                Search-Major
             END-IF
             MOVE 'Y' TO Mtr-Match-Flag
             IF Mtr-Filter NOT = SPACES
                 MOVE 0 TO Mtr-Tally
                 INSPECT FUNCTION UPPER-CASE(Search-Major)
                     TALLYING Mtr-Tally FOR ALL FUNCTION TRIM(Mtr-Filter)
                 INSPECT FUNCTION UPPER-CASE(Mtr-Industry(Mtr-Idx))
                     TALLYING Mtr-Tally FOR ALL FUNCTION TRIM(Mtr-Filter)
                 IF Mtr-Tally = 0
                     MOVE 'N' TO Mtr-Match-Flag
                 END-IF
             END-IF
             IF Mtr-Match-Flag = 'Y' AND Mtr-Shown < 50
                 ADD 1 TO Mtr-Shown
                 MOVE Mtr-Idx TO Mtr-Shown-Idx(Mtr-Shown)
                 PERFORM Display-Mentor-Entry
             END-IF
         END-IF
     END-PERFORM
     IF Mtr-Shown = 0
         MOVE "No mentors with a free place match." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE "Enter a number to request mentorship, or 0 to go back: "
         TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE 0 TO Mtr-Pick
     IF FUNCTION TRIM(InLine) IS NUMERIC
         MOVE FUNCTION NUMVAL(InLine) TO Mtr-Pick
     END-IF
     IF Mtr-Pick = 0
         EXIT PARAGRAPH
     END-IF
     IF Mtr-Pick > Mtr-Shown
         MOVE "Invalid selection." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE Mtr-Shown-Idx(Mtr-Pick) TO Mtr-Idx
     PERFORM Request-Mentorship
     .

 Display-Mentor-Entry.
     MOVE SPACES TO WS-MSG
     STRING Mtr-Shown DELIMITED BY SIZE
            ". " DELIMITED BY SIZE
            FUNCTION TRIM(Search-First-Name) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Search-Last-Name) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-User(Mtr-Idx)) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "   Major: " DELIMITED BY SIZE
            FUNCTION TRIM(Search-Major) DELIMITED BY SIZE
            "  Industry: " DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-Industry(Mtr-Idx)) DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "   Expertise: " DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-Expertise(Mtr-Idx)) DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     COMPUTE Mtr-Free = Mtr-Capacity(Mtr-Idx) - Mtr-Active(Mtr-Idx)
     STRING "   Availability: " DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-Availability(Mtr-Idx)) DELIMITED BY SIZE
            "  (" DELIMITED BY SIZE
            Mtr-Free DELIMITED BY SIZE
            " place(s) free)" DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 *> the user asks mentor Mtr-Idx; one open request or pairing per pair
 Request-Mentorship.
     PERFORM VARYING Mts-Idx FROM 1 BY 1 UNTIL Mts-Idx > Mts-Count
         IF Mts-Mentee(Mts-Idx) = UserName AND
            Mts-Mentor(Mts-Idx) = Mtr-User(Mtr-Idx) AND
            (Mts-Is-Pending(Mts-Idx) OR Mts-Is-Active(Mts-Idx))
             MOVE "You already have a request or mentorship with this mentor."
                 TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
         END-IF
     END-PERFORM

     MOVE "Add a short note for the mentor (optional): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Mts-In-Note
     INSPECT Mts-In-Note REPLACING ALL "|" BY "/"

     MOVE ALL SPACES TO Mentorship-Line
     STRING Mts-Next-ID DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(UserName) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-User(Mtr-Idx)) DELIMITED BY SIZE
            "|P|" DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            "||" DELIMITED BY SIZE
            FUNCTION TRIM(Mts-In-Note) DELIMITED BY SIZE
            INTO Mentorship-Line
     END-STRING
     WRITE Mentorship-Line

     MOVE Mtr-User(Mtr-Idx) TO Event-Recipient
     MOVE SPACES TO Event-Text
     STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
            " has asked you to be their mentor - see Mentorship, Requests From Mentees."
                DELIMITED BY SIZE
            INTO Event-Text
     END-STRING
     PERFORM Append-Event

     MOVE "MENTORREQ" TO CA-Action
     MOVE SPACES TO CA-Target
     STRING "mentorship " DELIMITED BY SIZE
            Mts-Next-ID DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE SPACES TO CA-Old-Value
     MOVE Mtr-User(Mtr-Idx) TO CA-New-Value
     PERFORM Write-Change-Audit

     MOVE SPACES TO WS-MSG
     STRING "Mentorship request sent to " DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-User(Mtr-Idx)) DELIMITED BY SIZE
            "." DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> The user's pending and active mentorships, as mentee and as
 *> mentor; an active one can be ended from here.
 *> -----------------------------
 My-Mentorships.
     PERFORM Load-Mentorships
     MOVE "--- My Mentorships ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO Mtr-Shown
     PERFORM VARYING Mts-Idx FROM 1 BY 1 UNTIL Mts-Idx > Mts-Count
         IF ((Mts-Mentee(Mts-Idx) = UserName AND
              (Mts-Is-Pending(Mts-Idx) OR Mts-Is-Active(Mts-Idx))) OR
             (Mts-Mentor(Mts-Idx) = UserName AND
              Mts-Is-Active(Mts-Idx)))
            AND Mtr-Shown < 50
             ADD 1 TO Mtr-Shown
             MOVE Mts-Idx TO Mtr-Shown-Idx(Mtr-Shown)
             MOVE SPACES TO WS-MSG
             EVALUATE TRUE
                 WHEN Mts-Mentor(Mts-Idx) = UserName
                     STRING Mtr-Shown DELIMITED BY SIZE
                            ". Mentoring " DELIMITED BY SIZE
                            FUNCTION TRIM(Mts-Mentee(Mts-Idx))
                                DELIMITED BY SIZE
                            " since " DELIMITED BY SIZE
                            Mts-Decided(Mts-Idx) DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                 WHEN Mts-Is-Active(Mts-Idx)
                     STRING Mtr-Shown DELIMITED BY SIZE
                            ". Mentored by " DELIMITED BY SIZE
                            FUNCTION TRIM(Mts-Mentor(Mts-Idx))
                                DELIMITED BY SIZE
                            " since " DELIMITED BY SIZE
                            Mts-Decided(Mts-Idx) DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
                 WHEN OTHER
                     STRING Mtr-Shown DELIMITED BY SIZE
                            ". Request to " DELIMITED BY SIZE
                            FUNCTION TRIM(Mts-Mentor(Mts-Idx))
                                DELIMITED BY SIZE
                            " pending since " DELIMITED BY SIZE
                            Mts-Requested(Mts-Idx) DELIMITED BY SIZE
                            INTO WS-MSG
                     END-STRING
             END-EVALUATE
             PERFORM OUT-MSG
         END-IF
     END-PERFORM
     IF Mtr-Shown = 0
         MOVE "You have no active or pending mentorships." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE "Enter a number to end that mentorship or withdraw the request, or 0 to go back: "
         TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE 0 TO Mtr-Pick
     IF FUNCTION TRIM(InLine) IS NUMERIC
         MOVE FUNCTION NUMVAL(InLine) TO Mtr-Pick
     END-IF
     IF Mtr-Pick = 0
         EXIT PARAGRAPH
     END-IF
     IF Mtr-Pick > Mtr-Shown
         MOVE "Invalid selection." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE Mtr-Shown-Idx(Mtr-Pick) TO Mts-Idx
     IF Mts-Mentor(Mts-Idx) = UserName
         MOVE Mts-Mentee(Mts-Idx) TO Event-Recipient
     ELSE
         MOVE Mts-Mentor(Mts-Idx) TO Event-Recipient
     END-IF
     MOVE SPACES TO Event-Text
     IF Mts-Is-Pending(Mts-Idx)
         STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
                " withdrew their mentorship request." DELIMITED BY SIZE
                INTO Event-Text
         END-STRING
         MOVE "Request withdrawn." TO WS-MSG
     ELSE
         STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
                " has ended your mentorship." DELIMITED BY SIZE
                INTO Event-Text
         END-STRING
         MOVE "Mentorship ended." TO WS-MSG
     END-IF
     MOVE 'E' TO Mts-New-Status
     PERFORM Set-Mentorship-Status
     PERFORM Append-Event
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> A mentor works through the requests waiting on them: accept
 *> (while a place is free), decline, or leave it for later.
 *> -----------------------------
 Review-Mentor-Requests.
     PERFORM Load-Mentors
     MOVE 0 TO Mtr-Found-Idx
     PERFORM VARYING Mtr-Idx FROM 1 BY 1 UNTIL Mtr-Idx > Mtr-Count
         IF Mtr-User(Mtr-Idx) = UserName
             MOVE Mtr-Idx TO Mtr-Found-Idx
         END-IF
     END-PERFORM
     MOVE "--- Requests From Mentees ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO Mtr-Shown
     PERFORM VARYING Mts-Idx FROM 1 BY 1
             UNTIL Mts-Idx > Mts-Count OR EOF-IN = "Y"
         IF Mts-Mentor(Mts-Idx) = UserName AND Mts-Is-Pending(Mts-Idx)
             ADD 1 TO Mtr-Shown
             PERFORM Review-One-Mentor-Request
         END-IF
     END-PERFORM
     IF Mtr-Shown = 0
         MOVE "No mentorship requests are waiting for you." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     .

 Review-One-Mentor-Request.
     MOVE Mts-Mentee(Mts-Idx) TO Search-Username
     PERFORM Load-Profile-By-Username
     IF User-Not-Found
         MOVE SPACES TO Search-First-Name Search-Last-Name Search-Major
     END-IF
     MOVE SPACES TO WS-MSG
     STRING FUNCTION TRIM(Mts-Mentee(Mts-Idx)) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM(Search-First-Name) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Search-Last-Name) DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            FUNCTION TRIM(Search-Major) DELIMITED BY SIZE
            ") asked on " DELIMITED BY SIZE
            Mts-Requested(Mts-Idx) DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     IF Mts-Note(Mts-Idx) NOT = SPACES
         MOVE SPACES TO WS-MSG
         STRING "  Note: " DELIMITED BY SIZE
                FUNCTION TRIM(Mts-Note(Mts-Idx)) DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
     END-IF
     MOVE "Accept (A), Decline (D) or leave for later (S)? " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE) TO Mts-New-Status
     EVALUATE Mts-New-Status
         WHEN "A"
             IF Mtr-Found-Idx = 0
                 MOVE "Set up your mentor settings (option 4) before accepting mentees."
                     TO WS-MSG
                 PERFORM OUT-MSG
                 EXIT PARAGRAPH
             END-IF
             IF Mtr-Active(Mtr-Found-Idx) >= Mtr-Capacity(Mtr-Found-Idx)
                 MOVE "You are at your mentoring capacity - request left pending."
                     TO WS-MSG
                 PERFORM OUT-MSG
                 EXIT PARAGRAPH
             END-IF
             PERFORM Set-Mentorship-Status
             ADD 1 TO Mtr-Active(Mtr-Found-Idx)
             MOVE SPACES TO Event-Text
             STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
                    " accepted your mentorship request." DELIMITED BY SIZE
                    INTO Event-Text
             END-STRING
         WHEN "D"
             PERFORM Set-Mentorship-Status
             MOVE SPACES TO Event-Text
             STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
                    " declined your mentorship request." DELIMITED BY SIZE
                    INTO Event-Text
             END-STRING
         WHEN OTHER
             EXIT PARAGRAPH
     END-EVALUATE
     MOVE Mts-Mentee(Mts-Idx) TO Event-Recipient
     PERFORM Append-Event
     .

 *> -----------------------------
 *> Mentorship Mts-Idx -> status Mts-New-Status (A accepted, D
 *> declined, E ended), stamped today, rewritten through
 *> Mentorships.tmp and change-audited.
 *> -----------------------------
 Set-Mentorship-Status.
     MOVE Mts-Status(Mts-Idx) TO CA-Old-Value
     MOVE Mts-New-Status TO Mts-Status(Mts-Idx)
     MOVE FUNCTION CURRENT-DATE(1:8) TO Mts-Decided(Mts-Idx)
     MOVE ALL SPACES TO Mts-Built-Line
     STRING Mts-ID(Mts-Idx) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mts-Mentee(Mts-Idx)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mts-Mentor(Mts-Idx)) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Mts-Status(Mts-Idx) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Mts-Requested(Mts-Idx) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Mts-Decided(Mts-Idx) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mts-Note(Mts-Idx)) DELIMITED BY SIZE
            INTO Mts-Built-Line
     END-STRING

     CLOSE MENTORSHIPS-FILE
     OPEN INPUT MENTORSHIPS-FILE
     OPEN OUTPUT MENTORSHIPS-TMP-FILE
     MOVE 'N' TO MTS-EOF
     PERFORM UNTIL MTS-EOF = 'Y'
         READ MENTORSHIPS-FILE
             AT END
                 MOVE 'Y' TO MTS-EOF
             NOT AT END
                 MOVE SPACES TO Mts-ID-Part
                 UNSTRING Mentorship-Line DELIMITED BY '|'
                     INTO Mts-ID-Part
                 END-UNSTRING
                 IF FUNCTION TRIM(Mts-ID-Part) IS NUMERIC AND
                    FUNCTION NUMVAL(Mts-ID-Part) = Mts-ID(Mts-Idx)
                     MOVE Mts-Built-Line TO Mentorship-Tmp-Line
                 ELSE
                     MOVE Mentorship-Line TO Mentorship-Tmp-Line
                 END-IF
                 WRITE Mentorship-Tmp-Line
         END-READ
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Mentorship-Tmp-Line
     WRITE Mentorship-Tmp-Line
     CLOSE MENTORSHIPS-FILE
     CLOSE MENTORSHIPS-TMP-FILE
     PERFORM Copy-Mentorships-Tmp-Back

     EVALUATE Mts-New-Status
         WHEN "A"
             MOVE "MENTORACCEPT" TO CA-Action
         WHEN "D"
             MOVE "MENTORDECLIN" TO CA-Action
         WHEN OTHER
             MOVE "MENTOREND" TO CA-Action
     END-EVALUATE
     MOVE SPACES TO CA-Target
     STRING "mentorship " DELIMITED BY SIZE
            Mts-ID(Mts-Idx) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE Mts-New-Status TO CA-New-Value
     PERFORM Write-Change-Audit
     .

 *> -----------------------------
 *> Opt in as a mentor, or change the settings; a capacity of 0
 *> stops new requests without ending current mentorships.
 *> -----------------------------
 Mentor-Opt-In.
     PERFORM Load-Mentors
     MOVE 0 TO Mtr-Found-Idx
     PERFORM VARYING Mtr-Idx FROM 1 BY 1 UNTIL Mtr-Idx > Mtr-Count
         IF Mtr-User(Mtr-Idx) = UserName
             MOVE Mtr-Idx TO Mtr-Found-Idx
         END-IF
     END-PERFORM
     IF Mtr-Found-Idx = 0
         MOVE "--- Become a Mentor ---" TO WS-MSG
         PERFORM OUT-MSG
         MOVE 0 TO Mtr-In-Capacity
         MOVE SPACES TO Mtr-In-Industry Mtr-In-Expertise
                        Mtr-In-Availability
     ELSE
         MOVE "--- My Mentor Settings (press Enter to keep a value) ---"
             TO WS-MSG
         PERFORM OUT-MSG
         MOVE Mtr-Capacity(Mtr-Found-Idx) TO Mtr-In-Capacity
         MOVE Mtr-Industry(Mtr-Found-Idx) TO Mtr-In-Industry
         MOVE Mtr-Expertise(Mtr-Found-Idx) TO Mtr-In-Expertise
         MOVE Mtr-Availability(Mtr-Found-Idx) TO Mtr-In-Availability
         MOVE SPACES TO WS-MSG
         STRING "Currently mentoring " DELIMITED BY SIZE
                Mtr-Active(Mtr-Found-Idx) DELIMITED BY SIZE
                " of " DELIMITED BY SIZE
                Mtr-Capacity(Mtr-Found-Idx) DELIMITED BY SIZE
                " - industry: " DELIMITED BY SIZE
                FUNCTION TRIM(Mtr-In-Industry) DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
     END-IF
     MOVE Mtr-In-Capacity TO Mtr-Old-Capacity

     MOVE "How many mentees can you take at once (0 to stop taking requests)? "
         TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF FUNCTION TRIM(InLine) IS NUMERIC AND
        FUNCTION NUMVAL(InLine) < 100
         MOVE FUNCTION NUMVAL(InLine) TO Mtr-In-Capacity
     ELSE
         IF FUNCTION TRIM(InLine) NOT = SPACES
             MOVE "Capacity must be a whole number from 0 to 99 - left unchanged."
                 TO WS-MSG
             PERFORM OUT-MSG
         END-IF
     END-IF
     MOVE "Industry you work in: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF FUNCTION TRIM(InLine) NOT = SPACES
         MOVE FUNCTION TRIM(InLine) TO Mtr-In-Industry
     END-IF
     MOVE "Areas you can help with (expertise): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF FUNCTION TRIM(InLine) NOT = SPACES
         MOVE FUNCTION TRIM(InLine) TO Mtr-In-Expertise
     END-IF
     MOVE "When are you available (e.g. weekday evenings): " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF FUNCTION TRIM(InLine) NOT = SPACES
         MOVE FUNCTION TRIM(InLine) TO Mtr-In-Availability
     END-IF
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     IF Mtr-Found-Idx = 0 AND Mtr-In-Capacity = 0
         MOVE "A capacity of at least 1 is needed to become a mentor."
             TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     INSPECT Mtr-In-Industry REPLACING ALL "|" BY "/"
     INSPECT Mtr-In-Expertise REPLACING ALL "|" BY "/"
     INSPECT Mtr-In-Availability REPLACING ALL "|" BY "/"

     MOVE ALL SPACES TO Mtr-Built-Line
     STRING FUNCTION TRIM(UserName) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Mtr-In-Capacity DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-In-Industry) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-In-Expertise) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mtr-In-Availability) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            INTO Mtr-Built-Line
     END-STRING
     IF Mtr-Found-Idx = 0
         MOVE Mtr-Built-Line TO Mentor-Line
         WRITE Mentor-Line
     ELSE
         PERFORM Save-Mentor-Row
     END-IF

     MOVE "MENTOROPTIN" TO CA-Action
     MOVE UserName TO CA-Target
     MOVE SPACES TO CA-Old-Value CA-New-Value
     IF Mtr-Found-Idx NOT = 0
         STRING "capacity " DELIMITED BY SIZE
                Mtr-Old-Capacity DELIMITED BY SIZE
                INTO CA-Old-Value
         END-STRING
     END-IF
     STRING "capacity " DELIMITED BY SIZE
            Mtr-In-Capacity DELIMITED BY SIZE
            INTO CA-New-Value
     END-STRING
     PERFORM Write-Change-Audit

     IF Mtr-In-Capacity = 0
         MOVE "Mentor settings saved - you will not receive new requests."
             TO WS-MSG
     ELSE
         MOVE "Mentor settings saved - students can now find you under Find a Mentor."
             TO WS-MSG
     END-IF
     PERFORM OUT-MSG
     .

 *> replace the user's Mentors.dat row with Mtr-Built-Line
 Save-Mentor-Row.
     CLOSE MENTORS-FILE
     OPEN INPUT MENTORS-FILE
     OPEN OUTPUT MENTORS-TMP-FILE
     MOVE 'N' TO MTR-EOF
     PERFORM UNTIL MTR-EOF = 'Y'
         READ MENTORS-FILE
             AT END
                 MOVE 'Y' TO MTR-EOF
             NOT AT END
                 MOVE SPACES TO Mtr-In-User
                 UNSTRING Mentor-Line DELIMITED BY '|'
                     INTO Mtr-In-User
                 END-UNSTRING
                 IF Mtr-In-User = UserName
                     MOVE Mtr-Built-Line TO Mentor-Tmp-Line
                 ELSE
                     MOVE Mentor-Line TO Mentor-Tmp-Line
                 END-IF
                 WRITE Mentor-Tmp-Line
         END-READ
     END-PERFORM
     MOVE WS-Rewrite-Trailer TO Mentor-Tmp-Line
     WRITE Mentor-Tmp-Line
     CLOSE MENTORS-FILE
     CLOSE MENTORS-TMP-FILE
     PERFORM Copy-Mentors-Tmp-Back
     .

 *> -----------------------------
 *> Admin Console: every active mentor/mentee pairing.
 *> -----------------------------
 Admin-Mentorship-Roster.
     PERFORM Load-Mentorships
     MOVE "--- Active Mentorship Pairings ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO Mtr-Shown
     PERFORM VARYING Mts-Idx FROM 1 BY 1 UNTIL Mts-Idx > Mts-Count
         IF Mts-Is-Active(Mts-Idx)
             ADD 1 TO Mtr-Shown
             MOVE SPACES TO WS-MSG
             STRING "Mentor " DELIMITED BY SIZE
                    FUNCTION TRIM(Mts-Mentor(Mts-Idx)) DELIMITED BY SIZE
                    " -> mentee " DELIMITED BY SIZE
                    FUNCTION TRIM(Mts-Mentee(Mts-Idx)) DELIMITED BY SIZE
                    " (since " DELIMITED BY SIZE
                    Mts-Decided(Mts-Idx) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
             PERFORM OUT-MSG
         END-IF
     END-PERFORM
     MOVE SPACES TO WS-MSG
     STRING "Active pairings: " DELIMITED BY SIZE
            Mtr-Shown DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMMENTORS" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 *> ===============================================================
 *> NEW: user reports and the moderation queue. A received message
 *> (from its conversation) or a found profile can be reported; each
 *> report is one Moderation.dat row carrying a snapshot of the
 *> reported content, so it can still be judged after the message is
 *> read, aged out or the profile edited. Administrators work the
 *> open rows from the Admin Console: dismiss, warn the user with a
 *> system message, or deactivate the account through
 *> Deactivate-User. Every outcome goes to ChangeAudit.dat.
 *> ===============================================================
 Prompt-Report-Message.
     MOVE SPACES TO WS-MSG
     STRING "Enter R to report a message from " DELIMITED BY SIZE
            FUNCTION TRIM(Convo-Partner(CP-Idx)) DELIMITED BY SIZE
            ", or press Enter to continue: " DELIMITED BY SIZE
            INTO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR
        FUNCTION UPPER-CASE(FUNCTION TRIM(InLine)) NOT = "R"
         EXIT PARAGRAPH
     END-IF

     PERFORM VARYING Mod-Idx FROM 1 BY 1 UNTIL Mod-Idx > Mod-Rcv-Count
         MOVE Mod-Rcv-MK(Mod-Idx) TO MK
         MOVE SPACES TO WS-MSG
         STRING "  " DELIMITED BY SIZE
                Mod-Idx DELIMITED BY SIZE
                ". (" DELIMITED BY SIZE
                Msg-Timestamp(MK) DELIMITED BY SIZE
                ") " DELIMITED BY SIZE
                FUNCTION TRIM(Msg-Text(MK)) DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
     END-PERFORM
     MOVE "Enter the number of the message to report: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION NUMVAL(InLine) TO Mod-Pick
     IF Mod-Pick < 1 OR Mod-Pick > Mod-Rcv-Count
         MOVE "Invalid message number - nothing reported." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE Mod-Rcv-MK(Mod-Pick) TO MK

     MOVE "Enter the reason for the report: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF

     MOVE UserName TO Mod-Reporter
     MOVE Msg-Sender(MK) TO Mod-Reported
     MOVE 'M' TO Mod-Kind
     MOVE SPACES TO Mod-Item
     STRING FUNCTION TRIM(Msg-Recipient(MK)) DELIMITED BY SIZE
            "#" DELIMITED BY SIZE
            Msg-Seq(MK) DELIMITED BY SIZE
            INTO Mod-Item
     END-STRING
     MOVE FUNCTION TRIM(InLine) TO Mod-Reason
     MOVE Msg-Text(MK) TO Mod-Content
     PERFORM File-Moderation-Report
     .

 Report-Profile-Flow.
     IF Search-Username = UserName
         MOVE "You cannot report your own profile." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     MOVE "Enter the reason for reporting this profile: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE UserName TO Mod-Reporter
     MOVE Search-Username TO Mod-Reported
     MOVE 'P' TO Mod-Kind
     MOVE "PROFILE" TO Mod-Item
     MOVE FUNCTION TRIM(InLine) TO Mod-Reason
     MOVE SPACES TO Mod-Content
     STRING FUNCTION TRIM(Search-First-Name) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Search-Last-Name) DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            FUNCTION TRIM(Search-About-Me) DELIMITED BY SIZE
            INTO Mod-Content
     END-STRING
     PERFORM File-Moderation-Report
     .

 *> -----------------------------
 *> Append the report in Mod-Reporter / Mod-Reported / Mod-Kind /
 *> Mod-Item / Mod-Reason / Mod-Content as the next report number,
 *> unless the same reporter already has the same item open.
 *> -----------------------------
 File-Moderation-Report.
     IF FUNCTION TRIM(Mod-Reason) = SPACES
         MOVE "A reason is required - nothing reported." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     INSPECT Mod-Reason REPLACING ALL "|" BY "/"
     INSPECT Mod-Content REPLACING ALL "|" BY "/"
     MOVE 0 TO Mod-Next-ID
     MOVE 'N' TO Mod-Dup-Flag
     CLOSE MODERATION-FILE
     OPEN INPUT MODERATION-FILE
     MOVE 'N' TO MOD-EOF
     PERFORM UNTIL MOD-EOF = 'Y'
         READ MODERATION-FILE
             AT END
                 MOVE 'Y' TO MOD-EOF
             NOT AT END
                 PERFORM Parse-Moderation-Line
                 IF Mod-Row-ID > Mod-Next-ID
                     MOVE Mod-Row-ID TO Mod-Next-ID
                 END-IF
                 IF Mod-Row-Reporter = Mod-Reporter AND
                    Mod-Row-Reported = Mod-Reported AND
                    Mod-Row-Item = Mod-Item AND
                    Mod-Row-Is-Open
                     MOVE 'Y' TO Mod-Dup-Flag
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MODERATION-FILE
     OPEN EXTEND MODERATION-FILE
     IF Mod-Dup-Flag = 'Y'
         MOVE "You have already reported this - it is waiting for an administrator."
             TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF
     ADD 1 TO Mod-Next-ID

     MOVE Mod-Next-ID TO Mod-Row-ID
     MOVE Mod-Reporter TO Mod-Row-Reporter
     MOVE Mod-Reported TO Mod-Row-Reported
     MOVE Mod-Kind TO Mod-Row-Kind
     MOVE Mod-Item TO Mod-Row-Item
     MOVE Mod-Reason TO Mod-Row-Reason
     MOVE FUNCTION CURRENT-DATE(1:14) TO Mod-Row-Stamp
     MOVE 'O' TO Mod-Row-Status
     MOVE SPACES TO Mod-Row-Admin Mod-Row-Decided
     MOVE Mod-Content TO Mod-Row-Content
     PERFORM Build-Moderation-Line
     MOVE Mod-Built-Line TO Moderation-Line
     WRITE Moderation-Line

     MOVE "MODREPORT" TO CA-Action
     MOVE SPACES TO CA-Target
     STRING "report " DELIMITED BY SIZE
            Mod-Row-ID DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Reported) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     MOVE SPACES TO CA-Old-Value
     MOVE "OPEN" TO CA-New-Value
     PERFORM Write-Change-Audit

     MOVE "Thank you - your report has been sent to the InCollege administrators."
         TO WS-MSG
     PERFORM OUT-MSG
     .

 *> Moderation-Line -> Mod-Row-* fields
 Parse-Moderation-Line.
     MOVE SPACES TO Mod-Row-ID-Part Mod-Row-Reporter Mod-Row-Reported
                    Mod-Row-Kind Mod-Row-Item Mod-Row-Reason
                    Mod-Row-Stamp Mod-Row-Status Mod-Row-Admin
                    Mod-Row-Decided Mod-Row-Content
     UNSTRING Moderation-Line DELIMITED BY '|'
         INTO Mod-Row-ID-Part, Mod-Row-Reporter, Mod-Row-Reported,
              Mod-Row-Kind, Mod-Row-Item, Mod-Row-Reason,
              Mod-Row-Stamp, Mod-Row-Status, Mod-Row-Admin,
              Mod-Row-Decided, Mod-Row-Content
     END-UNSTRING
     MOVE 0 TO Mod-Row-ID
     IF FUNCTION TRIM(Mod-Row-ID-Part) IS NUMERIC
         MOVE FUNCTION NUMVAL(Mod-Row-ID-Part) TO Mod-Row-ID
     END-IF
     .

 *> Mod-Row-* fields -> Mod-Built-Line (the content snapshot goes
 *> last, since it is free text)
 Build-Moderation-Line.
     MOVE ALL SPACES TO Mod-Built-Line
     STRING Mod-Row-ID DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Reporter) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Reported) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Mod-Row-Kind DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Item) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Reason) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Mod-Row-Stamp DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Mod-Row-Status DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Admin) DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            Mod-Row-Decided DELIMITED BY SIZE
            "|" DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Content) DELIMITED BY SIZE
            INTO Mod-Built-Line
     END-STRING
     .

 *> -----------------------------
 *> Admin Console: work the open reports, oldest first.
 *> -----------------------------
 Admin-Moderation-Queue.
     MOVE "--- Moderation Queue ---" TO WS-MSG
     PERFORM OUT-MSG
     MOVE 0 TO Mod-Open-Count
     CLOSE MODERATION-FILE
     OPEN INPUT MODERATION-FILE
     MOVE 'N' TO MOD-EOF
     PERFORM UNTIL MOD-EOF = 'Y'
         READ MODERATION-FILE
             AT END
                 MOVE 'Y' TO MOD-EOF
             NOT AT END
                 PERFORM Parse-Moderation-Line
                 IF Mod-Row-Is-Open AND Mod-Row-ID > 0
                     IF Mod-Open-Count < 200
                         ADD 1 TO Mod-Open-Count
                         MOVE Moderation-Line TO
                              Mod-Open-Line(Mod-Open-Count)
                     END-IF
                 END-IF
         END-READ
     END-PERFORM
     CLOSE MODERATION-FILE
     OPEN EXTEND MODERATION-FILE

     IF Mod-Open-Count = 0
         MOVE "No open reports." TO WS-MSG
         PERFORM OUT-MSG
     END-IF
     PERFORM VARYING Mod-Idx FROM 1 BY 1
             UNTIL Mod-Idx > Mod-Open-Count OR EOF-IN = "Y"
         MOVE Mod-Open-Line(Mod-Idx) TO Moderation-Line
         PERFORM Parse-Moderation-Line
         PERFORM Review-One-Report
     END-PERFORM
     MOVE "------------------------------" TO WS-MSG
     PERFORM OUT-MSG

     MOVE SPACES TO Admin-Target-User
     MOVE "ADMMODQ" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Review-One-Report.
     MOVE SPACES TO WS-MSG
     IF Mod-Row-Kind = 'M'
         MOVE "message" TO Mod-Kind-Label
     ELSE
         MOVE "profile" TO Mod-Kind-Label
     END-IF
     STRING "Report " DELIMITED BY SIZE
            Mod-Row-ID DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Reporter) DELIMITED BY SIZE
            " reported the " DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Kind-Label) DELIMITED BY SIZE
            " of " DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Reported) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            Mod-Row-Stamp DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     STRING "  Reason: " DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Reason) DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     MOVE SPACES TO WS-MSG
     IF Mod-Row-Kind = 'M'
         STRING "  Message " DELIMITED BY SIZE
                FUNCTION TRIM(Mod-Row-Item) DELIMITED BY SIZE
                ": " DELIMITED BY SIZE
                FUNCTION TRIM(Mod-Row-Content) DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
         PERFORM OUT-MSG
     ELSE
         PERFORM Show-Reported-Profile
     END-IF

     MOVE "D = dismiss, W = warn the user, X = deactivate the account, S = skip: "
         TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y"
         EXIT PARAGRAPH
     END-IF
     MOVE "OPEN" TO CA-Old-Value
     EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(InLine))
         WHEN "D"
             MOVE 'D' TO Mod-Row-Status
             MOVE "MODDISMISS" TO CA-Action
             MOVE "DISMISSED" TO CA-New-Value
             MOVE "Report dismissed." TO WS-MSG
         WHEN "W"
             MOVE "Enter the warning to send to the user: " TO WS-MSG
             PERFORM OUT-MSG
             PERFORM READ-NEXT-INPUT
             IF EOF-IN = "Y"
                 EXIT PARAGRAPH
             END-IF
             MOVE Mod-Row-Reported TO Message-Recipient
             MOVE SPACES TO Message-Content
             STRING "Warning from the InCollege administrators: "
                        DELIMITED BY SIZE
                    FUNCTION TRIM(InLine) DELIMITED BY SIZE
                    INTO Message-Content
             END-STRING
             PERFORM Send-System-Message
             MOVE 'W' TO Mod-Row-Status
             MOVE "MODWARN" TO CA-Action
             MOVE "WARNED" TO CA-New-Value
             MOVE "Warning sent to the user." TO WS-MSG
         WHEN "X"
             IF Mod-Row-Reported = UserName
                 MOVE "You cannot deactivate your own account here - report left open."
                     TO WS-MSG
                 PERFORM OUT-MSG
                 EXIT PARAGRAPH
             END-IF
             MOVE Mod-Row-Reported TO Deact-Username Admin-Target-User
             PERFORM Deactivate-User
             MOVE "ADMDEACT" TO WS-Admin-Action
             PERFORM Admin-Audit-Log
             MOVE 'X' TO Mod-Row-Status
             MOVE "MODDEACT" TO CA-Action
             MOVE "DEACTIVATED" TO CA-New-Value
             MOVE SPACES TO WS-MSG
             STRING "Account " DELIMITED BY SIZE
                    FUNCTION TRIM(Mod-Row-Reported) DELIMITED BY SIZE
                    " has been deactivated." DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
         WHEN OTHER
             MOVE "Skipped." TO WS-MSG
             PERFORM OUT-MSG
             EXIT PARAGRAPH
     END-EVALUATE
     PERFORM OUT-MSG

     MOVE UserName TO Mod-Row-Admin
     MOVE FUNCTION CURRENT-DATE(1:14) TO Mod-Row-Decided
     PERFORM Save-Moderation-Row
     MOVE SPACES TO CA-Target
     STRING "report " DELIMITED BY SIZE
            Mod-Row-ID DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Reported) DELIMITED BY SIZE
            INTO CA-Target
     END-STRING
     PERFORM Write-Change-Audit
     .

 *> the reported user's profile as it stands now, with the snapshot
 *> taken at report time underneath
 Show-Reported-Profile.
     MOVE SPACES TO Profile-Record
     MOVE Mod-Row-Reported TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             MOVE "  (no profile on file now)" TO WS-MSG
             PERFORM OUT-MSG
         NOT INVALID KEY
             MOVE SPACES TO WS-MSG
             STRING "  Profile now: " DELIMITED BY SIZE
                    FUNCTION TRIM(Profile-Record(21:30))
                        DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Profile-Record(51:30))
                        DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(Profile-Record(81:50))
                        DELIMITED BY SIZE
                    INTO WS-MSG
             END-STRING
             PERFORM OUT-MSG
             IF Profile-Record(175:200) NOT = SPACES
                 MOVE SPACES TO WS-MSG
                 STRING "  About: " DELIMITED BY SIZE
                        FUNCTION TRIM(Profile-Record(175:200))
                            DELIMITED BY SIZE
                        INTO WS-MSG
                 END-STRING
                 PERFORM OUT-MSG
             END-IF
     END-READ
     MOVE SPACES TO WS-MSG
     STRING "  When reported: " DELIMITED BY SIZE
            FUNCTION TRIM(Mod-Row-Content) DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     PERFORM OUT-MSG
     .

 *> -----------------------------
 *> Replace report Mod-Row-ID with the current Mod-Row-* fields,
 *> streaming the file through Moderation.tmp.
 *> -----------------------------
 Save-Moderation-Row.
     PERFORM Build-Moderation-Line
     MOVE Mod-Row-ID TO Mod-Save-ID
     CLOSE MODERATION-FILE
     OPEN INPUT MODERATION-FILE
     OPEN OUTPUT MODERATION-TMP-FILE
     MOVE 'N' TO MOD-EOF
     PERFORM UNTIL MOD-EOF = 'Y'
         READ MODERATION-FILE
             AT END
                 MOVE 'Y' TO MOD-EOF
             NOT AT END
                 MOVE SPACES TO Mod-Row-ID-Part
                 UNSTRING Moderation-Line DELIMITED BY '|'
                     INTO Mod-Row-ID-Part
                 END-UNSTRING
                 IF FUNCTION TRIM(Mod-Row-ID-Part) IS NUMERIC AND
                    FUNCTION NUMVAL(Mod-Row-ID-Part) = Mod-Save-ID
                     MOVE Mod-Built-Line TO Moderation-Tmp-Line
                 ELSE
                     MOVE Moderation-Line TO Moderation-Tmp-Line
                 END-IF
                 WRITE Moderation-Tmp-Line
         END-READ
     END-PERFORM

     MOVE WS-Rewrite-Trailer TO Moderation-Tmp-Line
     WRITE Moderation-Tmp-Line

     CLOSE MODERATION-FILE
     CLOSE MODERATION-TMP-FILE

     PERFORM Copy-Moderation-Tmp-Back
     .

 *> ===============================================================
 *> NEW: "download my data". One readable export file per user,
 *> DataExport-<username>.txt, holding everything the stores keep
 *> about that account: the account row (never the password hash),
 *> the profile, and every row of the line-sequential stores that
 *> belongs to the user, plus their mail from Messages.idx. The
 *> line-sequential stores are read through the generic backup
 *> reader, closing and reopening the live FD around each one the
 *> same way the backup snapshot does. A user exports their own
 *> data from the main menu; an administrator can export any named
 *> account from the console. Each export is change-audited.
 *> ===============================================================
 Export-My-Data.
     MOVE UserName TO Exp-User
     PERFORM Export-User-Data
     .

 Admin-Export-User-Data.
     MOVE "Enter the username to export: " TO WS-MSG
     PERFORM OUT-MSG
     PERFORM READ-NEXT-INPUT
     IF EOF-IN = "Y" OR FUNCTION TRIM(InLine) = SPACES
         EXIT PARAGRAPH
     END-IF
     MOVE FUNCTION TRIM(InLine) TO Admin-Target-User

     MOVE UserName TO WS-Admin-Stash
     MOVE Admin-Target-User TO UserName
     PERFORM Check-Username-Exists
     MOVE UserName TO Admin-Target-User
     MOVE WS-Admin-Stash TO UserName
     IF Username-Not-Exists
         MOVE "No account on file with that username." TO WS-MSG
         PERFORM OUT-MSG
         EXIT PARAGRAPH
     END-IF

     MOVE Admin-Target-User TO Exp-User
     PERFORM Export-User-Data
     MOVE "ADMEXPORT" TO WS-Admin-Action
     PERFORM Admin-Audit-Log
     .

 Export-User-Data.
     MOVE SPACES TO Exp-File-Name
     STRING "DataExport-" DELIMITED BY SIZE
            FUNCTION TRIM(Exp-User) DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO Exp-File-Name
     END-STRING
     OPEN OUTPUT DATA-EXPORT-FILE
     MOVE 0 TO Exp-Total-Rows

     MOVE SPACES TO Data-Export-Line
     STRING "InCollege personal data export for " DELIMITED BY SIZE
            FUNCTION TRIM(Exp-User) DELIMITED BY SIZE
            " - produced " DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
            INTO Data-Export-Line
     END-STRING
     WRITE Data-Export-Line

     PERFORM Export-Account-Section
     PERFORM Export-Profile-Section

     MOVE "CompanyProfiles.dat" TO Exp-Store-Name
     MOVE "Company profile" TO Exp-Section-Title
     MOVE "username|company|industry|website|contact" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Resumes.dat" TO Exp-Store-Name
     MOVE "Current resume" TO Exp-Section-Title
     MOVE "username|line|text" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "AppResumes.dat" TO Exp-Store-Name
     MOVE "Resumes attached to applications" TO Exp-Section-Title
     MOVE "applicant|jobid|line|text" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Connections.dat" TO Exp-Store-Name
     MOVE "Connections" TO Exp-Section-Title
     MOVE "from|to|status (P pending, A accepted, R declined, X removed)"
         TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 2 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Endorsements.dat" TO Exp-Store-Name
     MOVE "Endorsements and recommendations, given and received"
         TO Exp-Section-Title
     MOVE "owner|author|type (E skill, R recommendation)|text"
         TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 2 TO Exp-Key-2
     PERFORM Export-Store-Rows

     PERFORM Export-Messages-Section

     MOVE "Applications.dat" TO Exp-Store-Name
     MOVE "Job applications" TO Exp-Section-Title
     MOVE "applicant|jobid|poster|title|employer|status|statusdate|offerdeadline|referrer"
         TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "EnrollmentVerified.dat" TO Exp-Store-Name
     MOVE "Enrollment verification" TO Exp-Section-Title
     MOVE "username|studentid|university|status|since|lastseen" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "ScreeningAnswers.dat" TO Exp-Store-Name
     MOVE "Screening answers on your applications" TO Exp-Section-Title
     MOVE "applicant|jobid|qno|result|answer|question" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "ScreeningQuestions.dat" TO Exp-Store-Name
     MOVE "Screening questions on your postings" TO Exp-Section-Title
     MOVE "poster|stamp|qno|type|required|choices|text" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Referrals.dat" TO Exp-Store-Name
     MOVE "Job referrals" TO Exp-Section-Title
     MOVE "referrer|referred|jobid|poster|title|stamp|note" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 2 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "AppStatusHistory.dat" TO Exp-Store-Name
     MOVE "Application status history" TO Exp-Section-Title
     MOVE "applicant|jobid|status|date" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Interviews.dat" TO Exp-Store-Name
     MOVE "Interviews" TO Exp-Section-Title
     MOVE "applicant|jobid|poster|slot1|slot2|slot3|status|chosenslot"
         TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 3 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Placements.dat" TO Exp-Store-Name
     MOVE "Accepted offers" TO Exp-Section-Title
     MOVE "student|poster|jobid|title|employer|location|salary|start|accepted"
         TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "SavedSearches.dat" TO Exp-Store-Name
     MOVE "Saved job searches" TO Exp-Section-Title
     MOVE "owner|name|keyword|location|salaryonly" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Skill-Progress.dat" TO Exp-Store-Name
     MOVE "Learn-a-skill progress" TO Exp-Section-Title
     MOVE "username|topic completion flags per skill" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Events.dat" TO Exp-Store-Name
     MOVE "Notifications" TO Exp-Section-Title
     MOVE "recipient|timestamp|seen|text" TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "EventRSVPs.dat" TO Exp-Store-Name
     MOVE "Career event registrations and attendance" TO Exp-Section-Title
     MOVE "eventid|username|action|timestamp|actor" TO Exp-Layout
     MOVE 2 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Mentors.dat" TO Exp-Store-Name
     MOVE "Mentor settings" TO Exp-Section-Title
     MOVE "mentor|capacity|industry|expertise|availability|updated"
         TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "Mentorships.dat" TO Exp-Store-Name
     MOVE "Mentorship requests and pairings" TO Exp-Section-Title
     MOVE "id|mentee|mentor|status|requested|decided|note" TO Exp-Layout
     MOVE 2 TO Exp-Key-1
     MOVE 3 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "JobWithdrawals.dat" TO Exp-Store-Name
     MOVE "Withdrawn job postings" TO Exp-Section-Title
     MOVE "withdrawn|poster|title|description|employer|location|salary|closing|posted|approval|..."
         TO Exp-Layout
     MOVE 2 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     *> NEW: its own section - a pending verification code must not
     *> be readable from the export
     MOVE "NotifySettings.dat" TO Exp-Store-Name
     MOVE "Email and notification settings" TO Exp-Section-Title
     MOVE "username|email|pref|verified|code (withheld)|updated|evtsent|msgsent"
         TO Exp-Layout
     PERFORM Export-Notify-Rows

     MOVE "NotifySent.dat" TO Exp-Store-Name
     MOVE "Emails sent to you" TO Exp-Section-Title
     MOVE "stamp|msgid|username|address|kind|subject" TO Exp-Layout
     MOVE 3 TO Exp-Key-1
     MOVE 0 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "LoginAudit.dat" TO Exp-Store-Name
     MOVE "Login and account audit" TO Exp-Section-Title
     MOVE "username|timestamp|outcome or action|administrator"
         TO Exp-Layout
     MOVE 1 TO Exp-Key-1
     MOVE 4 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE "ChangeAudit.dat" TO Exp-Store-Name
     MOVE "Change audit" TO Exp-Section-Title
     MOVE "timestamp|actor|action|target|oldvalue|newvalue" TO Exp-Layout
     MOVE 2 TO Exp-Key-1
     MOVE 4 TO Exp-Key-2
     PERFORM Export-Store-Rows

     MOVE SPACES TO Data-Export-Line
     WRITE Data-Export-Line
     MOVE SPACES TO Data-Export-Line
     STRING "End of export - " DELIMITED BY SIZE
            Exp-Total-Rows DELIMITED BY SIZE
            " rows." DELIMITED BY SIZE
            INTO Data-Export-Line
     END-STRING
     WRITE Data-Export-Line
     CLOSE DATA-EXPORT-FILE

     MOVE "DATAEXPORT" TO CA-Action
     MOVE Exp-User TO CA-Target
     MOVE SPACES TO CA-Old-Value
     MOVE Exp-File-Name TO CA-New-Value
     PERFORM Write-Change-Audit

     MOVE SPACES TO WS-MSG
     STRING "Your data export has been written to " DELIMITED BY SIZE
            FUNCTION TRIM(Exp-File-Name) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            Exp-Total-Rows DELIMITED BY SIZE
            " rows)." DELIMITED BY SIZE
            INTO WS-MSG
     END-STRING
     IF Exp-User NOT = UserName
         MOVE SPACES TO WS-MSG
         STRING "Data export for " DELIMITED BY SIZE
                FUNCTION TRIM(Exp-User) DELIMITED BY SIZE
                " written to " DELIMITED BY SIZE
                FUNCTION TRIM(Exp-File-Name) DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                Exp-Total-Rows DELIMITED BY SIZE
                " rows)." DELIMITED BY SIZE
                INTO WS-MSG
         END-STRING
     END-IF
     PERFORM OUT-MSG
     .

 Export-Section-Header.
     MOVE SPACES TO Data-Export-Line
     WRITE Data-Export-Line
     MOVE SPACES TO Data-Export-Line
     STRING "=== " DELIMITED BY SIZE
            FUNCTION TRIM(Exp-Section-Title) DELIMITED BY SIZE
            " ===" DELIMITED BY SIZE
            INTO Data-Export-Line
     END-STRING
     WRITE Data-Export-Line
     .

 Export-Section-Footer.
     IF Exp-Section-Rows = 0
         MOVE "  (none)" TO Data-Export-Line
         WRITE Data-Export-Line
     END-IF
     ADD Exp-Section-Rows TO Exp-Total-Rows
     .

 *> the account row, minus the password hash
 Export-Account-Section.
     MOVE "Account" TO Exp-Section-Title
     PERFORM Export-Section-Header
     MOVE 0 TO Exp-Section-Rows
     MOVE SPACES TO Account-Record
     MOVE Exp-User TO Acct-Rec-Username
     READ ACCOUNTS-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             ADD 1 TO Exp-Section-Rows
             MOVE SPACES TO Data-Export-Line
             STRING "  Username: " DELIMITED BY SIZE
                    FUNCTION TRIM(Acct-Rec-Username) DELIMITED BY SIZE
                    INTO Data-Export-Line
             END-STRING
             WRITE Data-Export-Line
             EVALUATE TRUE
                 WHEN Acct-Rec-Admin
                     MOVE "  Account type: administrator"
                         TO Data-Export-Line
                 WHEN Acct-Rec-Employer
                     MOVE "  Account type: employer" TO Data-Export-Line
                 WHEN OTHER
                     MOVE "  Account type: student" TO Data-Export-Line
             END-EVALUATE
             WRITE Data-Export-Line
             IF Acct-Rec-Deactivated
                 MOVE "  Status: deactivated" TO Data-Export-Line
             ELSE
                 MOVE "  Status: active" TO Data-Export-Line
             END-IF
             WRITE Data-Export-Line
     END-READ
     PERFORM Export-Section-Footer
     .

 Export-Profile-Section.
     MOVE "Profile" TO Exp-Section-Title
     PERFORM Export-Section-Header
     MOVE 0 TO Exp-Section-Rows
     MOVE SPACES TO Profile-Record
     MOVE Exp-User TO Prof-Rec-Username
     READ PROFILES-FILE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             ADD 1 TO Exp-Section-Rows
             MOVE "Name:" TO Exp-Label
             MOVE SPACES TO Exp-Value
             STRING FUNCTION TRIM(Profile-Record(21:30))
                        DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Profile-Record(51:30))
                        DELIMITED BY SIZE
                    INTO Exp-Value
             END-STRING
             PERFORM Export-Labelled-Line
             MOVE "University:" TO Exp-Label
             MOVE Profile-Record(81:50) TO Exp-Value
             PERFORM Export-Labelled-Line
             MOVE "Major:" TO Exp-Label
             MOVE Profile-Record(131:40) TO Exp-Value
             PERFORM Export-Labelled-Line
             MOVE "Graduation year:" TO Exp-Label
             MOVE Profile-Record(171:4) TO Exp-Value
             PERFORM Export-Labelled-Line
             MOVE "About me:" TO Exp-Label
             MOVE Profile-Record(175:200) TO Exp-Value
             PERFORM Export-Labelled-Line
             *> three experience slots of 270 bytes from 375, then
             *> three education slots of 110 bytes from 1185
             PERFORM VARYING Exp-Idx FROM 1 BY 1 UNTIL Exp-Idx > 3
                 COMPUTE Exp-Offset = 375 + (Exp-Idx - 1) * 270
                 IF Profile-Record(Exp-Offset:270) NOT = SPACES
                     MOVE "Experience:" TO Exp-Label
                     MOVE SPACES TO Exp-Value
                     STRING FUNCTION TRIM(Profile-Record(Exp-Offset:40))
                                DELIMITED BY SIZE
                            ", " DELIMITED BY SIZE
                            FUNCTION TRIM(Profile-Record(Exp-Offset + 40:50))
                                DELIMITED BY SIZE
                            ", " DELIMITED BY SIZE
                            FUNCTION TRIM(Profile-Record(Exp-Offset + 90:30))
                                DELIMITED BY SIZE
                            " - " DELIMITED BY SIZE
                            FUNCTION TRIM(Profile-Record(Exp-Offset + 120:150))
                                DELIMITED BY SIZE
                            INTO Exp-Value
                     END-STRING
                     PERFORM Export-Labelled-Line
                 END-IF
             END-PERFORM
             PERFORM VARYING Exp-Idx FROM 1 BY 1 UNTIL Exp-Idx > 3
                 COMPUTE Exp-Offset = 1185 + (Exp-Idx - 1) * 110
                 IF Profile-Record(Exp-Offset:110) NOT = SPACES
                     MOVE "Education:" TO Exp-Label
                     MOVE SPACES TO Exp-Value
                     STRING FUNCTION TRIM(Profile-Record(Exp-Offset:40))
                                DELIMITED BY SIZE
                            ", " DELIMITED BY SIZE
                            FUNCTION TRIM(Profile-Record(Exp-Offset + 40:50))
                                DELIMITED BY SIZE
                            ", " DELIMITED BY SIZE
                            FUNCTION TRIM(Profile-Record(Exp-Offset + 90:20))
                                DELIMITED BY SIZE
                            INTO Exp-Value
                     END-STRING
                     PERFORM Export-Labelled-Line
                 END-IF
             END-PERFORM
             MOVE "Visibility:" TO Exp-Label
             MOVE Profile-Record(1515:1) TO Exp-Value
             PERFORM Export-Labelled-Line
     END-READ
     PERFORM Export-Section-Footer
     .

 Export-Labelled-Line.
     MOVE SPACES TO Data-Export-Line
     STRING "  " DELIMITED BY SIZE
            Exp-Label DELIMITED BY SIZE
            FUNCTION TRIM(Exp-Value) DELIMITED BY SIZE
            INTO Data-Export-Line
     END-STRING
     WRITE Data-Export-Line
     .

 *> -----------------------------
 *> Copy every row of Exp-Store-Name whose pipe field Exp-Key-1 (or
 *> Exp-Key-2, when not zero) is the user into the export, under a
 *> section header naming the row layout.
 *> -----------------------------
 Export-Store-Rows.
     PERFORM Export-Section-Header
     MOVE SPACES TO Data-Export-Line
     STRING "  (" DELIMITED BY SIZE
            FUNCTION TRIM(Exp-Store-Name) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(Exp-Layout) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO Data-Export-Line
     END-STRING
     WRITE Data-Export-Line
     MOVE 0 TO Exp-Section-Rows

     MOVE Exp-Store-Name TO WS-Bkp-Store-Name
     PERFORM Backup-Close-Live-Store
     MOVE Exp-Store-Name TO WS-Bkp-Src-Name
     OPEN INPUT BACKUP-SRC-FILE
     IF FS-BKP-SRC = "00"
         MOVE 'N' TO BKP-EOF
         PERFORM UNTIL BKP-EOF = 'Y'
             READ BACKUP-SRC-FILE
                 AT END
                     MOVE 'Y' TO BKP-EOF
                 NOT AT END
                     PERFORM Export-Match-Row
             END-READ
         END-PERFORM
         CLOSE BACKUP-SRC-FILE
     END-IF
     PERFORM Backup-Reopen-Live-Store
     PERFORM Export-Section-Footer
     .

 Export-Match-Row.
     MOVE SPACES TO Exp-Fld(1) Exp-Fld(2) Exp-Fld(3) Exp-Fld(4)
     UNSTRING Backup-Src-Line DELIMITED BY '|'
         INTO Exp-Fld(1), Exp-Fld(2), Exp-Fld(3), Exp-Fld(4)
     END-UNSTRING
     MOVE 'N' TO Exp-Match-Flag
     IF Exp-Fld(Exp-Key-1) = Exp-User
         MOVE 'Y' TO Exp-Match-Flag
     END-IF
     IF Exp-Key-2 > 0
         IF Exp-Fld(Exp-Key-2) = Exp-User
             MOVE 'Y' TO Exp-Match-Flag
         END-IF
         *> NEW: composite targets - "user/job N", "user/event N",
         *> "user on job N" lead with the username, moderation's
         *> "report N user" ends with it
         IF Exp-Match-Flag = 'N'
             MOVE SPACES TO Exp-Token(1) Exp-Token(2) Exp-Token(3)
             UNSTRING Exp-Fld(Exp-Key-2) DELIMITED BY '/' OR ALL SPACE
                 INTO Exp-Token(1), Exp-Token(2), Exp-Token(3)
             END-UNSTRING
             IF Exp-Token(1) = Exp-User
                 MOVE 'Y' TO Exp-Match-Flag
             END-IF
             IF Exp-Token(1) = "report" AND Exp-Token(3) = Exp-User
                 MOVE 'Y' TO Exp-Match-Flag
             END-IF
         END-IF
     END-IF
     IF Exp-Match-Flag = 'Y'
         ADD 1 TO Exp-Section-Rows
         MOVE SPACES TO Data-Export-Line
         STRING "  " DELIMITED BY SIZE
                FUNCTION TRIM(Backup-Src-Line TRAILING) DELIMITED BY SIZE
                INTO Data-Export-Line
         END-STRING
         WRITE Data-Export-Line
     END-IF
     .

 *> the user's NotifySettings.dat row with the verification code
 *> column left blank
 Export-Notify-Rows.
     PERFORM Export-Section-Header
     MOVE SPACES TO Data-Export-Line
     STRING "  (" DELIMITED BY SIZE
            FUNCTION TRIM(Exp-Store-Name) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(Exp-Layout) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO Data-Export-Line
     END-STRING
     WRITE Data-Export-Line
     MOVE 0 TO Exp-Section-Rows

     CLOSE NOTIFY-FILE
     OPEN INPUT NOTIFY-FILE
     MOVE 'N' TO NTF-EOF
     PERFORM UNTIL NTF-EOF = 'Y'
         READ NOTIFY-FILE
             AT END
                 MOVE 'Y' TO NTF-EOF
             NOT AT END
                 MOVE SPACES TO Ntf-In-User Ntf-In-Email Ntf-In-Pref
                                Ntf-In-Verified Ntf-In-Code
                                Ntf-In-Updated Ntf-In-Evt-Hwm
                                Ntf-In-Msg-Hwm
                 UNSTRING Notify-Line DELIMITED BY '|'
                     INTO Ntf-In-User, Ntf-In-Email, Ntf-In-Pref,
                          Ntf-In-Verified, Ntf-In-Code, Ntf-In-Updated,
                          Ntf-In-Evt-Hwm, Ntf-In-Msg-Hwm
                 END-UNSTRING
                 IF Ntf-In-User = Exp-User
                     ADD 1 TO Exp-Section-Rows
                     MOVE SPACES TO Data-Export-Line
                     STRING "  " DELIMITED BY SIZE
                            FUNCTION TRIM(Ntf-In-User) DELIMITED BY SIZE
                            "|" DELIMITED BY SIZE
                            FUNCTION TRIM(Ntf-In-Email) DELIMITED BY SIZE
                            "|" DELIMITED BY SIZE
                            Ntf-In-Pref DELIMITED BY SIZE
                            "|" DELIMITED BY SIZE
                            Ntf-In-Verified DELIMITED BY SIZE
                            "||" DELIMITED BY SIZE
                            Ntf-In-Updated DELIMITED BY SIZE
                            "|" DELIMITED BY SIZE
                            Ntf-In-Evt-Hwm DELIMITED BY SIZE
                            "|" DELIMITED BY SIZE
                            Ntf-In-Msg-Hwm DELIMITED BY SIZE
                            INTO Data-Export-Line
                     END-STRING
                     WRITE Data-Export-Line
                 END-IF
         END-READ
     END-PERFORM
     CLOSE NOTIFY-FILE
     OPEN EXTEND NOTIFY-FILE
     PERFORM Export-Section-Footer
     .

 *> mail the user received or sent, from the indexed message store
 Export-Messages-Section.
     MOVE "Messages sent and received" TO Exp-Section-Title
     PERFORM Export-Section-Header
     MOVE 0 TO Exp-Section-Rows
     PERFORM Start-Messages-Scan
     PERFORM UNTIL MSG-EOF = 'Y'
         READ MESSAGES-FILE NEXT RECORD
             AT END
                 MOVE 'Y' TO MSG-EOF
             NOT AT END
                 IF Msg-Rec-Recipient = Exp-User OR
                    Msg-Rec-Sender = Exp-User
                     ADD 1 TO Exp-Section-Rows
                     IF Msg-Rec-Read = 'Y'
                         MOVE "read" TO Exp-Label
                     ELSE
                         MOVE "unread" TO Exp-Label
                     END-IF
                     MOVE SPACES TO Data-Export-Line
                     STRING "  " DELIMITED BY SIZE
                            Msg-Rec-Timestamp DELIMITED BY SIZE
                            " from " DELIMITED BY SIZE
                            FUNCTION TRIM(Msg-Rec-Sender)
                                DELIMITED BY SIZE
                            " to " DELIMITED BY SIZE
                            FUNCTION TRIM(Msg-Rec-Recipient)
                                DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            FUNCTION TRIM(Exp-Label) DELIMITED BY SIZE
                            "): " DELIMITED BY SIZE
                            FUNCTION TRIM(Msg-Rec-Text) DELIMITED BY SIZE
                            INTO Data-Export-Line
                     END-STRING
                     WRITE Data-Export-Line
                 END-IF
         END-READ
     END-PERFORM
     PERFORM Export-Section-Footer
     .
