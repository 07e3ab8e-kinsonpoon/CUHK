      *    standings-ix.dat, indexed by team name, so the help-desk
      *    inquiry program TEAMINQ can answer "where does team X
      *    stand" without the full report or a rerun.
      *  - Team eligibility now comes from the contestant roster
      *    (contestants.txt, kept by ROSTMNT) and the rules in
      *    eligibility-control.txt: a team with a contestant
      *    enrolled before the ENROLYR year, over the MAXFINAL
      *    previous-finals limit, unreadable on the roster or also
      *    listed on another team is carried as UNOFFICIAL.  It is
      *    still scored and printed (flagged) on reportcob.txt, in
      *    its division section and in a new STATUS column of
      *    reportcob.csv, but it takes no division rank, no
      *    first-to-solve and no award: award cuts in the letters
      *    now count official teams only, so the next official
      *    team moves up.  Each breach is listed in exceptions.txt.
      *  - Appeals: the case register appeals.txt (kept by APPEALS)
      *    is read each run.  An upheld case names the corrections
      *    line it produced, and corrections-log.txt now carries that
      *    case number in a trailing CASE column.  contest-control.txt
      *    line 7 reads FINAL when the standings being printed are the
      *    final results; if any appeal is then still open the cases
      *    are listed in balance-report.txt and the run ends with at
      *    least return code 4, so the results are not signed off.
      *  - Multi-site contests: JUDGECNV now merges every site's judge
      *    feed, with each site's clock offset applied, and tags each
      *    submission row with a 2-character site code after SUBTIME
      *    (blank for a single-site contest; rows written before the
      *    code existed read as blank).  The code is carried through
      *    the sort and the duplicate check, each team takes the site
      *    of its rows (kept on the standings master for DELTA runs),
      *    and a multi-site run adds a per-site standings section to
      *    reportcob.txt and per-site control totals to
      *    balance-report.txt, balanced internally and against any
      *    SITE lines (site, count, hash) in judge-control.txt.
      *  - Registration fees: the team-balance.txt file written by
      *    BILLING is read before the letters are printed, and the
      *    result letter of every team still UNPAID goes to
      *    held-letters.txt instead of letters.txt, ready to release
      *    once the fee clears.  letters.txt ends with a HELD
      *    LETTERS section listing those teams and what they owe.
      *    Ranks and award cuts are not affected.  Without the
      *    balance file no letter is held.
      *  - Restart journal: each major step (SCAN, RECON, MASTER,
      *    REPORTS with the archive copy, LETTERS, IXFILE, HISTORY,
      *    FREEZE) appends a COMMITTED entry to run-journal.txt as
      *    it completes.  An ABEND state in run-control.txt now
      *    restarts the dead run under its own number instead of
      *    forcing past it: committed steps are skipped, a committed
      *    master checkpoint is reloaded rather than re-rolling the
      *    DELTA rows on top of it, and restart-report.txt lists
      *    each step as skipped or redone.  reportcob.txt and the
      *    CSV are now only opened when the report step starts, and
      *    the archive copy is taken as part of that step.
      *  - Rejudge simulation: contest-control.txt line 5 SIMULATE
      *    scores the whole day twice, as it stands and with the
      *    proposed rejudge in rejudge-proposal.txt (corrections
      *    layout) applied on top of corrections.txt, and writes
      *    rejudge-impact.txt: what became of each proposal line,
      *    then every team whose rank, TSCORE, TPEN, problems
      *    solved, first-to-solve problems or award changes, old
      *    and new.  A simulation takes no run number, journals
      *    nothing and leaves every file a real run writes alone.
      *    The corrections table now holds 250 lines, for a mass
      *    rejudge on top of the day's corrections.
      *  - Event feed: every run except an AS-OF replay writes
      *    event-feed.txt for the web scoreboard and livestream -
      *    a header, one EVT line per judgement (event sequence
      *    number, team, problem, contest minute, verdict) and a
      *    trailer count.  A verdict after the freeze time goes out
      *    as PENDING, as on the public board.  The events already
      *    sent are kept in event-register.txt, so each feed holds
      *    only what is new since the last one (a rejudged or
      *    unfrozen verdict goes out again under a new number);
      *    contest-control.txt line 8 RESEND puts every judgement in
      *    the register into the feed for a web side that has lost
      *    its state.  Pending verdicts are resolved by the first
      *    full-day run after the freeze is lifted.  The feed is
      *    step EVENTS of the restart journal.
      *  - Permanent team number: teams.txt carries the 5-digit number
      *    TEAMMNT gives each team, and the submission rows, the
      *    standings master, standings-ix.dat (alternate key), the
      *    history file and the CSV (trailing TEAMNO column) carry it
      *    too.  A row with a number scores for the team holding that
      *    number under its current name, and the master and the
      *    previous CSV are matched by number where both sides have
      *    one, so a team renamed between runs keeps its figures and
      *    its rank movement.  Rows, masters and CSVs without numbers
      *    are still matched by name.
      *  - Every report archive and letters file written is entered
      *    in file-catalogue.txt (type, date, file name) so the
      *    end-of-season retention job can age it and purge it.
      *  - Judge attribution: the submission rows JUDGECNV writes now
      *    end with the judge's id and the HHMM the verdict was
      *    given, for the companion program JUDGERPT; the scoring
      *    run reads past them.  corrections-log.txt gains FIELD and
      *    VALUE columns after SUBTIME (the field replaced and its
      *    new value, or an ALIAS's target name), so every applied
      *    correction can be traced back to the rows it changed.
      *  - A judgement in event-register.txt that a full-day run no
      *    longer finds has been voided: it goes out again under a
      *    new number with the verdict VOID, and the register keeps
      *    the VOID for any later RESEND.  A DELTA run, which sees
      *    only the new rows, still leaves such entries alone.  The
      *    EVENTS step is now committed before the new register is
      *    copied back, so a run dying in the copy finishes it on
      *    restart instead of leaving the register cut short.  A
      *    restart also checks the standings master can be read
      *    before taking it as the one to reload.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
000043     SELECT IN-FILE
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT ROST-FILE
000044         ASSIGN TO 'contestants.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS ROST-STATUS.
000043     SELECT ELIG-FILE
000044         ASSIGN TO 'eligibility-control.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS ELIG-STATUS.
000043     SELECT INPUT-FILE
000044         ASSIGN TO 'submission-records.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000044         ASSIGN TO 'submission-delta.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT SORTED-FILE
000044         ASSIGN TO DYNAMIC SORTED-NAME
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT MASTER-FILE
000044         ASSIGN TO 'standings-master.txt'
000044         ASSIGN TO DYNAMIC ARCHIVE-NAME
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT EXCEPT-FILE
000044         ASSIGN TO DYNAMIC EXCEPT-NAME
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT CSV-FILE
000044         ASSIGN TO 'reportcob.csv'
000044         ASSIGN TO 'balance-report.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT CORR-FILE
000044         ASSIGN TO DYNAMIC CORR-NAME
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CORR-STATUS.
000043     SELECT APPEAL-FILE
000044         ASSIGN TO 'appeals.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS APPEAL-STATUS.
000043     SELECT CORR-LOG
000044         ASSIGN TO 'corrections-log.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT LETTER-FILE
000044         ASSIGN TO 'letters.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT BALANCE-FILE
000044         ASSIGN TO 'team-balance.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS BALANCE-STATUS.
000043     SELECT HELD-FILE
000044         ASSIGN TO 'held-letters.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT IX-FILE
000044         ASSIGN TO 'standings-ix.dat'
000045         ORGANIZATION IS INDEXED
000045         ACCESS MODE IS RANDOM
000045         RECORD KEY IS IX-TEAM
000045         ALTERNATE RECORD KEY IS IX-TEAMNO WITH DUPLICATES
000045         FILE STATUS IS IX-STATUS.
000043     SELECT AUDIT-FILE
000044         ASSIGN TO 'audit-trail.txt'
000044         ASSIGN TO 'run-control.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS RUNCTL-STATUS.
000043     SELECT JOURNAL-FILE
000044         ASSIGN TO 'run-journal.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS JOURNAL-STATUS.
000043     SELECT RESTART-FILE
000044         ASSIGN TO 'restart-report.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT IMPACT-FILE
000044         ASSIGN TO 'rejudge-impact.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT EVWORK-FILE
000044         ASSIGN TO 'event-work.tmp'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS EVWORK-STATUS.
000043     SELECT EVREG-FILE
000044         ASSIGN TO 'event-register.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS EVREG-STATUS.
000043     SELECT EVNEW-FILE
000044         ASSIGN TO 'event-register.new'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS EVNEW-STATUS.
000043     SELECT EVFEED-FILE
000044         ASSIGN TO 'event-feed.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT CATLG-FILE
000044         ASSIGN TO 'file-catalogue.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CATLG-STATUS.
000050*
000060 DATA DIVISION.
000061 FILE SECTION.
          03 TM-DIV PIC XX.
          03 TM-COACH PIC X(20).
          03 TM-CONTACT PIC X(25).
          03 TM-TEAMNO PIC X(5).
       FD ROST-FILE.
           01 CONT-REC.
              03 CN-TEAM PIC X(15).
              03 CN-PERSON PIC X(10).
              03 CN-NAME PIC X(25).
              03 CN-ENROL PIC X(4).
              03 CN-FINALS PIC XX.
       FD ELIG-FILE.
           01 EL-LINE.
              03 EL-NAME PIC X(8).
              03 EL-VAL PIC X(4).
       FD INPUT-FILE.
           01 TEAM-DATA.
              03 NAM2 PIC X(15).
              03 OUTCOME PIC X(19).
              03 SCORE PIC 9(3).
              03 SUBTIME PIC 9(4).
              03 SUBSITE PIC XX.
              03 SUBTEAMNO PIC X(5).
              03 SUBJUDGE PIC X(6).
              03 SUBVTIME PIC X(4).
       FD DELTA-FILE.
           01 DELTA-DATA.
              03 D-NAM PIC X(15).
              03 D-OUTCOME PIC X(19).
              03 D-SCORE PIC 9(3).
              03 D-SUBTIME PIC 9(4).
              03 D-SITE PIC XX.
              03 D-TEAMNO PIC X(5).
              03 D-JUDGE PIC X(6).
              03 D-VTIME PIC X(4).
       FD MASTER-FILE.
           01 MS-REC.
              03 MS-NAME PIC X(15).
                 05 MS-SCORESUM PIC 9(5).
                 05 MS-ACCMIN PIC 9(4).
                 05 MS-BADBEF PIC 99.
              03 MS-SITE PIC XX.
              03 MS-TEAMNO PIC X(5).
       FD SORTED-FILE.
           01 SORTED-DATA.
              03 SNAM PIC X(15).
              03 SOUTCOME PIC X(19).
              03 SSCORE PIC 9(3).
              03 STIME PIC 9(4).
              03 SSITE PIC XX.
              03 STEAMNO PIC X(5).
       SD SORT-FILE.
           01 SORT-REC.
              03 SR-NAM PIC X(15).
              03 SR-OUTCOME PIC X(19).
              03 SR-SCORE PIC 9(3).
              03 SR-TIME PIC 9(4).
              03 SR-SITE PIC XX.
              03 SR-TEAMNO PIC X(5).
       FD CONTROL-FILE.
           01 CONTROL-LINE PIC X(50).
       FD OUTCOME-FILE.
              03 CO-VALUE PIC X(19).
              03 CO-WHO PIC X(10).
              03 CO-WHY PIC X(30).
       FD APPEAL-FILE.
           01 CASE-REC.
              03 AP-CASE PIC X(6).
              03 AP-TEAM PIC X(15).
              03 AP-IDD PIC XX.
              03 AP-TIME PIC X(4).
              03 AP-CLAIM PIC X(40).
              03 AP-JUDGE PIC X(10).
              03 AP-STATUS PIC X(9).
              03 AP-OPENED PIC X(8).
              03 AP-CLOSED PIC X(8).
              03 AP-CORRLN PIC X(4).
       FD CORR-LOG.
           01 CORRLOGLINE PIC X(300).
       FD AWARD-FILE.
              03 AW-CUT PIC X(3).
       FD LETTER-FILE.
           01 LETLINE PIC X(300).
       FD BALANCE-FILE.
           01 FEE-BAL-REC.
              03 FB-TEAM PIC X(15).
              03 FB-INST PIC X(25).
              03 FB-DIV PIC XX.
              03 FB-FEE PIC 9(5)V99.
              03 FB-PAID PIC 9(5)V99.
              03 FB-OWED PIC 9(5)V99.
              03 FB-STATUS PIC X(6).
       FD HELD-FILE.
           01 HELDLINE PIC X(300).
       FD IX-FILE.
           01 IX-REC.
              03 IX-TEAM PIC X(15).
              03 IX-TEAMNO PIC X(5).
              03 IX-RANK PIC 9(3).
              03 IX-TSCORE PIC 9(6).
              03 IX-TPEN PIC 9(5).
              03 HS-TSCORE PIC 9(6).
              03 HS-TPEN PIC 9(5).
              03 HS-SOLVED PIC 9(2).
              03 HS-TEAMNO PIC X(5).
       FD JOURNAL-FILE.
           01 JOURNAL-REC.
              03 JN-RUNNO PIC 9(4).
              03 JN-FILL1 PIC X.
              03 JN-STEP PIC X(8).
              03 JN-FILL2 PIC X.
              03 JN-STATE PIC X(9).
              03 JN-FILL3 PIC X.
              03 JN-DATE PIC 9(8).
              03 JN-FILL4 PIC X.
              03 JN-TIME PIC 9(6).
              03 JN-FILL5 PIC X.
              03 JN-RC PIC 9.
       FD RESTART-FILE.
           01 RSTLINE PIC X(300).
       FD IMPACT-FILE.
           01 IMPLINE PIC X(300).
       FD EVWORK-FILE.
           01 EVWLINE PIC X(46).
       FD EVREG-FILE.
           01 EVRLINE PIC X(56).
       FD EVNEW-FILE.
           01 EVNLINE PIC X(56).
       FD EVFEED-FILE.
           01 EVFLINE PIC X(300).
       FD CATLG-FILE.
           01 CATLG-REC.
              03 CG-TYPE PIC X(8).
              03 CG-DATE PIC 9(8).
              03 CG-NAME PIC X(40).
000000*
000000 WORKING-STORAGE SECTION.
000000*
                  05 TDIV PIC XX.
                  05 TCOACH PIC X(20).
                  05 TCONT PIC X(25).
                  05 TTEAMNO PIC X(5).
                  05 TUNOFF PIC X.
                     88 IS-UNOFFICIAL VALUE 'Y'.
                  05 TSITE PIC XX.
                  05 THELD PIC X.
                     88 LETTER-IS-HELD VALUE 'Y'.
                  05 TOWED PIC 9(5)V99.
                  05 SEEN PIC X.
                     88 WAS-SEEN VALUE 'Y'.
                  05 TSCORE PIC 9(6).
           01  TEAM-COUNT PIC 999 VALUE 0.
           01  MAXPROB-SEEN PIC 99 VALUE 0.
           01  RANK-ORDER PIC 999 OCCURS 100 TIMES.
000000*
      * Eligibility: the limits from eligibility-control.txt (zero
      * = rule not applied) and each roster row's team entry and
      * person id, kept for the one-team-per-person pass.  A team
      * breaking any rule is flagged TUNOFF in the team table.
           01  ROST-STATUS PIC XX.
           01  ELIG-STATUS PIC XX.
           01  ELIG-ENROL PIC 9(4) VALUE 0.
           01  ELIG-FINALS PIC 99 VALUE 0.
           01  ELIG-FINALS-SET PIC X VALUE 'N'.
               88 FINALS-RULE-ON VALUE 'Y'.
           01  RO-TAB.
               03 RO-ENTRY OCCURS 300 TIMES.
                  05 RO-TIX PIC 999.
                  05 RO-PERSON PIC X(10).
           01  RO-COUNT PIC 999 VALUE 0.
           01  RO-I PIC 999.
           01  RO-J PIC 999.
           01  UNOFF-TIX PIC 999.
           01  UNOFF-REASON PIC X(30).
           01  UNOFF-COUNT PIC 999 VALUE 0.
           01  OFFRANK PIC 999.
           01  OFF-COUNT PIC 999.
           01  OFF-COUNT-ED PIC ZZ9.
000000*
      * Distinct division codes collected while loading teams.txt,
      * driving one standings section per division after the overall
                  05 PV-NAME PIC X(15).
                  05 PV-RANK PIC 999.
                  05 PV-TSCORE PIC 9(6).
                  05 PV-TEAMNO PIC X(5).
                  05 PV-SOLVED PIC X OCCURS 20 TIMES.
           01  PREV-COUNT PIC 999 VALUE 0.
           01  PREV-NPROB PIC 99 VALUE 0.
           01  PVFOUND PIC X.
               88 PV-IS-FOUND VALUE 'Y'.
           01  UF-TAB.
               03 UF PIC X(30) OCCURS 26 TIMES.
           01  UFCOUNT PIC 99.
           01  UPTR PIC 9(4).
           01  PARSE-SW PIC 9 VALUE 2.
           01  PREV-FMT PIC X VALUE SPACE.
               88 PREV-FMT-NEW VALUE 'N'.
               88 PREV-FMT-OLD VALUE 'O'.
               88 PREV-FMT-STAT VALUE 'S'.
               88 PREV-FMT-NUM VALUE 'T'.
           01  MOVENOTE PIC X(4).
           01  NEWSOLVE PIC X.
               88 HAS-NEW-SOLVE VALUE 'Y'.
           01  RUN-RC PIC 9 VALUE 0.
           01  CNT6-ED PIC ZZZZZ9.
           01  CNT6-ED2 PIC ZZZZZ9.
000000*
      * Per-site control totals, one entry per site code met on a
      * submission row or a SITE line of judge-control.txt, taken
      * at the same points as the run totals above so each site
      * balances on its own.  MULTI-SITE is set once any non-blank
      * code is met; a single-site run prints no site sections.
           01  SITE-TAB.
               03 SITE-ENTRY OCCURS 10 TIMES.
                  05 ST-CODE PIC XX.
                  05 ST-READ PIC 9(6).
                  05 ST-HASH PIC 9(9).
                  05 ST-VOID PIC 9(6).
                  05 ST-DUP PIC 9(6).
                  05 ST-EXC PIC 9(6).
                  05 ST-CUT PIC 9(6).
                  05 ST-ACCUM PIC 9(6).
                  05 ST-TRL PIC X.
                     88 ST-HAS-TRAILER VALUE 'Y'.
                  05 ST-JT-COUNT PIC 9(6).
                  05 ST-JT-HASH PIC 9(9).
           01  SITE-COUNT PIC 99 VALUE 0.
           01  ST-I PIC 99.
           01  SITE-KEY PIC XX.
           01  SITEFLAG PIC X VALUE 'N'.
               88 MULTI-SITE VALUE 'Y'.
           01  SITERANK PIC 999.
           01  HASH-ED PIC 9(9).
000000*
      * Corrections transactions from corrections.txt, applied to
      * the submission rows while they are fed to the sort, and the
      * work area each row passes through on its way in.  The table
      * is sized for a mass rejudge proposal on top of the day's
      * corrections.
           01  CORR-TAB.
               03 CORR-ENTRY OCCURS 250 TIMES.
                  05 CR-ACTION PIC X(8).
                  05 CR-TEAM PIC X(15).
                  05 CR-IDD PIC XX.
                     88 CR-IS-VALID VALUE 'A'.
                  05 CR-REASON PIC X(30).
                  05 CR-HITS PIC 9(4).
                  05 CR-CASE PIC X(6).
           01  CORR-COUNT PIC 999 VALUE 0.
           01  CR-I PIC 999.
           01  CORR-STATUS PIC XX.
           01  CORR-NAME PIC X(40) VALUE 'corrections.txt'.
           01  CORR-SW PIC 9 VALUE 1.
           01  CR-HITS-ED PIC ZZZ9.
           01  W-SUB.
               03 W-SCORE PIC XXX.
               03 W-SCORE-N REDEFINES W-SCORE PIC 9(3).
               03 W-TIME PIC X(4).
               03 W-SITE PIC XX.
               03 W-TEAMNO PIC X(5).
           01  TNO-I PIC 999.
000000*
      * First-to-solve and balloon-list work fields: the earliest
      * accepted minute per problem, and the count of new balloons
           01  HM-CUT PIC 999 VALUE 0.
           01  AWARD-STATUS PIC XX.
           01  AWARD-TXT PIC X(28).
           01  AWARD-SW PIC 9 VALUE 1.
           01  IX-STATUS PIC XX.
           01  SOLVED-CNT PIC 999.
           01  SOLVED-ED PIC ZZ9.
           01  TEAM-COUNT-ED PIC ZZ9.
000000*
      * Fee holds from team-balance.txt: a team still UNPAID has its
      * letter written to held-letters.txt and is listed at the end
      * of letters.txt with what it owes.
           01  BALANCE-STATUS PIC XX.
           01  HELD-COUNT PIC 999 VALUE 0.
           01  OWED-ED PIC ZZ,ZZ9.99.
000000*
      * Team-break scratch area for the current team's block of
      * sorted submission rows.
      * Double-sent submission detection: the sort puts identical
      * rows side by side, so one held copy of the previous sorted
      * row is enough to drop every resend before it scores.
           01  DUP-PREV PIC X(50) VALUE LOW-VALUES.
000000*
      * Ranking (bubble sort of RANK-ORDER by TSCORE desc, name asc).
           01  RANK-I PIC 999.
           01  CTL-FREEZE PIC X(4) VALUE SPACES.
           01  FRZFLAG PIC X VALUE 'N'.
               88 FREEZE-IS-ON VALUE 'Y'.
000000*
      * Final results: contest-control.txt line 7 reads FINAL when
      * the standings printed are the ones to be signed off.  The
      * appeals still open at that point (from appeals.txt) are
      * kept here for the warning in balance-report.txt.
           01  FINALFLAG PIC X VALUE 'N'.
               88 FINAL-IS-ON VALUE 'Y'.
           01  APPEAL-STATUS PIC XX.
           01  APO-TAB.
               03 APO-ENTRY OCCURS 50 TIMES.
                  05 APO-CASE PIC X(6).
                  05 APO-TEAM PIC X(15).
                  05 APO-IDD PIC XX.
                  05 APO-TIME PIC X(4).
                  05 APO-OPENED PIC X(8).
           01  APO-COUNT PIC 999 VALUE 0.
           01  APO-I PIC 999.
           01  AP-LINE PIC 9(4).
           01  FRZ-TABLE.
               03 FRZ-ENTRY OCCURS 100 TIMES.
                  05 F-TSCORE PIC 9(6).
           01  RUN-DATE PIC 9(8).
           01  RUN-TIME PIC 9(8).
           01  ARCHIVE-NAME PIC X(40).
           01  EXCEPT-NAME PIC X(40) VALUE 'exceptions.txt'.
           01  SORTED-NAME PIC X(40) VALUE 'sorted-submissions.txt'.
000000*
      * Run control: taken at start and released at clean end.  The
      * record carries the last run number and a state - READY,
      * INFLIGHT or ABEND.  A run refuses to start over INFLIGHT
      * (return code 12) so two runs can never interleave on the
      * shared report files; a job that died leaves INFLIGHT behind,
      * and the operator flags it ABEND in run-control.txt to have
      * the next start restart it.  Each new run takes the next
      * number and stamps it into the archive name, the audit trail
      * and the balance report; a restart keeps the dead run's.
           01  RUNCTL-STATUS PIC XX.
           01  THIS-RUN PIC 9(4) VALUE 1.
           01  RUNNO-DISP PIC 9(4).
      * run, appended to contest-history.txt for the end-of-contest
      * progression report.
           01  HIST-STATUS PIC XX.
000000*
      * Restart journal: each major step appends a COMMITTED entry
      * (run number, step, date, time, return code so far) to
      * run-journal.txt as it completes.  A restart of an ABEND run
      * loads that run's entries and skips every committed step.
      * SCAN, RECON and MASTER stand or fall together: once MASTER
      * is committed the checkpoint already holds this run's rows,
      * so the figures are reloaded from it instead of re-rolling
      * the submissions on top of it.
           01  JOURNAL-STATUS PIC XX.
           01  JOURNAL-CLOCK PIC 9(8).
           01  RESTARTFLAG PIC X VALUE 'N'.
               88 IS-RESTART VALUE 'Y'.
           01  RELOADFLAG PIC X VALUE 'N'.
               88 MASTER-RELOAD VALUE 'Y'.
           01  STEP-NAMES.
               03 FILLER PIC X(8) VALUE 'SCAN'.
               03 FILLER PIC X(8) VALUE 'RECON'.
               03 FILLER PIC X(8) VALUE 'MASTER'.
               03 FILLER PIC X(8) VALUE 'REPORTS'.
               03 FILLER PIC X(8) VALUE 'LETTERS'.
               03 FILLER PIC X(8) VALUE 'IXFILE'.
               03 FILLER PIC X(8) VALUE 'HISTORY'.
               03 FILLER PIC X(8) VALUE 'FREEZE'.
               03 FILLER PIC X(8) VALUE 'EVENTS'.
           01  STEP-NAMES-R REDEFINES STEP-NAMES.
               03 STEP-NAME PIC X(8) OCCURS 9 TIMES.
           01  STEP-TAB.
               03 STEP-ENTRY OCCURS 9 TIMES.
                  05 STEP-DONE PIC X.
                     88 STEP-IS-DONE VALUE 'Y'.
                  05 STEP-DATE PIC 9(8).
                  05 STEP-TIME PIC 9(6).
                  05 STEP-RC PIC 9.
           01  STEP-COUNT PIC 99 VALUE 9.
           01  STEP-I PIC 99.
           01  STEP-NO PIC 99.
           01  STEP-NOTE PIC X(40).
000000*
      * Rejudge simulation (contest-control.txt line 5 SIMULATE):
      * the whole day is scored twice, first as it stands and then
      * with rejudge-proposal.txt (same layout as corrections.txt)
      * applied on top of the corrections, and every team whose
      * rank, TSCORE, TPEN, problems solved, first-to-solve or award
      * differs is listed in rejudge-impact.txt.  A simulation takes
      * no run number and writes nothing else that a real run
      * keeps; its exceptions go to rejudge-exceptions.txt and its
      * sort output to rejudge-sorted.tmp.  SM-FIG (1) holds the
      * standing as it is, SM-FIG (2) the standing after the
      * rejudge.
           01  SIMFLAG PIC X VALUE 'N'.
               88 SIMULATING VALUE 'Y'.
           01  SIM-PASS PIC 9 VALUE 1.
           01  SIM-P PIC 9.
           01  CTL-LINENO PIC 9 VALUE 0.
           01  PROP-FIRST PIC 999 VALUE 0.
           01  PROP-APPLIED PIC 999 VALUE 0.
           01  PROP-NOMATCH PIC 999 VALUE 0.
           01  PROP-REJECTED PIC 999 VALUE 0.
           01  SIM-CHANGED PIC 999 VALUE 0.
           01  SIM-TAB.
               03 SIM-ENTRY OCCURS 100 TIMES.
                  05 SM-FIG OCCURS 2 TIMES.
                     07 SM-RANK PIC 999.
                     07 SM-TSCORE PIC 9(6).
                     07 SM-TPEN PIC 9(5).
                     07 SM-SOLVED PIC 99.
                     07 SM-AWARD PIC X(28).
                     07 SM-FTS PIC X OCCURS 20 TIMES.
           01  FTS-LIST PIC X(80).
           01  FTS-PTR PIC 999.
000000*
      * Event feed for the web scoreboard: the scan writes one
      * candidate per judgement (team, problem, SUBTIME, occurrence
      * within that minute, verdict, contest minute) to
      * event-work.tmp, in team, problem and time order.  The
      * EVENTS step matches them against event-register.txt, the
      * judgements already sent with the verdict, sequence number
      * and run of their last event, in the same order.  A new
      * judgement, or one whose verdict has changed, takes the next
      * sequence number and this run's number; the feed carries
      * every register entry stamped with this run (or all of them
      * on a RESEND), so a restarted run rewrites the same feed.
      * The register is cleared with the other day files before a
      * new contest.
           01  EVWORK-STATUS PIC XX.
           01  EVREG-STATUS PIC XX.
           01  EVNEW-STATUS PIC XX.
           01  EVWORKFLAG PIC X VALUE 'N'.
               88 EVWORK-IS-OPEN VALUE 'Y'.
           01  EVREGFLAG PIC X VALUE 'N'.
               88 EVREG-IS-OPEN VALUE 'Y'.
           01  RESENDFLAG PIC X VALUE 'N'.
               88 FEED-RESEND VALUE 'Y'.
           01  EV-PREV-KEY PIC X(21).
           01  EV-OCC PIC 99 VALUE 0.
           01  EV-LASTSEQ PIC 9(6) VALUE 0.
           01  EV-COUNT PIC 9(6) VALUE 0.
           01  EV-WORK.
               03 EW-KEY.
                  05 EW-TEAM PIC X(15).
                  05 EW-IDD PIC 99.
                  05 EW-TIME PIC 9(4).
                  05 EW-OCC PIC 99.
               03 EW-VERDICT PIC X(19).
               03 EW-MINUTE PIC 9(4).
           01  EV-REG.
               03 ER-KEY.
                  05 ER-TEAM PIC X(15).
                  05 ER-IDD PIC 99.
                  05 ER-TIME PIC 9(4).
                  05 ER-OCC PIC 99.
               03 ER-VERDICT PIC X(19).
               03 ER-MINUTE PIC 9(4).
               03 ER-SEQ PIC 9(6).
               03 ER-RUNNO PIC 9(4).
           01  EV-OUT.
               03 EO-KEY.
                  05 EO-TEAM PIC X(15).
                  05 EO-IDD PIC 99.
                  05 EO-TIME PIC 9(4).
                  05 EO-OCC PIC 99.
               03 EO-VERDICT PIC X(19).
               03 EO-MINUTE PIC 9(4).
               03 EO-SEQ PIC 9(6).
               03 EO-RUNNO PIC 9(4).
000000*
      * File catalogue: each archive and letters file written is
      * entered with its type and date for the retention job.
           01  CATLG-STATUS PIC XX.
           01  CATLG-TYPE PIC X(8).
           01  CATLG-NAME PIC X(40).
000000*
000180 PROCEDURE DIVISION.
000181* MAIN PROGRAM
000190 MAIN-PARAGRAPH.
           GO TO CHECK-SIMULATE.
000181* A REJUDGE SIMULATION IS KNOWN FROM CONTEST-CONTROL.TXT LINE 5
000181* BEFORE THE RUN CONTROL IS TOUCHED: IT TAKES NO RUN NUMBER.
       CHECK-SIMULATE.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = '00' THEN
               GO TO TAKE-RUNCTL
           END-IF.
           GO TO CHECK-SIMULATE-LOOP.
       CHECK-SIMULATE-LOOP.
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END GO TO CHECK-SIMULATE-DONE.
           ADD 1 TO CTL-LINENO.
           IF CTL-LINENO < 5 THEN
               GO TO CHECK-SIMULATE-LOOP
           END-IF.
           IF CONTROL-LINE(1:8) = 'SIMULATE' THEN
               MOVE 'Y' TO SIMFLAG
               INITIALIZE SIM-TAB
           END-IF.
       CHECK-SIMULATE-DONE.
           CLOSE CONTROL-FILE.
           GO TO TAKE-RUNCTL.
000181* TAKE THE RUN CONTROL BEFORE TOUCHING ANY SHARED FILE: AN
000181* INFLIGHT STATE MEANS THE PREVIOUS RUN IS STILL WRITING (OR
000181* DIED WITHOUT BEING FLAGGED ABEND), SO THIS RUN REFUSES TO
000181* START WITH RETURN CODE 12.  AN ABEND STATE IS THE OPERATOR
000181* RESTARTING A DEAD JOB: THE RUN KEEPS ITS NUMBER AND SKIPS
000181* EVERY STEP ALREADY COMMITTED TO THE RUN JOURNAL.
       TAKE-RUNCTL.
           INITIALIZE STEP-TAB.
           IF SIMULATING THEN
               GO TO LOAD-PREV-DONE
           END-IF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-STATUS NOT = '00' THEN
               MOVE 1 TO THIS-RUN
               CLOSE RUNCTL-FILE
               DISPLAY 'RUN ' RC-RUNNO ' STILL IN FLIGHT - NOT '
                   'STARTING.  FLAG IT ABEND IN run-control.txt '
                   'TO RESTART A DEAD JOB.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RC-STATE = 'ABEND' AND RC-RUNNO IS NUMERIC THEN
               MOVE RC-RUNNO TO THIS-RUN
               MOVE 'Y' TO RESTARTFLAG
               CLOSE RUNCTL-FILE
               GO TO LOAD-JOURNAL
           END-IF.
           IF RC-RUNNO IS NUMERIC THEN
               ADD 1 RC-RUNNO GIVING THIS-RUN
           ELSE
           CLOSE RUNCTL-FILE.
           MOVE 1 TO THIS-RUN.
           GO TO MARK-INFLIGHT.
000181* PICK UP THE STEPS THE DEAD RUN COMMITTED BEFORE IT DIED.
000181* ENTRIES FOR ANY OTHER RUN NUMBER ARE PASSED OVER.
       LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00' THEN
               GO TO MARK-INFLIGHT
           END-IF.
           GO TO LOAD-JOURNAL-LOOP.
       LOAD-JOURNAL-LOOP.
           READ JOURNAL-FILE
               AT END GO TO LOAD-JOURNAL-CLOSE.
           IF JN-RUNNO NOT = THIS-RUN
                   OR JN-STATE NOT = 'COMMITTED' THEN
               GO TO LOAD-JOURNAL-LOOP
           END-IF.
           MOVE 1 TO STEP-I.
           GO TO LOAD-JOURNAL-STEP.
       LOAD-JOURNAL-STEP.
           IF STEP-I > STEP-COUNT THEN
               GO TO LOAD-JOURNAL-LOOP
           END-IF.
           IF STEP-NAME(STEP-I) = JN-STEP THEN
               MOVE 'Y' TO STEP-DONE(STEP-I)
               MOVE JN-DATE TO STEP-DATE(STEP-I)
               MOVE JN-TIME TO STEP-TIME(STEP-I)
               MOVE JN-RC TO STEP-RC(STEP-I)
               GO TO LOAD-JOURNAL-LOOP
           END-IF.
           ADD 1 TO STEP-I.
           GO TO LOAD-JOURNAL-STEP.
       LOAD-JOURNAL-CLOSE.
           CLOSE JOURNAL-FILE.
           GO TO MARK-INFLIGHT.
       MARK-INFLIGHT.
           OPEN OUTPUT RUNCTL-FILE.
           MOVE THIS-RUN TO RC-RUNNO.
           MOVE 1 TO UPTR.
           GO TO PREV-PARSE-LOOP.
       PREV-PARSE-LOOP.
           IF UFCOUNT >= 26 OR UPTR > 300 THEN
               GO TO PREV-PARSE-END
           END-IF.
           ADD 1 TO UFCOUNT.
               DEPENDING ON PARSE-SW.
000181* THE HEADER ROW NAMES THE LAYOUT: A CSV FROM BEFORE THE TPEN
000181* COLUMN EXISTED ENDS ,TSCORE AND CARRIES ONE FEWER TRAILING
000181* FIELD, ONE FROM BEFORE THE STATUS COLUMN ENDS ,TPEN, ONE
000181* FROM BEFORE THE TEAM NUMBER ENDS ,STATUS.
000181* ANYTHING ELSE IS NOT A STANDINGS CSV AND IS TREATED AS NO
000181* PREVIOUS STANDINGS RATHER THAN HALF-PARSED.
       PREV-HDR-DONE.
           MOVE 2 TO PARSE-SW.
           IF UFCOUNT > 0 AND UF(UFCOUNT) = 'TEAMNO' THEN
               MOVE 'T' TO PREV-FMT
               GO TO LOAD-PREV-LOOP
           END-IF.
           IF UFCOUNT > 0 AND UF(UFCOUNT) = 'STATUS' THEN
               MOVE 'S' TO PREV-FMT
               GO TO LOAD-PREV-LOOP
           END-IF.
           IF UFCOUNT > 0 AND UF(UFCOUNT) = 'TPEN' THEN
               MOVE 'N' TO PREV-FMT
               GO TO LOAD-PREV-LOOP
           END-IF.
           GO TO LOAD-PREV-CLOSE.
       PREV-PARSE-DONE.
           IF PREV-FMT-NUM AND UFCOUNT < 7 THEN
               GO TO LOAD-PREV-LOOP
           END-IF.
           IF PREV-FMT-STAT AND UFCOUNT < 6 THEN
               GO TO LOAD-PREV-LOOP
           END-IF.
           IF PREV-FMT-NEW AND UFCOUNT < 5 THEN
               GO TO LOAD-PREV-LOOP
           END-IF.
               GO TO LOAD-PREV-LOOP
           END-IF.
           ADD 1 TO PREV-COUNT.
           MOVE SPACES TO PV-TEAMNO(PREV-COUNT).
           IF PREV-FMT-NUM THEN
               COMPUTE PREV-NPROB = UFCOUNT - 6
               COMPUTE PV-I = UFCOUNT - 3
               MOVE UF(UFCOUNT)(1:5) TO PV-TEAMNO(PREV-COUNT)
           END-IF.
           IF PREV-FMT-STAT THEN
               COMPUTE PREV-NPROB = UFCOUNT - 5
               COMPUTE PV-I = UFCOUNT - 2
           END-IF.
           IF PREV-FMT-NEW THEN
               COMPUTE PREV-NPROB = UFCOUNT - 4
               COMPUTE PV-I = UFCOUNT - 1
           END-IF.
           IF PREV-FMT-OLD THEN
               COMPUTE PREV-NPROB = UFCOUNT - 3
               MOVE UFCOUNT TO PV-I
           END-IF.
           CLOSE PREV-CSV.
       LOAD-PREV-DONE.
           INITIALIZE TEAM-TABLE.
           INITIALIZE SITE-TAB.
           INITIALIZE FRZ-TABLE.
           INITIALIZE SLICE-TAB.
           MOVE 0 TO TEAM-COUNT.
               MOVE CONTROL-LINE(1:4) TO CTL-FREEZE
               MOVE 'Y' TO FRZFLAG
           END-IF.
           GO TO READ-CONTROL-7.
       READ-CONTROL-7.
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END GO TO READ-CONTROL-DONE.
           IF CONTROL-LINE(1:5) = 'FINAL' THEN
               MOVE 'Y' TO FINALFLAG
           END-IF.
           GO TO READ-CONTROL-8.
       READ-CONTROL-8.
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END GO TO READ-CONTROL-DONE.
           IF CONTROL-LINE(1:6) = 'RESEND' THEN
               MOVE 'Y' TO RESENDFLAG
           END-IF.
       READ-CONTROL-DONE.
           IF CONTROL-IS-OPEN THEN
               CLOSE CONTROL-FILE
           IF FREEZE-IS-ON THEN
               MOVE 'FULL ' TO CTL-MODE
           END-IF.
000181* A SIMULATION SCORES THE WHOLE DAY'S FILE TWICE AND KEEPS
000181* ITS WORK FILES APART FROM THE REAL RUN'S.
           IF SIMULATING THEN
               MOVE 'FULL ' TO CTL-MODE
               MOVE 'rejudge-exceptions.txt' TO EXCEPT-NAME
               MOVE 'rejudge-sorted.tmp' TO SORTED-NAME
           END-IF.
           GO TO PLAN-RESTART.
000181* ON A RESTART, DECIDE WHICH STEPS TO SKIP AND WRITE THE
000181* RESTART REPORT.  THE SCORING FIGURES ARE RELOADED FROM THE
000181* STANDINGS MASTER ONLY WHEN THE MASTER CHECKPOINT IS
000181* COMMITTED AND NOTHING STILL TO BE REDONE NEEDS THE FULL
000181* SCAN: AN AS-OF REPLAY KEEPS NO MASTER, THE FROZEN BOARD
000181* NEEDS EVERY ROW'S SUBMISSION TIME, AND A MASTER THAT CANNOT
000181* BE OPENED CANNOT BE RELOADED.  OTHERWISE SCAN, RECON
000181* AND MASTER ARE ALL REDONE.  A RELOADED RUN KEEPS THE RETURN
000181* CODE THE DEAD RUN HAD REACHED, AND WRITES ITS LOAD-TIME
000181* EXCEPTIONS TO EXCEPTIONS-RESTART.TXT SO THE SCAN'S
000181* EXCEPTIONS.TXT IS LEFT AS IT WAS.
       PLAN-RESTART.
           IF NOT IS-RESTART THEN
               GO TO OPEN-OUTPUTS
           END-IF.
           MOVE SPACES TO STEP-NOTE.
           IF NOT STEP-IS-DONE(3) THEN
               MOVE 'MASTER CHECKPOINT NOT COMMITTED' TO STEP-NOTE
           END-IF.
           IF CUT-IS-ON THEN
               MOVE 'AS-OF REPLAY KEEPS NO MASTER' TO STEP-NOTE
           END-IF.
           IF FREEZE-IS-ON AND NOT STEP-IS-DONE(8) THEN
               MOVE 'FROZEN BOARD NEEDS THE FULL SCAN' TO STEP-NOTE
           END-IF.
           IF STEP-NOTE = SPACES THEN
               OPEN INPUT MASTER-FILE
               IF MASTER-STATUS NOT = '00' THEN
                   MOVE 'STANDINGS MASTER NOT READABLE' TO STEP-NOTE
               ELSE
                   CLOSE MASTER-FILE
               END-IF
           END-IF.
           IF STEP-NOTE = SPACES THEN
               MOVE 'Y' TO RELOADFLAG
               MOVE STEP-RC(3) TO RUN-RC
               MOVE 'exceptions-restart.txt' TO EXCEPT-NAME
           END-IF.
           DISPLAY 'RESTARTING RUN ' THIS-RUN
               ' - SEE restart-report.txt'.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JOURNAL-CLOCK FROM TIME.
           OPEN OUTPUT RESTART-FILE.
           MOVE 'Restart Report' TO RSTLINE.
           WRITE RSTLINE.
           MOVE THIS-RUN TO RUNNO-DISP.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'RUN NUMBER: ' RUNNO-DISP ' RESTARTED '
               RUN-DATE ' ' JOURNAL-CLOCK(1:6)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RSTLINE.
           WRITE RSTLINE.
           MOVE SPACES TO RSTLINE.
           WRITE RSTLINE.
           MOVE 1 TO STEP-I.
           GO TO PLAN-STEP-LOOP.
000181* ONE LINE PER STEP.  A COMMITTED STEP IS SKIPPED UNLESS IT
000181* IS ONE OF SCAN, RECON AND MASTER AND THE FIGURES CANNOT BE
000181* RELOADED, WHEN IT IS REDONE AND ITS COMMIT IS FORGOTTEN.
000181* A STEP THE RUN OPTIONS LEAVE OUT IS SHOWN AS NOT REQUIRED.
       PLAN-STEP-LOOP.
           IF STEP-I > STEP-COUNT THEN
               GO TO PLAN-RESTART-DONE
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING STEP-NAME(STEP-I) '  ' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF (STEP-I = 8 AND NOT FREEZE-IS-ON)
                   OR (CUT-IS-ON AND (STEP-I = 3 OR STEP-I > 4)) THEN
               STRING 'NOT REQUIRED ON THIS RUN' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
               GO TO PLAN-STEP-WRITE
           END-IF.
           IF STEP-I < 4 AND STEP-IS-DONE(STEP-I)
                   AND NOT MASTER-RELOAD THEN
               MOVE 'N' TO STEP-DONE(STEP-I)
               STRING 'REDONE - ' STEP-NOTE DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
               GO TO PLAN-STEP-WRITE
           END-IF.
           IF STEP-IS-DONE(STEP-I) THEN
               STRING 'SKIPPED - COMMITTED ' STEP-DATE(STEP-I) ' '
                   STEP-TIME(STEP-I) DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           ELSE
               STRING 'REDONE - NOT COMMITTED' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
       PLAN-STEP-WRITE.
           MOVE LINE-OUT TO RSTLINE.
           WRITE RSTLINE.
           ADD 1 TO STEP-I.
           GO TO PLAN-STEP-LOOP.
       PLAN-RESTART-DONE.
           CLOSE RESTART-FILE.
           GO TO OPEN-OUTPUTS.
000181* THE RUN-WIDE WORK FILES ARE OPENED ONCE THE RUN OPTIONS ARE
000181* KNOWN.  THE REPORT FILES WAIT FOR THE REPORTS STEP ITSELF.
       OPEN-OUTPUTS.
           OPEN OUTPUT EXCEPT-FILE.
           MOVE 'TYPE,TEAM,IDD,SCORE,OUTCOME-OR-REASON' TO EXCLINE.
           WRITE EXCLINE.
           IF SIMULATING THEN
               GO TO LOAD-TEAMS
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           MOVE THIS-RUN TO RUNNO-DISP.
           MOVE SPACES TO AUDLINE.
           STRING 'RUN,' RUNNO-DISP DELIMITED BY SIZE INTO AUDLINE.
           STRING 'TEAM,PROBLEM,NSUB,REJECTED,MAX,MIN,BASE,DECAY,'
               'ROBUST,SOUT,PENMIN' DELIMITED BY SIZE INTO AUDLINE.
           WRITE AUDLINE.
           GO TO LOAD-TEAMS.
000181* REPORTS STEP: REPORTCOB.TXT, REPORTCOB.CSV, THE MOVEMENT AND
000181* BALLOON REPORTS AND THE ARCHIVE COPY.  THE REPORT FILES ARE
000181* NOT OPENED (SO NOT EMPTIED) UNTIL HERE.  AN AS-OF REPLAY IS
000181* AN INQUIRY, SO IT MUST NOT DISTURB THE LIVE REPORTCOB.CSV
000181* THE NEXT RUN'S MOVEMENT REPORT READS.
       REPORTS-START.
           IF SIMULATING THEN
               GO TO SIM-PASS-DONE
           END-IF.
           IF STEP-IS-DONE(4) THEN
               GO TO REPORTS-DONE
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT CUT-IS-ON THEN
               OPEN OUTPUT CSV-FILE
           END-IF.
           MOVE CTL-TITLE-1 TO FIR.
           MOVE X'0D' TO F1.
           WRITE FIRR.
           MOVE SPACE TO THI.
           MOVE X'0D' TO T1.
           WRITE THII.
           GO TO MOVEMENT-START.
       LOAD-TEAMS.
           OPEN INPUT IN-FILE.
           GO TO LOAD-TEAMS-LOOP.
           MOVE TM-DIV TO TDIV(TEAM-COUNT).
           MOVE TM-COACH TO TCOACH(TEAM-COUNT).
           MOVE TM-CONTACT TO TCONT(TEAM-COUNT).
           MOVE TM-TEAMNO TO TTEAMNO(TEAM-COUNT).
           IF TM-DIV = SPACES THEN
               GO TO LOAD-TEAMS-LOOP
           END-IF.
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-DONE.
           CLOSE IN-FILE.
           GO TO LOAD-ELIGIBILITY.
000181* ELIGIBILITY RULES: ENROLYR IS THE EARLIEST ENROLMENT YEAR
000181* ALLOWED, MAXFINAL THE MOST PREVIOUS FINALS.  A RULE WITHOUT
000181* ITS LINE (OR NO FILE AT ALL) IS SIMPLY NOT APPLIED; ONE
000181* TEAM PER PERSON ALWAYS IS.
       LOAD-ELIGIBILITY.
           OPEN INPUT ELIG-FILE.
           IF ELIG-STATUS NOT = '00' THEN
               GO TO LOAD-ROSTER
           END-IF.
           GO TO LOAD-ELIG-LOOP.
       LOAD-ELIG-LOOP.
           READ ELIG-FILE
               AT END GO TO LOAD-ELIG-DONE.
           IF EL-NAME = 'ENROLYR' AND EL-VAL IS NUMERIC THEN
               MOVE EL-VAL TO ELIG-ENROL
           END-IF.
           IF EL-NAME = 'MAXFINAL' AND EL-VAL(1:2) IS NUMERIC THEN
               MOVE EL-VAL(1:2) TO ELIG-FINALS
               MOVE 'Y' TO ELIG-FINALS-SET
           END-IF.
           GO TO LOAD-ELIG-LOOP.
       LOAD-ELIG-DONE.
           CLOSE ELIG-FILE.
           GO TO LOAD-ROSTER.
000181* RUN EVERY ROSTER ROW AGAINST THE RULES AND FLAG ITS TEAM
000181* UNOFFICIAL ON A BREACH.  ROWS FOR A TEAM NOT IN TEAMS.TXT
000181* ARE PREFLIGHT'S TO REPORT AND ARE PASSED OVER HERE; NO
000181* ROSTER FILE MEANS EVERY TEAM RUNS OFFICIAL.
       LOAD-ROSTER.
           OPEN INPUT ROST-FILE.
           IF ROST-STATUS NOT = '00' THEN
               GO TO LOAD-OUTCOMES
           END-IF.
           GO TO LOAD-ROSTER-LOOP.
       LOAD-ROSTER-LOOP.
           READ ROST-FILE
               AT END GO TO LOAD-ROSTER-DONE.
           IF CN-TEAM = SPACES THEN
               GO TO LOAD-ROSTER-LOOP
           END-IF.
           MOVE 0 TO UNOFF-TIX.
           MOVE 1 TO SEARCH-I.
           GO TO ROSTER-TEAM-LOOP.
       ROSTER-TEAM-LOOP.
           IF SEARCH-I > TEAM-COUNT THEN
               GO TO LOAD-ROSTER-LOOP
           END-IF.
           IF TEAMNAME(SEARCH-I) = CN-TEAM THEN
               MOVE SEARCH-I TO UNOFF-TIX
               GO TO ROSTER-RULES
           END-IF.
           ADD 1 TO SEARCH-I.
           GO TO ROSTER-TEAM-LOOP.
       ROSTER-RULES.
           IF CN-ENROL NOT NUMERIC OR CN-FINALS NOT NUMERIC THEN
               MOVE 'ROSTER DATA NOT NUMERIC' TO UNOFF-REASON
               PERFORM MARK-UNOFFICIAL THRU MARK-UNOFFICIAL-EXIT
           ELSE
               IF ELIG-ENROL > 0 AND CN-ENROL < ELIG-ENROL THEN
                   MOVE 'ENROLMENT YEAR RULE' TO UNOFF-REASON
                   PERFORM MARK-UNOFFICIAL THRU MARK-UNOFFICIAL-EXIT
               END-IF
               IF FINALS-RULE-ON AND CN-FINALS > ELIG-FINALS THEN
                   MOVE 'PREVIOUS FINALS RULE' TO UNOFF-REASON
                   PERFORM MARK-UNOFFICIAL THRU MARK-UNOFFICIAL-EXIT
               END-IF
           END-IF.
           IF RO-COUNT < 300 AND CN-PERSON NOT = SPACES THEN
               ADD 1 TO RO-COUNT
               MOVE UNOFF-TIX TO RO-TIX(RO-COUNT)
               MOVE CN-PERSON TO RO-PERSON(RO-COUNT)
           END-IF.
           GO TO LOAD-ROSTER-LOOP.
       LOAD-ROSTER-DONE.
           CLOSE ROST-FILE.
           MOVE 1 TO RO-I.
           GO TO PERSON-OUTER.
000181* ONE TEAM PER PERSON: A PERSON ID ON TWO TEAMS MAKES BOTH
000181* TEAMS UNOFFICIAL.
       PERSON-OUTER.
           IF RO-I >= RO-COUNT THEN
               GO TO LOAD-OUTCOMES
           END-IF.
           ADD 1 RO-I GIVING RO-J.
           GO TO PERSON-INNER.
       PERSON-INNER.
           IF RO-J > RO-COUNT THEN
               ADD 1 TO RO-I
               GO TO PERSON-OUTER
           END-IF.
           IF RO-PERSON(RO-J) = RO-PERSON(RO-I)
                   AND RO-TIX(RO-J) NOT = RO-TIX(RO-I) THEN
               MOVE 'PERSON ON TWO TEAMS' TO UNOFF-REASON
               MOVE RO-PERSON(RO-I) TO CN-PERSON
               MOVE RO-TIX(RO-I) TO UNOFF-TIX
               PERFORM MARK-UNOFFICIAL THRU MARK-UNOFFICIAL-EXIT
               MOVE RO-TIX(RO-J) TO UNOFF-TIX
               PERFORM MARK-UNOFFICIAL THRU MARK-UNOFFICIAL-EXIT
           END-IF.
           ADD 1 TO RO-J.
           GO TO PERSON-INNER.
000181* LOAD THE OUTCOME MASTER; FALL BACK TO THE STANDARD JUDGE
000181* OUTCOMES AT THE OLD FLAT WEIGHT WHEN THE FILE IS ABSENT.
       LOAD-OUTCOMES.
000181* IN DELTA MODE, RELOAD THE CHECKPOINTED RAW FIGURES FROM THE
000181* STANDINGS MASTER BEFORE SCANNING THE NEW SUBMISSIONS.
       LOAD-MASTER.
           IF NOT DELTA-MODE AND NOT MASTER-RELOAD THEN
               GO TO LOAD-CORRECTIONS
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00' THEN
               MOVE 'N' TO RELOADFLAG
               GO TO LOAD-CORRECTIONS
           END-IF.
           GO TO LOAD-MASTER-LOOP.
           IF MS-I > TEAM-COUNT THEN
               GO TO MS-SEARCH-DONE
           END-IF.
           IF MS-TEAMNO IS NUMERIC AND TTEAMNO(MS-I) IS NUMERIC THEN
               IF TTEAMNO(MS-I) = MS-TEAMNO THEN
                   MOVE 'Y' TO MSFOUND
                   GO TO MS-SEARCH-DONE
               END-IF
               ADD 1 TO MS-I
               GO TO MS-SEARCH-LOOP
           END-IF.
           IF TEAMNAME(MS-I) = MS-NAME THEN
               MOVE 'Y' TO MSFOUND
               GO TO MS-SEARCH-DONE
           GO TO LOAD-MASTER-LOOP.
       LOAD-MASTER-TEAM.
           MOVE MS-SEEN TO SEEN(MS-I).
           MOVE MS-SITE TO TSITE(MS-I).
           IF MS-SITE NOT = SPACES THEN
               MOVE MS-SITE TO SITE-KEY
               PERFORM SITE-FIND THRU SITE-FIND-EXIT
           END-IF.
           MOVE 1 TO PROBIDX.
           GO TO LOAD-MASTER-PROB.
       LOAD-MASTER-PROB.
           END-IF.
           ADD 1 TO PROBIDX.
           GO TO LOAD-MASTER-PROB.
000181* A RESTART RELOADING THE COMMITTED CHECKPOINT GOES STRAIGHT
000181* TO THE CALC PASS: SCAN, RECON AND MASTER ARE ALREADY DONE.
       LOAD-MASTER-DONE.
           CLOSE MASTER-FILE.
           IF MASTER-RELOAD THEN
               GO TO CALC-TEAMS-INIT
           END-IF.
           GO TO LOAD-CORRECTIONS.
000181* LOAD AND VALIDATE THE CORRECTIONS TRANSACTIONS.  INVALID
000181* TRANSACTIONS ARE KEPT IN THE TABLE, MARKED REJECTED, SO THE
       LOAD-CORRECTIONS.
           OPEN INPUT CORR-FILE.
           IF CORR-STATUS NOT = '00' THEN
               IF SIM-PASS = 2 THEN
                   GO TO SIM-NO-PROPOSAL
               END-IF
               GO TO LOAD-APPEALS
           END-IF.
           GO TO LOAD-CORR-LOOP.
       LOAD-CORR-LOOP.
           READ CORR-FILE
               AT END GO TO LOAD-CORR-DONE.
           IF CORR-COUNT >= 250 THEN
               GO TO WRITE-CORR-OVERFLOW
           END-IF.
           ADD 1 TO CORR-COUNT.
           MOVE 'A' TO CR-STAT(CORR-COUNT).
           MOVE SPACES TO CR-REASON(CORR-COUNT).
           MOVE 0 TO CR-HITS(CORR-COUNT).
           MOVE SPACES TO CR-CASE(CORR-COUNT).
           IF CO-ACTION NOT = 'VOID' AND CO-ACTION NOT = 'REPLACE'
                   AND CO-ACTION NOT = 'ALIAS' THEN
               MOVE 'R' TO CR-STAT(CORR-COUNT)
           GO TO LOAD-CORR-LOOP.
       LOAD-CORR-DONE.
           CLOSE CORR-FILE.
           IF SIM-PASS = 2 THEN
               GO TO SORT-SUBS
           END-IF.
           GO TO LOAD-APPEALS.
000181* THE APPEALS REGISTER: AN UPHELD CASE STAMPS ITS NUMBER ON THE
000181* CORRECTIONS LINE IT NAMES, FOR THE CORRECTIONS LOG, AND THE
000181* CASES STILL OPEN ARE KEPT FOR THE FINAL-RESULTS WARNING.  NO
000181* REGISTER MEANS NO APPEALS.
       LOAD-APPEALS.
           OPEN INPUT APPEAL-FILE.
           IF APPEAL-STATUS NOT = '00' THEN
               GO TO SORT-SUBS
           END-IF.
           GO TO LOAD-APPEALS-LOOP.
       LOAD-APPEALS-LOOP.
           READ APPEAL-FILE
               AT END GO TO LOAD-APPEALS-DONE.
           IF AP-STATUS = 'OPEN' THEN
               ADD 1 TO APO-COUNT
               IF APO-COUNT <= 50 THEN
                   MOVE AP-CASE TO APO-CASE(APO-COUNT)
                   MOVE AP-TEAM TO APO-TEAM(APO-COUNT)
                   MOVE AP-IDD TO APO-IDD(APO-COUNT)
                   MOVE AP-TIME TO APO-TIME(APO-COUNT)
                   MOVE AP-OPENED TO APO-OPENED(APO-COUNT)
               END-IF
               GO TO LOAD-APPEALS-LOOP
           END-IF.
           IF AP-STATUS NOT = 'UPHELD' OR AP-CORRLN NOT NUMERIC THEN
               GO TO LOAD-APPEALS-LOOP
           END-IF.
           MOVE AP-CORRLN TO AP-LINE.
           IF AP-LINE > 0 AND AP-LINE <= CORR-COUNT THEN
               MOVE AP-CASE TO CR-CASE(AP-LINE)
           END-IF.
           GO TO LOAD-APPEALS-LOOP.
       LOAD-APPEALS-DONE.
           CLOSE APPEAL-FILE.
           GO TO SORT-SUBS.
000181* PRE-SORT THE SUBMISSION FILE (THE FULL DAY'S RECORDS, OR ONLY
000181* THE DELTA SINCE THE LAST CHECKPOINT) BY TEAM, PROBLEM, TIME.
               ASCENDING KEY SR-TIME
               ASCENDING KEY SR-OUTCOME
               ASCENDING KEY SR-SCORE
               ASCENDING KEY SR-SITE
               ASCENDING KEY SR-TEAMNO
               INPUT PROCEDURE IS CORR-APPLY THRU CORR-APPLY-EXIT
               GIVING SORTED-FILE.
           GO TO WRITE-CORR-LOG.
           IF W-SCORE IS NUMERIC THEN
               ADD W-SCORE-N TO HASH-TOT
           END-IF.
           MOVE W-SITE TO SITE-KEY.
           PERFORM SITE-FIND THRU SITE-FIND-EXIT.
           IF ST-I > 0 THEN
               ADD 1 TO ST-READ(ST-I)
               IF W-SCORE IS NUMERIC THEN
                   ADD W-SCORE-N TO ST-HASH(ST-I)
               END-IF
           END-IF.
           MOVE 1 TO OCT-I.
           GO TO TALLY-LOOP.
       TALLY-LOOP.
               ADD 1 TO SL-OC(SL-I, QL-OC-IX)
           END-IF.
           GO TO CORR-TRANSFORM.
000181* A ROW CARRYING A TEAM NUMBER SCORES FOR THE TEAM HOLDING
000181* THAT NUMBER, UNDER ITS CURRENT NAME, SO A RENAME DURING THE
000181* CONTEST DOES NOT SPLIT THE TEAM.  THEN ALIAS TRANSACTIONS,
000181* SO VOID AND REPLACE MATCH ON THE CORRECTED TEAM NAME.
       CORR-TRANSFORM.
           IF W-TEAMNO NOT NUMERIC THEN
               GO TO CORR-ALIAS-INIT
           END-IF.
           MOVE 1 TO TNO-I.
           GO TO CORR-TEAMNO-LOOP.
       CORR-TEAMNO-LOOP.
           IF TNO-I > TEAM-COUNT THEN
               GO TO CORR-ALIAS-INIT
           END-IF.
           IF TTEAMNO(TNO-I) = W-TEAMNO THEN
               MOVE TEAMNAME(TNO-I) TO W-NAM
               GO TO CORR-ALIAS-INIT
           END-IF.
           ADD 1 TO TNO-I.
           GO TO CORR-TEAMNO-LOOP.
       CORR-ALIAS-INIT.
           MOVE 1 TO CR-I.
           GO TO CORR-ALIAS-LOOP.
       CORR-ALIAS-LOOP.
           ADD 1 TO CR-HITS(CR-I).
           IF CR-ACTION(CR-I) = 'VOID' THEN
               ADD 1 TO VOID-CNT
               IF ST-I > 0 THEN
                   ADD 1 TO ST-VOID(ST-I)
               END-IF
               GO TO CORR-NEXT-ROW
           END-IF.
           IF CR-FIELD(CR-I) = 'OUTCOME' THEN
000181* MANY ROWS IT REACHED, OR WHY IT WAS REJECTED, AND WHO ASKED
000181* FOR IT AND WHY.
       WRITE-CORR-LOG.
           IF CORR-COUNT = 0 OR SIMULATING THEN
               GO TO CORR-LOG-DONE
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           OPEN OUTPUT CORR-LOG.
           MOVE SPACES TO CORRLOGLINE.
           STRING 'DATE,TIME,ACTION,TEAM,PROBLEM,SUBTIME,FIELD,'
               'VALUE,STATUS,ROWS,WHO,WHY,CASE'
               DELIMITED BY SIZE INTO CORRLOGLINE.
           WRITE CORRLOGLINE.
           MOVE 1 TO CR-I.
           GO TO CORR-LOG-LOOP.
           MOVE 1 TO LINE-PTR.
           STRING RUN-DATE ',' RUN-TIME(1:6) ',' CR-ACTION(CR-I) ','
               CR-TEAM(CR-I) ',' CR-IDD(CR-I) ',' CR-TIME(CR-I) ','
               CR-FIELD(CR-I) ',' CR-VALUE(CR-I) ','
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           IF NOT CR-IS-VALID(CR-I) THEN
               STRING 'REJECTED: ' CR-REASON(CR-I) DELIMITED BY SIZE
               END-IF
           END-IF.
           STRING ',' CR-HITS-ED ',' CR-WHO(CR-I) ',' CR-WHY(CR-I)
               ',' CR-CASE(CR-I)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CORRLOGLINE.
           WRITE CORRLOGLINE.
           CLOSE CORR-LOG.
       CORR-LOG-DONE.
           OPEN INPUT SORTED-FILE.
           MOVE LOW-VALUES TO DUP-PREV.
           IF SIMULATING THEN
               GO TO SCAN-LOOP
           END-IF.
           MOVE SPACES TO EV-PREV-KEY.
           IF NOT CUT-IS-ON THEN
               OPEN OUTPUT EVWORK-FILE
               IF EVWORK-STATUS = '00' THEN
                   MOVE 'Y' TO EVWORKFLAG
               END-IF
           END-IF.
           OPEN OUTPUT DUPE-FILE.
           MOVE 'Duplicate Submissions Dropped (Resends)' TO DUPLINE.
           WRITE DUPLINE.
           GO TO SCAN-LOOP.
000181* A ROW IDENTICAL TO THE PREVIOUS SORTED ROW IN TEAM, PROBLEM,
000181* OUTCOME, SCORE, SUBTIME AND SITE IS A DOUBLE-SENT COPY FROM A
000181* RERUN HAND-OFF: ONLY THE FIRST COPY SCORES, THE REST ARE
000181* COUNTED FOR THE BALANCE REPORT AND LISTED SO A RESEND CAN BE
000181* TOLD APART FROM TWO REAL IDENTICAL RUNS.
       SCAN-LOOP.
           READ SORTED-FILE INTO SORTED-DATA
               AT END GO TO SCAN-DONE.
           MOVE SSITE TO SITE-KEY.
           PERFORM SITE-FIND THRU SITE-FIND-EXIT.
           IF SORTED-DATA = DUP-PREV THEN
               GO TO WRITE-DUPLICATE
           END-IF.
           GO TO ROW-CHECK.
       WRITE-DUPLICATE.
           ADD 1 TO DUP-CNT.
           IF ST-I > 0 THEN
               ADD 1 TO ST-DUP(ST-I)
           END-IF.
           IF SIMULATING THEN
               GO TO SCAN-LOOP
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'DUPLICATE,' SNAM ',' SIDD ',' SSCORE ','
           END-IF.
           IF CUT-IS-ON AND STIME > CTL-CUTOFF THEN
               ADD 1 TO CUT-CNT
               IF ST-I > 0 THEN
                   ADD 1 TO ST-CUT(ST-I)
               END-IF
               GO TO SCAN-LOOP
           END-IF.
           GO TO CHECK-BREAK.
           MOVE LINE-OUT TO EXCLINE.
           WRITE EXCLINE.
           ADD 1 TO EXC-CNT.
           IF ST-I > 0 THEN
               ADD 1 TO ST-EXC(ST-I)
           END-IF.
           GO TO SCAN-LOOP.
       WRITE-MALFORMED.
           MOVE SPACES TO LINE-OUT.
           MOVE LINE-OUT TO EXCLINE.
           WRITE EXCLINE.
           ADD 1 TO EXC-CNT.
           IF ST-I > 0 THEN
               ADD 1 TO ST-EXC(ST-I)
           END-IF.
           GO TO SCAN-LOOP.
       CHECK-BREAK.
           IF SNAM = CURNAME THEN
           MOVE LINE-OUT TO EXCLINE.
           WRITE EXCLINE.
           ADD 1 TO EXC-CNT.
           IF ST-I > 0 THEN
               ADD 1 TO ST-EXC(ST-I)
           END-IF.
           MOVE 'Y' TO CURHASDATA.
           GO TO SCAN-LOOP.
       ACCUM-SUB.
           ADD 1 TO ACCUM-CNT.
           IF EVWORK-IS-OPEN THEN
               PERFORM EVENT-CAPTURE THRU EVENT-CAPTURE-EXIT
           END-IF.
           IF ST-I > 0 THEN
               ADD 1 TO ST-ACCUM(ST-I)
           END-IF.
           IF TSITE(CURTIX) = SPACES THEN
               MOVE SSITE TO TSITE(CURTIX)
           END-IF.
           MOVE 'Y' TO CURHASDATA.
           ADD 1 SIDD GIVING PROBIDX.
           IF PROBIDX > MAXPROB-SEEN THEN
           GO TO START-TEAM CLOSE-SORTED DEPENDING ON RETURN-SW.
       CLOSE-SORTED.
           CLOSE SORTED-FILE.
           IF SIMULATING THEN
               GO TO CALC-TEAMS-INIT
           END-IF.
           IF EVWORK-IS-OPEN THEN
               CLOSE EVWORK-FILE
               MOVE 'N' TO EVWORKFLAG
           END-IF.
           IF DUP-CNT = 0 THEN
               MOVE 'NONE' TO DUPLINE
               WRITE DUPLINE
           END-IF.
           CLOSE DUPE-FILE.
           MOVE 1 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
           GO TO RECONCILE.
000181* BALANCE THIS RUN'S CONTROL TOTALS INTERNALLY AND AGAINST THE
000181* JUDGE SYSTEM'S HAND-OFF TRAILER, AND WRITE THE BALANCING
               END-IF
               GO TO TRAILER-LOOP
           END-IF.
           IF JC-TYPE = 'SITE' THEN
               MOVE JC-BODY(1:2) TO SITE-KEY
               PERFORM SITE-FIND THRU SITE-FIND-EXIT
               IF ST-I > 0 AND JC-BODY(3:6) IS NUMERIC
                       AND JC-BODY(9:9) IS NUMERIC THEN
                   MOVE 'Y' TO ST-TRL(ST-I)
                   MOVE JC-BODY(3:6) TO ST-JT-COUNT(ST-I)
                   MOVE JC-BODY(9:9) TO ST-JT-HASH(ST-I)
               END-IF
               GO TO TRAILER-LOOP
           END-IF.
           IF JC-TYPE = 'OUTCOME' AND JT-OC-COUNT < 25 THEN
               IF JC-BODY(20:6) IS NUMERIC THEN
                   ADD 1 TO JT-OC-COUNT
               MOVE 'TRAILER:             NO TRAILER FILE SUPPLIED'
                   TO BALLINE
               WRITE BALLINE
               GO TO RECON-SITES
           END-IF.
           MOVE JT-COUNT-TOT TO CNT6-ED.
           MOVE SPACES TO LINE-OUT.
           GO TO RECON-OURS-LOOP.
       RECON-OURS-LOOP.
           IF OCT-I > OCT-COUNT THEN
               GO TO RECON-SITES
           END-IF.
           MOVE 'N' TO TFOUND.
           MOVE 1 TO JT-I.
       RECON-OURS-NEXT.
           ADD 1 TO OCT-I.
           GO TO RECON-OURS-LOOP.
000181* PER-SITE CONTROL TOTALS ON A MULTI-SITE RUN: EACH SITE'S ROWS
000181* MUST BALANCE ON THEIR OWN, AND AGAINST THAT SITE'S TRAILER
000181* LINE WHERE ONE WAS SUPPLIED, SO A BAD HAND-OFF IS PINNED TO
000181* THE SITE THAT SENT IT.  ANY MISMATCH HOLDS THE RUN.
       RECON-SITES.
           IF NOT MULTI-SITE THEN
               GO TO RECON-VERDICT
           END-IF.
           MOVE 'PER-SITE CONTROL TOTALS' TO BALLINE.
           WRITE BALLINE.
           MOVE 1 TO ST-I.
           GO TO RECON-SITE-LOOP.
       RECON-SITE-LOOP.
           IF ST-I > SITE-COUNT THEN
               GO TO RECON-VERDICT
           END-IF.
           MOVE ST-READ(ST-I) TO CNT6-ED.
           MOVE ST-ACCUM(ST-I) TO CNT6-ED2.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'SITE ' ST-CODE(ST-I) ' READ ' CNT6-ED
               ' ACCUMULATED ' CNT6-ED2 DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE ST-EXC(ST-I) TO CNT6-ED.
           MOVE ST-CUT(ST-I) TO CNT6-ED2.
           STRING ' EXCEPTIONS ' CNT6-ED ' AFTER CUT-OFF ' CNT6-ED2
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE ST-VOID(ST-I) TO CNT6-ED.
           MOVE ST-DUP(ST-I) TO CNT6-ED2.
           STRING ' VOIDED ' CNT6-ED ' DUPLICATES ' CNT6-ED2
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           IF ST-READ(ST-I) = ST-ACCUM(ST-I) + ST-EXC(ST-I)
                   + ST-CUT(ST-I) + ST-VOID(ST-I) + ST-DUP(ST-I) THEN
               STRING '  OK' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           ELSE
               MOVE 'N' TO BALOK
               STRING '  OUT OF BALANCE' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO BALLINE.
           WRITE BALLINE.
           IF NOT ST-HAS-TRAILER(ST-I) THEN
               GO TO RECON-SITE-NEXT
           END-IF.
           MOVE ST-JT-COUNT(ST-I) TO CNT6-ED.
           MOVE ST-HASH(ST-I) TO HASH-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'SITE ' ST-CODE(ST-I) ' TRAILER RECORDS ' CNT6-ED
               ' HASH ' ST-JT-HASH(ST-I) ' VS OURS ' HASH-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           IF ST-JT-COUNT(ST-I) = ST-READ(ST-I)
                   AND ST-JT-HASH(ST-I) = ST-HASH(ST-I) THEN
               STRING '  OK' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           ELSE
               MOVE 'N' TO BALOK
               STRING '  MISMATCH' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO BALLINE.
           WRITE BALLINE.
       RECON-SITE-NEXT.
           ADD 1 TO ST-I.
           GO TO RECON-SITE-LOOP.
       RECON-VERDICT.
           IF NOT IN-BALANCE THEN
               MOVE 8 TO RUN-RC
               END-IF
           END-IF.
           WRITE BALLINE.
           IF NOT FINAL-IS-ON OR APO-COUNT = 0 THEN
               GO TO RECON-CLOSE
           END-IF.
           IF RUN-RC < 4 THEN
               MOVE 4 TO RUN-RC
           END-IF.
           MOVE APO-COUNT TO CNT6-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'OPEN APPEALS:        ' CNT6-ED
               ' - FINAL STANDINGS NOT TO BE SIGNED OFF'
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO BALLINE.
           WRITE BALLINE.
           MOVE 1 TO APO-I.
           GO TO RECON-APPEAL-LOOP.
000181* ONE LINE PER OPEN CASE, SO THE CHIEF JUDGE KNOWS WHAT IS
000181* STILL OUTSTANDING.
       RECON-APPEAL-LOOP.
           IF APO-I > APO-COUNT OR APO-I > 50 THEN
               GO TO RECON-CLOSE
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING '  OPEN APPEAL CASE ' APO-CASE(APO-I) ' '
               APO-TEAM(APO-I) ' PROB ' APO-IDD(APO-I) ' AT '
               APO-TIME(APO-I) ' OPENED ' APO-OPENED(APO-I)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO BALLINE.
           WRITE BALLINE.
           ADD 1 TO APO-I.
           GO TO RECON-APPEAL-LOOP.
       RECON-CLOSE.
           CLOSE BAL-FILE.
           GO TO QUEUE-REPORT.
000181* JUDGE-QUEUE LOAD REPORT: EVERY 15-MINUTE SLICE THAT SAW ANY
           WRITE QLLINE.
       QL-CLOSE.
           CLOSE QLOAD-FILE.
           MOVE 2 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
           GO TO CALC-TEAMS-INIT.
000181* START AND END CLOCK TIMES OF SLICE SL-I.
       QL-SLICE-TIMES.
                   AND BADSUB(TIX2, PROBIDX) = 0 THEN
               GO TO CALC-PROB-NEXT
           END-IF.
           IF SIMULATING THEN
               GO TO CALC-PROB-NEXT
           END-IF.
           COMPUTE PROBNUM0 = PROBIDX - 1.
           MOVE DECAY(TIX2, PROBIDX) TO DECAY-ED.
           MOVE SPACES TO LINE-OUT.
000181* AS-OF REPLAY MUST NOT: ITS FIGURES DROP EVERY SUBMISSION
000181* AFTER THE CUT-OFF AND WOULD POISON THE NEXT DELTA RUN.
       WRITE-MASTER.
           IF CUT-IS-ON OR MASTER-RELOAD OR SIMULATING THEN
               GO TO RANK-INIT
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           END-IF.
           MOVE TEAMNAME(MS-I) TO MS-NAME.
           MOVE SEEN(MS-I) TO MS-SEEN.
           MOVE TSITE(MS-I) TO MS-SITE.
           MOVE TTEAMNO(MS-I) TO MS-TEAMNO.
           MOVE 1 TO PROBIDX.
           GO TO WRITE-MASTER-PROB.
       WRITE-MASTER-PROB.
           GO TO WRITE-MASTER-LOOP.
       WRITE-MASTER-DONE.
           CLOSE MASTER-FILE.
           MOVE 3 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
           GO TO RANK-INIT.
000181* HOLD-IN-MEMORY RANKING: TSCORE DESCENDING, TEAM NAME BREAKS TIES.
       RANK-INIT.
           GO TO RANK-PASS-CHECK.
       RANK-PASS-CHECK.
           IF NOT DID-SWAP THEN
               GO TO REPORTS-START
           END-IF.
           MOVE 'N' TO SWAPPED-FLAG.
           MOVE 1 TO RANK-I.
           IF PV-I > PREV-COUNT THEN
               GO TO MOVEMENT-EMIT
           END-IF.
           IF PV-TEAMNO(PV-I) IS NUMERIC
                   AND TTEAMNO(TIX2) IS NUMERIC THEN
               IF PV-TEAMNO(PV-I) = TTEAMNO(TIX2) THEN
                   MOVE 'Y' TO PVFOUND
                   GO TO MOVEMENT-EMIT
               END-IF
               ADD 1 TO PV-I
               GO TO MOVEMENT-FIND
           END-IF.
           IF PV-NAME(PV-I) = TEAMNAME(TIX2) THEN
               MOVE 'Y' TO PVFOUND
               GO TO MOVEMENT-EMIT
           CLOSE MOVE-FILE.
           GO TO BALLOON-START.
000181* FIRST-TO-SOLVE AND BALLOON DELIVERY REPORT: FOR EACH PROBLEM
000181* IN THE CONTEST, THE OFFICIAL TEAM WHOSE FIRST ACCEPTED RUN
000181* CAME EARLIEST (FROM THE ACCMIN FIGURES) AND ITS TIME; THEN
000181* ONE BALLOON LINE PER ACCEPTED SOLVE THAT IS NEW SINCE THE
000181* PREVIOUS RUN'S STANDINGS, SO THE CREW AND THE FIRST-TO-SOLVE
000181* PRIZES NO LONGER WORK FROM THE RAW SUBMISSION FILE.
           IF NOT PROB-IN-CONTEST(PROBIDX) THEN
               GO TO FTS-NEXT
           END-IF.
           PERFORM FTS-FIND THRU FTS-FIND-EXIT.
       FTS-EMIT.
           COMPUTE PROBNUM0 = PROBIDX - 1.
           MOVE PROBNUM0 TO PROBNUM0-ED.
           IF PV-I > PREV-COUNT THEN
               GO TO BALLOON-PROB-INIT
           END-IF.
           IF PV-TEAMNO(PV-I) IS NUMERIC
                   AND TTEAMNO(TIX2) IS NUMERIC THEN
               IF PV-TEAMNO(PV-I) = TTEAMNO(TIX2) THEN
                   MOVE 'Y' TO PVFOUND
                   GO TO BALLOON-PROB-INIT
               END-IF
               ADD 1 TO PV-I
               GO TO BALLOON-FIND
           END-IF.
           IF PV-NAME(PV-I) = TEAMNAME(TIX2) THEN
               MOVE 'Y' TO PVFOUND
               GO TO BALLOON-PROB-INIT
           ADD 1 TO PROBIDX.
           GO TO CSV-HEADER-LOOP.
       CSV-HEADER-DONE.
           STRING ',TSCORE,TPEN,STATUS,TEAMNO' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF NOT CUT-IS-ON THEN
               MOVE LINE-OUT TO CSVLINE
           MOVE TPEN(TIX2) TO TPEN-ED.
           STRING ' T:' TSCORE-ED ' PEN:' TPEN-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF IS-UNOFFICIAL(TIX2) THEN
               STRING ' UNOFFICIAL' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO PLINE.
           MOVE X'0D' TO PCR.
           WRITE PRINTLINE.
       CSV-ROW-DONE.
           STRING ',' TSCORE-ED ',' TPEN-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF IS-UNOFFICIAL(TIX2) THEN
               STRING ',UNOFFICIAL' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           ELSE
               STRING ',OFFICIAL' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           STRING ',' TTEAMNO(TIX2) DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF NOT CUT-IS-ON THEN
               MOVE LINE-OUT TO CSVLINE
               WRITE CSVLINE
           ADD 1 TO RANKPOS.
           GO TO PRINT-TEAMS-LOOP.
000181* ONE STANDINGS SECTION PER DIVISION, IN OVERALL RANK ORDER,
000181* WITH THE DIVISION WINNER FLAGGED FOR PRIZE ALLOCATION.  AN
000181* UNOFFICIAL TEAM IS LISTED IN PLACE BUT TAKES NO DIVISION
000181* RANK, SO THE WINNER IS THE FIRST OFFICIAL TEAM.
       DIV-SECTIONS-START.
           MOVE 1 TO DIV-I.
           GO TO DIV-SECTION-LOOP.
       DIV-SECTION-LOOP.
           IF DIV-I > DIV-COUNT THEN
               GO TO SITE-SECTIONS-START
           END-IF.
           MOVE SPACES TO PLINE.
           MOVE X'0D' TO PCR.
           IF TDIV(TIX2) NOT = DIV-CODE(DIV-I) THEN
               GO TO DIV-TEAM-NEXT
           END-IF.
           MOVE TSCORE(TIX2) TO TSCORE-ED.
           MOVE TPEN(TIX2) TO TPEN-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           IF IS-UNOFFICIAL(TIX2) THEN
               STRING '  -. ' TEAMNAME(TIX2) ' ' TINST(TIX2)
                   ' T:' TSCORE-ED ' PEN:' TPEN-ED ' UNOFFICIAL'
                   DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
               GO TO DIV-TEAM-WRITE
           END-IF.
           ADD 1 TO DIVRANK.
           MOVE DIVRANK TO RANKPOS-ED.
           STRING RANKPOS-ED '. ' TEAMNAME(TIX2) ' ' TINST(TIX2)
               ' T:' TSCORE-ED ' PEN:' TPEN-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
               STRING ' *** DIVISION WINNER ***' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
       DIV-TEAM-WRITE.
           MOVE LINE-OUT TO PLINE.
           MOVE X'0D' TO PCR.
           WRITE PRINTLINE.
       DIV-SECTION-NEXT.
           ADD 1 TO DIV-I.
           GO TO DIV-SECTION-LOOP.
000181* ON A MULTI-SITE CONTEST, ONE STANDINGS SECTION PER SITE IN
000181* OVERALL RANK ORDER, WITH THE RANK AT THE SITE AND OVERALL.
000181* UNOFFICIAL TEAMS TAKE NO SITE RANK, AS IN THE DIVISIONS.
       SITE-SECTIONS-START.
           IF NOT MULTI-SITE THEN
               GO TO PRINT-SUMMARY-START
           END-IF.
           MOVE 1 TO ST-I.
           GO TO SITE-SECTION-LOOP.
       SITE-SECTION-LOOP.
           IF ST-I > SITE-COUNT THEN
               GO TO PRINT-SUMMARY-START
           END-IF.
           IF ST-CODE(ST-I) = SPACES THEN
               GO TO SITE-SECTION-NEXT
           END-IF.
           MOVE SPACES TO PLINE.
           MOVE X'0D' TO PCR.
           WRITE PRINTLINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'Site ' ST-CODE(ST-I) ' Standings'
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO PLINE.
           MOVE X'0D' TO PCR.
           WRITE PRINTLINE.
           MOVE 0 TO SITERANK.
           MOVE 1 TO RANKPOS.
           GO TO SITE-TEAM-LOOP.
       SITE-TEAM-LOOP.
           IF RANKPOS > TEAM-COUNT THEN
               GO TO SITE-SECTION-NEXT
           END-IF.
           MOVE RANK-ORDER(RANKPOS) TO TIX2.
           IF TSITE(TIX2) NOT = ST-CODE(ST-I) THEN
               GO TO SITE-TEAM-NEXT
           END-IF.
           MOVE TSCORE(TIX2) TO TSCORE-ED.
           MOVE TPEN(TIX2) TO TPEN-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           IF IS-UNOFFICIAL(TIX2) THEN
               STRING '  -. '
                   DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR
           ELSE
               ADD 1 TO SITERANK
               MOVE SITERANK TO RANKPOS-ED
               STRING RANKPOS-ED '. '
                   DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE RANKPOS TO RANKPOS-ED.
           STRING TEAMNAME(TIX2) ' ' TINST(TIX2)
               ' T:' TSCORE-ED ' PEN:' TPEN-ED ' OVERALL:' RANKPOS-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           IF IS-UNOFFICIAL(TIX2) THEN
               STRING ' UNOFFICIAL' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO PLINE.
           MOVE X'0D' TO PCR.
           WRITE PRINTLINE.
       SITE-TEAM-NEXT.
           ADD 1 TO RANKPOS.
           GO TO SITE-TEAM-LOOP.
       SITE-SECTION-NEXT.
           ADD 1 TO ST-I.
           GO TO SITE-SECTION-LOOP.
000181* PER-PROBLEM DIFFICULTY SUMMARY, APPENDED AFTER THE TEAM ROWS.
       PRINT-SUMMARY-START.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'Problem Difficulty Summary' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO PLINE.
           MOVE X'0D' TO PCR.
           WRITE PRINTLINE.
           MOVE 1 TO PROBIDX.
           GO TO SUMMARY-LOOP.
       SUMMARY-LOOP.
           IF PROBIDX > MAXPROB-SEEN THEN
               GO TO CLOSE-REPORTS
           END-IF.
           MOVE 0 TO CNT-ANY.
           MOVE 0 TO CNT-100.
           GO TO SUMMARY-LOOP.
       CLOSE-REPORTS.
           CLOSE OUT-FILE.
           IF NOT CUT-IS-ON THEN
               CLOSE CSV-FILE
           END-IF.
           GO TO ARCHIVE-COPY.
000181* SNAPSHOT THE FINISHED REPORT UNDER A DATED/TIMED NAME SO AN
000181* EARLIER RUN'S STANDINGS CAN BE PULLED BACK UP LATER.  THAT
000181* COMPLETES THE REPORTS STEP.
       ARCHIVE-COPY.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE THIS-RUN TO RUNNO-DISP.
           STRING 'report-' RUN-DATE '-' RUN-TIME(1:6)
               '-r' RUNNO-DISP '.txt'
               DELIMITED BY SIZE INTO ARCHIVE-NAME.
           OPEN INPUT REPORT-COPY-IN.
           OPEN OUTPUT ARCHIVE-FILE.
           GO TO ARCHIVE-LOOP.
       ARCHIVE-LOOP.
           READ REPORT-COPY-IN INTO COPY-LINE
               AT END GO TO ARCHIVE-DONE.
           MOVE COPY-LINE TO ARCH-BODY.
           MOVE X'0D' TO ARCH-CR.
           WRITE ARCH-LINE.
           GO TO ARCHIVE-LOOP.
       ARCHIVE-DONE.
           CLOSE REPORT-COPY-IN.
           CLOSE ARCHIVE-FILE.
           MOVE 'ARCHIVE' TO CATLG-TYPE.
           MOVE ARCHIVE-NAME TO CATLG-NAME.
           PERFORM CATALOGUE-PUT THRU CATALOGUE-PUT-EXIT.
           MOVE 4 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
       REPORTS-DONE.
           CLOSE EXCEPT-FILE.
           CLOSE AUDIT-FILE.
           GO TO WRITE-LETTERS.
000181* ONE PRINT-IMAGE RESULT LETTER PER TEAM, WALKED IN FINAL RANK
000181* ORDER, WITH THE AWARD LINE DECIDED BY THE RANK CUT-OFFS IN
000181* AWARDS-CONTROL.TXT.  THE CUTS ARE APPLIED TO THE OFFICIAL
000181* RANK, WHICH SKIPS UNOFFICIAL TEAMS; THOSE GET PARTICIPATION.
000181* A TEAM WITH ITS FEE UNPAID HAS ITS LETTER WRITTEN TO
000181* HELD-LETTERS.TXT INSTEAD, AND IS LISTED AT THE END.
       WRITE-LETTERS.
           IF CUT-IS-ON OR STEP-IS-DONE(5) THEN
               GO TO WRITE-IXFILE
           END-IF.
           MOVE 1 TO AWARD-SW.
           GO TO LOAD-AWARDS.
000181* THE AWARD CUTS, FOR THE LETTERS (AWARD-SW=1) OR FOR A REJUDGE
000181* SIMULATION (AWARD-SW=2).
       LOAD-AWARDS.
           OPEN INPUT AWARD-FILE.
           IF AWARD-STATUS NOT = '00' THEN
               GO TO LOAD-AWARDS-RETURN
           END-IF.
           GO TO LOAD-AWARDS-LOOP.
       LOAD-AWARDS-LOOP.
           GO TO LOAD-AWARDS-LOOP.
       LOAD-AWARDS-DONE.
           CLOSE AWARD-FILE.
       LOAD-AWARDS-RETURN.
           GO TO LOAD-BALANCES SIM-SNAPSHOT DEPENDING ON AWARD-SW.
000181* FEE BALANCES FROM THE BILLING RUN.  AN UNPAID TEAM'S LETTER
000181* IS HELD BACK; A TEAM NOT ON THE FILE IS NOT HELD.
       LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-STATUS NOT = '00' THEN
               GO TO LETTERS-START
           END-IF.
           GO TO LOAD-BALANCES-LOOP.
       LOAD-BALANCES-LOOP.
           READ BALANCE-FILE
               AT END GO TO LOAD-BALANCES-DONE.
           IF FB-STATUS NOT = 'UNPAID' THEN
               GO TO LOAD-BALANCES-LOOP
           END-IF.
           MOVE 1 TO SEARCH-I.
           GO TO BALANCE-TEAM-LOOP.
       BALANCE-TEAM-LOOP.
           IF SEARCH-I > TEAM-COUNT THEN
               GO TO LOAD-BALANCES-LOOP
           END-IF.
           IF TEAMNAME(SEARCH-I) = FB-TEAM THEN
               MOVE 'Y' TO THELD(SEARCH-I)
               IF FB-OWED IS NUMERIC THEN
                   MOVE FB-OWED TO TOWED(SEARCH-I)
               END-IF
               GO TO LOAD-BALANCES-LOOP
           END-IF.
           ADD 1 TO SEARCH-I.
           GO TO BALANCE-TEAM-LOOP.
       LOAD-BALANCES-DONE.
           CLOSE BALANCE-FILE.
       LETTERS-START.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT HELD-FILE.
           MOVE TEAM-COUNT TO TEAM-COUNT-ED.
           COMPUTE OFF-COUNT = TEAM-COUNT - UNOFF-COUNT.
           MOVE OFF-COUNT TO OFF-COUNT-ED.
           MOVE 0 TO OFFRANK.
           MOVE 1 TO RANKPOS.
           GO TO LETTER-LOOP.
       LETTER-LOOP.
               GO TO LETTERS-DONE
           END-IF.
           MOVE RANK-ORDER(RANKPOS) TO TIX2.
           IF LETTER-IS-HELD(TIX2) THEN
               ADD 1 TO HELD-COUNT
           END-IF.
           MOVE ALL '-' TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           MOVE CTL-TITLE-1 TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           MOVE CTL-TITLE-2 TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           MOVE SPACES TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'TO TEAM: ' TEAMNAME(TIX2) '  ' TINST(TIX2)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           MOVE RANKPOS TO RANKPOS-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'FINAL RANK: ' RANKPOS-ED ' OF ' TEAM-COUNT-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           IF IS-UNOFFICIAL(TIX2) THEN
               MOVE 'STATUS: UNOFFICIAL ENTRY - NOT RANKED FOR AWARDS'
                   TO LETLINE
               PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT
           ELSE
               ADD 1 TO OFFRANK
               IF UNOFF-COUNT > 0 THEN
                   MOVE OFFRANK TO RANKPOS-ED
                   MOVE SPACES TO LINE-OUT
                   MOVE 1 TO LINE-PTR
                   STRING 'OFFICIAL RANK: ' RANKPOS-ED ' OF '
                       OFF-COUNT-ED DELIMITED BY SIZE
                       INTO LINE-OUT WITH POINTER LINE-PTR
                   MOVE LINE-OUT TO LETLINE
                   PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT
               END-IF
           END-IF.
           MOVE TSCORE(TIX2) TO TSCORE-ED.
           MOVE TPEN(TIX2) TO TPEN-ED.
           MOVE SPACES TO LINE-OUT.
               '   PENALTY MINUTES: ' TPEN-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           MOVE 0 TO SOLVED-CNT.
           MOVE 1 TO PROBIDX.
           GO TO LETTER-SOLVED-LOOP.
           STRING 'PROBLEMS SOLVED: ' SOLVED-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           PERFORM AWARD-TIER THRU AWARD-TIER-EXIT.
       LETTER-AWARD-LINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'AWARD: ' AWARD-TXT DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           MOVE SPACES TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           MOVE 'THANK YOU FOR TAKING PART IN THIS CONTEST.'
               TO LETLINE.
           PERFORM PUT-LETLINE THRU PUT-LETLINE-EXIT.
           ADD 1 TO RANKPOS.
           GO TO LETTER-LOOP.
       LETTERS-DONE.
           IF HELD-COUNT = 0 THEN
               GO TO LETTERS-CLOSE
           END-IF.
           MOVE ALL '-' TO LETLINE.
           WRITE LETLINE.
           MOVE 'HELD LETTERS - REGISTRATION FEE OUTSTANDING'
               TO LETLINE.
           WRITE LETLINE.
           MOVE 'THESE LETTERS ARE IN held-letters.txt, TO BE RELEASED'
               TO LETLINE.
           WRITE LETLINE.
           MOVE 'WHEN THE FEE IS PAID.' TO LETLINE.
           WRITE LETLINE.
           MOVE SPACES TO LETLINE.
           WRITE LETLINE.
           MOVE 1 TO RANKPOS.
           GO TO HELD-LIST-LOOP.
       HELD-LIST-LOOP.
           IF RANKPOS > TEAM-COUNT THEN
               GO TO LETTERS-CLOSE
           END-IF.
           MOVE RANK-ORDER(RANKPOS) TO TIX2.
           IF LETTER-IS-HELD(TIX2) THEN
               MOVE RANKPOS TO RANKPOS-ED
               MOVE TOWED(TIX2) TO OWED-ED
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING RANKPOS-ED '. ' TEAMNAME(TIX2) ' ' TINST(TIX2)
                   ' OWES ' OWED-ED DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
               MOVE LINE-OUT TO LETLINE
               WRITE LETLINE
           END-IF.
           ADD 1 TO RANKPOS.
           GO TO HELD-LIST-LOOP.
       LETTERS-CLOSE.
           CLOSE LETTER-FILE.
           CLOSE HELD-FILE.
           MOVE 'LETTERS' TO CATLG-TYPE.
           MOVE 'letters.txt' TO CATLG-NAME.
           PERFORM CATALOGUE-PUT THRU CATALOGUE-PUT-EXIT.
           MOVE 'held-letters.txt' TO CATLG-NAME.
           PERFORM CATALOGUE-PUT THRU CATALOGUE-PUT-EXIT.
           MOVE 5 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
           GO TO WRITE-IXFILE.
000181* WRITE EVERY TEAM'S FINAL STANDING TO THE KEYED STANDINGS
000181* FILE FOR THE TEAMINQ HELP-DESK INQUIRY PROGRAM.
       WRITE-IXFILE.
           IF CUT-IS-ON OR STEP-IS-DONE(6) THEN
               GO TO IXFILE-DONE
           END-IF.
           OPEN OUTPUT IX-FILE.
           END-IF.
           MOVE RANK-ORDER(RANKPOS) TO TIX2.
           MOVE TEAMNAME(TIX2) TO IX-TEAM.
           MOVE TTEAMNO(TIX2) TO IX-TEAMNO.
           MOVE RANKPOS TO IX-RANK.
           MOVE TSCORE(TIX2) TO IX-TSCORE.
           MOVE TPEN(TIX2) TO IX-TPEN.
           GO TO IXFILE-LOOP.
       IXFILE-CLOSE.
           CLOSE IX-FILE.
           MOVE 6 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
       IXFILE-DONE.
           GO TO HISTORY-APPEND.
000181* APPEND ONE SNAPSHOT ROW PER TEAM (RUN DATE AND TIME, RANK,
000181* PROGRESSION REPORT WITHOUT HAND-MERGING REPORT ARCHIVES.
000181* AN AS-OF REPLAY IS AN INQUIRY AND APPENDS NOTHING.
       HISTORY-APPEND.
           IF CUT-IS-ON OR STEP-IS-DONE(7) THEN
               GO TO HISTORY-DONE
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE TSCORE(TIX2) TO HS-TSCORE.
           MOVE TPEN(TIX2) TO HS-TPEN.
           MOVE SOLVED-CNT TO HS-SOLVED.
           MOVE TTEAMNO(TIX2) TO HS-TEAMNO.
           WRITE HIST-REC.
           ADD 1 TO RANKPOS.
           GO TO HISTORY-LOOP.
       HISTORY-CLOSE.
           CLOSE HIST-FILE.
           MOVE 7 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
       HISTORY-DONE.
           GO TO FREEZE-BOARD.
000181* PUBLIC FROZEN SCOREBOARD: DERIVE EACH TEAM'S SCORE FROM THE
000181* POST-FREEZE SUBMISSIONS SHOWN ONLY AS PENDING ATTEMPTS.  THE
000181* JUDGES' FULL REPORT ABOVE IS UNTOUCHED.
       FREEZE-BOARD.
           IF NOT FREEZE-IS-ON OR CUT-IS-ON
                   OR STEP-IS-DONE(8) THEN
               GO TO FREEZE-DONE
           END-IF.
           MOVE 1 TO TIX2.
           GO TO FRZ-PRINT-LOOP.
       FRZ-PRINT-DONE.
           CLOSE PUBLIC-FILE.
           MOVE 8 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
       FREEZE-DONE.
           GO TO EVENT-FEED.
000181* EVENT FEED: MATCH THE SCAN'S JUDGEMENTS IN EVENT-WORK.TMP
000181* AGAINST THE REGISTER OF EVENTS ALREADY SENT, WRITING THE
000181* UPDATED REGISTER TO EVENT-REGISTER.NEW AND THE NEW EVENTS
000181* (OR, ON A RESEND, EVERY REGISTER ENTRY) TO EVENT-FEED.TXT
000181* BETWEEN A HDR LINE AND A TRL LINE CARRYING THE EVENT COUNT
000181* AND THE LAST SEQUENCE NUMBER ISSUED.  THE STEP IS COMMITTED
000181* ONCE THE NEW REGISTER IS COMPLETE, AND ONLY THEN IS IT
000181* COPIED BACK OVER THE OLD, SO A RUN DYING IN THE COPY IS
000181* RESTARTED WITH THE STEP DONE AND JUST FINISHES THE COPY FROM
000181* THE COMPLETE NEW REGISTER.  ON A MASTER RELOAD THE WORK FILE
000181* IS THE ONE THE DEAD RUN'S COMMITTED SCAN LEFT.  AN AS-OF
000181* REPLAY SENDS NOTHING.
       EVENT-FEED.
           IF CUT-IS-ON THEN
               GO TO EVENT-FEED-DONE
           END-IF.
           IF STEP-IS-DONE(9) THEN
               GO TO EVENT-COPY-START
           END-IF.
           OPEN INPUT EVWORK-FILE.
           IF EVWORK-STATUS NOT = '00' THEN
               GO TO EVENT-FEED-DONE
           END-IF.
           MOVE 0 TO EV-LASTSEQ.
           MOVE 0 TO EV-COUNT.
           OPEN INPUT EVREG-FILE.
           IF EVREG-STATUS NOT = '00' THEN
               GO TO EVENT-OPEN
           END-IF.
           GO TO EVENT-SEQ-LOOP.
       EVENT-SEQ-LOOP.
           READ EVREG-FILE INTO EV-REG
               AT END GO TO EVENT-SEQ-DONE.
           IF ER-SEQ > EV-LASTSEQ THEN
               MOVE ER-SEQ TO EV-LASTSEQ
           END-IF.
           GO TO EVENT-SEQ-LOOP.
       EVENT-SEQ-DONE.
           CLOSE EVREG-FILE.
       EVENT-OPEN.
           MOVE 'N' TO EVREGFLAG.
           OPEN INPUT EVREG-FILE.
           IF EVREG-STATUS = '00' THEN
               MOVE 'Y' TO EVREGFLAG
           END-IF.
           OPEN OUTPUT EVNEW-FILE.
           OPEN OUTPUT EVFEED-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE THIS-RUN TO RUNNO-DISP.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'HDR,' RUNNO-DISP ',' RUN-DATE ',' RUN-TIME(1:6)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           IF FEED-RESEND THEN
               STRING ',FULL' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           ELSE
               STRING ',NEW' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO EVFLINE.
           WRITE EVFLINE.
           PERFORM EVENT-NEXT-WORK THRU EVENT-NEXT-WORK-EXIT.
           PERFORM EVENT-NEXT-REG THRU EVENT-NEXT-REG-EXIT.
           GO TO EVENT-MERGE-LOOP.
000181* A JUDGEMENT ONLY IN THE WORK FILE IS NEW; ONE IN BOTH GETS
000181* A NEW EVENT ONLY IF ITS VERDICT CHANGED.  ONE ONLY IN THE
000181* REGISTER IS KEPT AS IT IS ON A DELTA RUN, WHOSE SCAN SAW
000181* ONLY THE NEW ROWS; ON A FULL-DAY RUN IT HAS BEEN VOIDED, SO
000181* IT GOES OUT AGAIN UNDER A NEW NUMBER WITH THE VERDICT VOID,
000181* AND A RESEND THEN SENDS THE VOID, NOT THE OLD VERDICT.
       EVENT-MERGE-LOOP.
           IF EW-KEY = HIGH-VALUES AND ER-KEY = HIGH-VALUES THEN
               GO TO EVENT-MERGE-END
           END-IF.
           IF EW-KEY < ER-KEY THEN
               MOVE EW-KEY TO EO-KEY
               GO TO EVENT-NEW
           END-IF.
           MOVE EV-REG TO EV-OUT.
           IF EW-KEY > ER-KEY THEN
               PERFORM EVENT-NEXT-REG THRU EVENT-NEXT-REG-EXIT
               IF DELTA-MODE OR EO-VERDICT = 'VOID' THEN
                   GO TO EVENT-PUT
               END-IF
               GO TO EVENT-VOID
           END-IF.
           PERFORM EVENT-NEXT-REG THRU EVENT-NEXT-REG-EXIT.
           IF EW-VERDICT = EO-VERDICT THEN
               PERFORM EVENT-NEXT-WORK THRU EVENT-NEXT-WORK-EXIT
               GO TO EVENT-PUT
           END-IF.
           GO TO EVENT-NEW.
       EVENT-NEW.
           MOVE EW-VERDICT TO EO-VERDICT.
           MOVE EW-MINUTE TO EO-MINUTE.
           ADD 1 TO EV-LASTSEQ.
           MOVE EV-LASTSEQ TO EO-SEQ.
           MOVE THIS-RUN TO EO-RUNNO.
           PERFORM EVENT-NEXT-WORK THRU EVENT-NEXT-WORK-EXIT.
           GO TO EVENT-PUT.
       EVENT-VOID.
           MOVE 'VOID' TO EO-VERDICT.
           ADD 1 TO EV-LASTSEQ.
           MOVE EV-LASTSEQ TO EO-SEQ.
           MOVE THIS-RUN TO EO-RUNNO.
       EVENT-PUT.
           MOVE EV-OUT TO EVNLINE.
           WRITE EVNLINE.
           IF EO-RUNNO NOT = THIS-RUN AND NOT FEED-RESEND THEN
               GO TO EVENT-MERGE-LOOP
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'EVT,' EO-SEQ ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           STRING EO-TEAM DELIMITED BY '  '
               INTO LINE-OUT WITH POINTER LINE-PTR.
           STRING ',' EO-IDD ',' EO-MINUTE ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           STRING EO-VERDICT DELIMITED BY '  '
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO EVFLINE.
           WRITE EVFLINE.
           ADD 1 TO EV-COUNT.
           GO TO EVENT-MERGE-LOOP.
       EVENT-MERGE-END.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'TRL,' EV-COUNT ',' EV-LASTSEQ
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO EVFLINE.
           WRITE EVFLINE.
           CLOSE EVFEED-FILE.
           CLOSE EVNEW-FILE.
           CLOSE EVWORK-FILE.
           IF EVREG-IS-OPEN THEN
               CLOSE EVREG-FILE
           END-IF.
           MOVE 9 TO STEP-NO.
           PERFORM JOURNAL-STEP THRU JOURNAL-STEP-EXIT.
       EVENT-COPY-START.
           OPEN INPUT EVNEW-FILE.
           IF EVNEW-STATUS NOT = '00' THEN
               GO TO EVENT-FEED-DONE
           END-IF.
           OPEN OUTPUT EVREG-FILE.
           GO TO EVENT-COPY-LOOP.
       EVENT-COPY-LOOP.
           READ EVNEW-FILE
               AT END GO TO EVENT-COPY-DONE.
           MOVE EVNLINE TO EVRLINE.
           WRITE EVRLINE.
           GO TO EVENT-COPY-LOOP.
       EVENT-COPY-DONE.
           CLOSE EVNEW-FILE.
           CLOSE EVREG-FILE.
       EVENT-FEED-DONE.
           GO TO RELEASE-RUNCTL.
000181* REJUDGE SIMULATION: AT THE END OF EACH SCORING PASS, TAKE
000181* EVERY TEAM'S STANDING - RANK, TSCORE, TPEN, PROBLEMS SOLVED,
000181* AWARD AND FIRST-TO-SOLVE PROBLEMS - INTO SM-FIG (SIM-PASS).
000181* THE AWARD CUTS ARE LOADED FIRST.
       SIM-PASS-DONE.
           MOVE 2 TO AWARD-SW.
           GO TO LOAD-AWARDS.
       SIM-SNAPSHOT.
           MOVE 0 TO OFFRANK.
           MOVE 1 TO RANKPOS.
           GO TO SIM-SNAP-LOOP.
       SIM-SNAP-LOOP.
           IF RANKPOS > TEAM-COUNT THEN
               MOVE 1 TO PROBIDX
               GO TO SIM-SNAP-FTS
           END-IF.
           MOVE RANK-ORDER(RANKPOS) TO TIX2.
           MOVE RANKPOS TO SM-RANK(TIX2, SIM-PASS).
           MOVE TSCORE(TIX2) TO SM-TSCORE(TIX2, SIM-PASS).
           MOVE TPEN(TIX2) TO SM-TPEN(TIX2, SIM-PASS).
           IF NOT IS-UNOFFICIAL(TIX2) THEN
               ADD 1 TO OFFRANK
           END-IF.
           PERFORM AWARD-TIER THRU AWARD-TIER-EXIT.
           MOVE AWARD-TXT TO SM-AWARD(TIX2, SIM-PASS).
           MOVE 0 TO SOLVED-CNT.
           MOVE 1 TO PROBIDX.
           GO TO SIM-SNAP-SOLVED.
       SIM-SNAP-SOLVED.
           IF PROBIDX > MAXPROB-SEEN THEN
               MOVE SOLVED-CNT TO SM-SOLVED(TIX2, SIM-PASS)
               ADD 1 TO RANKPOS
               GO TO SIM-SNAP-LOOP
           END-IF.
           IF NSUB(TIX2, PROBIDX) > 0 THEN
               ADD 1 TO SOLVED-CNT
           END-IF.
           ADD 1 TO PROBIDX.
           GO TO SIM-SNAP-SOLVED.
       SIM-SNAP-FTS.
           IF PROBIDX > 20 THEN
               GO TO SIM-SNAP-DONE
           END-IF.
           IF PROB-IN-CONTEST(PROBIDX) THEN
               PERFORM FTS-FIND THRU FTS-FIND-EXIT
               IF FS-IS-FOUND THEN
                   MOVE 'Y' TO SM-FTS(FS-TIX, SIM-PASS, PROBIDX)
               END-IF
           END-IF.
           ADD 1 TO PROBIDX.
           GO TO SIM-SNAP-FTS.
       SIM-SNAP-DONE.
           IF SIM-PASS = 2 THEN
               GO TO SIM-REPORT
           END-IF.
           MOVE 1 TO TIX2.
           GO TO SIM-RESET-LOOP.
000181* CLEAR THE SCORING FIGURES AND SCORE THE DAY AGAIN WITH THE
000181* PROPOSAL ADDED TO THE END OF THE CORRECTIONS TABLE, SO ITS
000181* LINES OVERRIDE ANY EARLIER CORRECTION OF THE SAME RUN.  THE
000181* TEAMS, ROSTER, OUTCOMES AND PROBLEMS STAY AS LOADED.
       SIM-RESET-LOOP.
           IF TIX2 > TEAM-COUNT THEN
               GO TO SIM-RESET-DONE
           END-IF.
           MOVE SPACE TO SEEN(TIX2).
           MOVE SPACES TO TSITE(TIX2).
           MOVE 0 TO TSCORE(TIX2).
           MOVE 0 TO TPEN(TIX2).
           MOVE 1 TO PROBIDX.
           GO TO SIM-RESET-PROB.
       SIM-RESET-PROB.
           IF PROBIDX > 20 THEN
               ADD 1 TO TIX2
               GO TO SIM-RESET-LOOP
           END-IF.
           INITIALIZE PROB-STAT(TIX2, PROBIDX).
           ADD 1 TO PROBIDX.
           GO TO SIM-RESET-PROB.
       SIM-RESET-DONE.
           INITIALIZE FRZ-TABLE.
           MOVE SPACES TO CURNAME.
           MOVE 'N' TO CURFOUND.
           MOVE 'N' TO CURHASDATA.
           MOVE 2 TO SIM-PASS.
           COMPUTE PROP-FIRST = CORR-COUNT + 1.
           MOVE 'rejudge-proposal.txt' TO CORR-NAME.
           MOVE 'PASS,,,,REJUDGE PROPOSAL APPLIED FROM HERE' TO EXCLINE.
           WRITE EXCLINE.
           GO TO LOAD-CORRECTIONS.
       SIM-NO-PROPOSAL.
           OPEN OUTPUT IMPACT-FILE.
           MOVE 'Rejudge Impact Report' TO IMPLINE.
           WRITE IMPLINE.
           MOVE 'NO rejudge-proposal.txt FOUND - NOTHING SIMULATED'
               TO IMPLINE.
           WRITE IMPLINE.
           CLOSE IMPACT-FILE.
           CLOSE EXCEPT-FILE.
           DISPLAY 'NO rejudge-proposal.txt FOUND - NOTHING SIMULATED'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
000181* THE IMPACT REPORT: EACH PROPOSAL LINE AND WHAT BECAME OF IT,
000181* THEN EVERY TEAM WHOSE STANDING CHANGES, IN NEW RANK ORDER,
000181* OLD FIGURES FIRST.  A PROPOSAL LINE THAT IS REJECTED OR
000181* MATCHES NO SUBMISSION ENDS THE RUN WITH RETURN CODE 4.
       SIM-REPORT.
           OPEN OUTPUT IMPACT-FILE.
           MOVE 'Rejudge Impact Report' TO IMPLINE.
           WRITE IMPLINE.
           MOVE CTL-TITLE-1 TO IMPLINE.
           WRITE IMPLINE.
           MOVE 'SIMULATION ONLY - NO STANDINGS FILE HAS BEEN CHANGED'
               TO IMPLINE.
           WRITE IMPLINE.
           IF CUT-IS-ON THEN
               MOVE SPACES TO IMPLINE
               STRING 'STANDINGS AS OF ' CTL-CUTOFF(1:2) ':'
                   CTL-CUTOFF(3:2) DELIMITED BY SIZE INTO IMPLINE
               WRITE IMPLINE
           END-IF.
           MOVE SPACES TO IMPLINE.
           WRITE IMPLINE.
           MOVE 'PROPOSED REJUDGE (rejudge-proposal.txt)' TO IMPLINE.
           WRITE IMPLINE.
           MOVE PROP-FIRST TO CR-I.
           GO TO SIM-PROP-LOOP.
       SIM-PROP-LOOP.
           IF CR-I > CORR-COUNT THEN
               GO TO SIM-PROP-DONE
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING '  ' CR-ACTION(CR-I) ' ' CR-TEAM(CR-I) ' '
               CR-IDD(CR-I) ' ' CR-TIME(CR-I) ' ' CR-FIELD(CR-I) ' '
               CR-VALUE(CR-I) ' '
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           IF NOT CR-IS-VALID(CR-I) THEN
               ADD 1 TO PROP-REJECTED
               STRING 'REJECTED: ' CR-REASON(CR-I) DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
               GO TO SIM-PROP-WRITE
           END-IF.
           IF CR-HITS(CR-I) = 0 THEN
               ADD 1 TO PROP-NOMATCH
               STRING 'NO MATCHING SUBMISSION' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
               GO TO SIM-PROP-WRITE
           END-IF.
           ADD 1 TO PROP-APPLIED.
           MOVE CR-HITS(CR-I) TO CR-HITS-ED.
           STRING 'APPLIED TO ' CR-HITS-ED ' ROWS' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
       SIM-PROP-WRITE.
           MOVE LINE-OUT TO IMPLINE.
           WRITE IMPLINE.
           ADD 1 TO CR-I.
           GO TO SIM-PROP-LOOP.
       SIM-PROP-DONE.
           IF PROP-FIRST > CORR-COUNT THEN
               MOVE '  NONE - THE PROPOSAL FILE IS EMPTY' TO IMPLINE
               WRITE IMPLINE
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           MOVE PROP-APPLIED TO SOLVED-ED.
           STRING 'LINES APPLIED: ' SOLVED-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE PROP-NOMATCH TO SOLVED-ED.
           STRING '   NO MATCH: ' SOLVED-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE PROP-REJECTED TO SOLVED-ED.
           STRING '   REJECTED: ' SOLVED-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO IMPLINE.
           WRITE IMPLINE.
           MOVE SPACES TO IMPLINE.
           WRITE IMPLINE.
           MOVE 'TEAMS WHOSE STANDING CHANGES (OLD -> NEW)' TO IMPLINE.
           WRITE IMPLINE.
           MOVE 1 TO RANKPOS.
           GO TO SIM-TEAM-LOOP.
       SIM-TEAM-LOOP.
           IF RANKPOS > TEAM-COUNT THEN
               GO TO SIM-REPORT-END
           END-IF.
           MOVE RANK-ORDER(RANKPOS) TO TIX2.
           IF SM-FIG(TIX2, 1) = SM-FIG(TIX2, 2) THEN
               GO TO SIM-TEAM-NEXT
           END-IF.
           ADD 1 TO SIM-CHANGED.
           MOVE SPACES TO IMPLINE.
           WRITE IMPLINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           MOVE SM-RANK(TIX2, 1) TO RANKPOS-ED.
           STRING TEAMNAME(TIX2) '  RANK ' RANKPOS-ED ' -> '
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE SM-RANK(TIX2, 2) TO RANKPOS-ED.
           MOVE SM-TSCORE(TIX2, 1) TO TSCORE-ED.
           STRING RANKPOS-ED '   TSCORE ' TSCORE-ED ' -> '
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE SM-TSCORE(TIX2, 2) TO TSCORE-ED.
           MOVE SM-TPEN(TIX2, 1) TO TPEN-ED.
           STRING TSCORE-ED '   TPEN ' TPEN-ED ' -> '
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE SM-TPEN(TIX2, 2) TO TPEN-ED.
           STRING TPEN-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF IS-UNOFFICIAL(TIX2) THEN
               STRING '   UNOFFICIAL' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO IMPLINE.
           WRITE IMPLINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           MOVE SM-SOLVED(TIX2, 1) TO SOLVED-ED.
           STRING '    SOLVED ' SOLVED-ED ' -> '
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE SM-SOLVED(TIX2, 2) TO SOLVED-ED.
           STRING SOLVED-ED '   AWARD ' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           STRING SM-AWARD(TIX2, 1) DELIMITED BY '  '
               INTO LINE-OUT WITH POINTER LINE-PTR.
           STRING ' -> ' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           STRING SM-AWARD(TIX2, 2) DELIMITED BY '  '
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO IMPLINE.
           WRITE IMPLINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING '    FIRST TO SOLVE ' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE 1 TO SIM-P.
           PERFORM SIM-FTS-LIST THRU SIM-FTS-LIST-EXIT.
           STRING FTS-LIST DELIMITED BY '  '
               INTO LINE-OUT WITH POINTER LINE-PTR.
           STRING ' -> ' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE 2 TO SIM-P.
           PERFORM SIM-FTS-LIST THRU SIM-FTS-LIST-EXIT.
           STRING FTS-LIST DELIMITED BY '  '
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO IMPLINE.
           WRITE IMPLINE.
       SIM-TEAM-NEXT.
           ADD 1 TO RANKPOS.
           GO TO SIM-TEAM-LOOP.
       SIM-REPORT-END.
           MOVE SPACES TO IMPLINE.
           WRITE IMPLINE.
           IF SIM-CHANGED = 0 THEN
               MOVE 'NO STANDING CHANGES' TO IMPLINE
               WRITE IMPLINE
           END-IF.
           MOVE SIM-CHANGED TO RANKPOS-ED.
           MOVE TEAM-COUNT TO TEAM-COUNT-ED.
           MOVE SPACES TO IMPLINE.
           STRING 'TEAMS AFFECTED: ' RANKPOS-ED ' OF ' TEAM-COUNT-ED
               DELIMITED BY SIZE INTO IMPLINE.
           WRITE IMPLINE.
           CLOSE IMPACT-FILE.
           CLOSE EXCEPT-FILE.
           IF PROP-NOMATCH > 0 OR PROP-REJECTED > 0 THEN
               MOVE 4 TO RUN-RC
           END-IF.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
000181* CLEAN END: RELEASE THE RUN CONTROL SO THE NEXT RUN CAN
000181* START.  AN ABENDED JOB NEVER GETS HERE AND LEAVES INFLIGHT
000181* BEHIND FOR THE OPERATOR TO FLAG.
           CLOSE RUNCTL-FILE.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
000181* FIND SITE-KEY IN THE SITE TABLE, ADDING IT IF NEW; ST-I IS
000181* ITS ENTRY, OR ZERO ONCE THE TABLE IS FULL.
       SITE-FIND.
           MOVE 1 TO ST-I.
           GO TO SITE-FIND-LOOP.
       SITE-FIND-LOOP.
           IF ST-I > SITE-COUNT THEN
               GO TO SITE-FIND-ADD
           END-IF.
           IF ST-CODE(ST-I) = SITE-KEY THEN
               GO TO SITE-FIND-EXIT
           END-IF.
           ADD 1 TO ST-I.
           GO TO SITE-FIND-LOOP.
       SITE-FIND-ADD.
           IF SITE-COUNT >= 10 THEN
               MOVE 0 TO ST-I
               GO TO SITE-FIND-EXIT
           END-IF.
           ADD 1 TO SITE-COUNT.
           MOVE SITE-COUNT TO ST-I.
           MOVE SITE-KEY TO ST-CODE(ST-I).
           IF SITE-KEY NOT = SPACES THEN
               MOVE 'Y' TO SITEFLAG
           END-IF.
       SITE-FIND-EXIT.
           EXIT.
000181* FIRST TO SOLVE PROBLEM PROBIDX: THE OFFICIAL TEAM WHOSE FIRST
000181* ACCEPTED RUN CAME EARLIEST, TEAM NAME BREAKING A TIE.  THE
000181* RESULT IS IN FS-IS-FOUND, FS-TIX AND FS-BEST.
       FTS-FIND.
           MOVE 'N' TO FSFOUND.
           MOVE 0 TO FS-BEST.
           MOVE 0 TO FS-TIX.
           MOVE 1 TO TIX2.
       FTS-TEAM-LOOP.
           IF TIX2 > TEAM-COUNT THEN
               GO TO FTS-FIND-EXIT
           END-IF.
           IF NSUB(TIX2, PROBIDX) = 0 OR IS-UNOFFICIAL(TIX2) THEN
               GO TO FTS-TEAM-NEXT
           END-IF.
           IF NOT FS-IS-FOUND THEN
               MOVE 'Y' TO FSFOUND
               MOVE ACCMIN(TIX2, PROBIDX) TO FS-BEST
               MOVE TIX2 TO FS-TIX
               GO TO FTS-TEAM-NEXT
           END-IF.
           IF ACCMIN(TIX2, PROBIDX) < FS-BEST THEN
               MOVE ACCMIN(TIX2, PROBIDX) TO FS-BEST
               MOVE TIX2 TO FS-TIX
               GO TO FTS-TEAM-NEXT
           END-IF.
           IF ACCMIN(TIX2, PROBIDX) = FS-BEST
                   AND TEAMNAME(TIX2) < TEAMNAME(FS-TIX) THEN
               MOVE TIX2 TO FS-TIX
           END-IF.
       FTS-TEAM-NEXT.
           ADD 1 TO TIX2.
           GO TO FTS-TEAM-LOOP.
       FTS-FIND-EXIT.
           EXIT.
000181* AWARD FOR TEAM TIX2 AT OFFICIAL RANK OFFRANK, BY THE CUTS IN
000181* AWARDS-CONTROL.TXT, INTO AWARD-TXT.
       AWARD-TIER.
           MOVE 'CERTIFICATE OF PARTICIPATION' TO AWARD-TXT.
           IF IS-UNOFFICIAL(TIX2) THEN
               GO TO AWARD-TIER-EXIT
           END-IF.
           IF HM-CUT > 0 AND OFFRANK <= HM-CUT THEN
               MOVE 'HONOURABLE MENTION' TO AWARD-TXT
           END-IF.
           IF BRONZE-CUT > 0 AND OFFRANK <= BRONZE-CUT THEN
               MOVE 'BRONZE MEDAL' TO AWARD-TXT
           END-IF.
           IF SILVER-CUT > 0 AND OFFRANK <= SILVER-CUT THEN
               MOVE 'SILVER MEDAL' TO AWARD-TXT
           END-IF.
           IF GOLD-CUT > 0 AND OFFRANK <= GOLD-CUT THEN
               MOVE 'GOLD MEDAL' TO AWARD-TXT
           END-IF.
       AWARD-TIER-EXIT.
           EXIT.
000181* THE PROBLEMS TEAM TIX2 IS FIRST TO SOLVE IN SIMULATION PASS
000181* SIM-P, AS A LIST OF PROBLEM NUMBERS IN FTS-LIST.
       SIM-FTS-LIST.
           MOVE SPACES TO FTS-LIST.
           MOVE 1 TO FTS-PTR.
           MOVE 1 TO PROBIDX.
       SIM-FTS-LIST-LOOP.
           IF PROBIDX > 20 THEN
               GO TO SIM-FTS-LIST-END
           END-IF.
           IF SM-FTS(TIX2, SIM-P, PROBIDX) = 'Y' THEN
               COMPUTE PROBNUM0 = PROBIDX - 1
               MOVE PROBNUM0 TO PROBNUM0-ED
               STRING '(' PROBNUM0-ED ')' DELIMITED BY SIZE
                   INTO FTS-LIST WITH POINTER FTS-PTR
           END-IF.
           ADD 1 TO PROBIDX.
           GO TO SIM-FTS-LIST-LOOP.
       SIM-FTS-LIST-END.
           IF FTS-PTR = 1 THEN
               MOVE 'NONE' TO FTS-LIST
           END-IF.
       SIM-FTS-LIST-EXIT.
           EXIT.
000181* WRITE THE CURRENT SORTED ROW TO EVENT-WORK.TMP AS AN EVENT
000181* CANDIDATE.  ROWS OF ONE TEAM, PROBLEM AND SUBTIME ARE TOLD
000181* APART BY THEIR OCCURRENCE NUMBER; A ROW AFTER THE FREEZE
000181* TIME CARRIES THE VERDICT PENDING.
       EVENT-CAPTURE.
           MOVE SNAM TO EW-TEAM.
           MOVE SIDD TO EW-IDD.
           MOVE STIME TO EW-TIME.
           IF EW-KEY(1:21) = EV-PREV-KEY THEN
               ADD 1 TO EV-OCC
           ELSE
               MOVE 1 TO EV-OCC
           END-IF.
           MOVE EW-KEY(1:21) TO EV-PREV-KEY.
           MOVE EV-OCC TO EW-OCC.
           MOVE SOUTCOME TO EW-VERDICT.
           IF FREEZE-IS-ON AND STIME > CTL-FREEZE THEN
               MOVE 'PENDING' TO EW-VERDICT
           END-IF.
           MOVE STIME TO TIMEWORK.
           COMPUTE TIMEMIN = TIMEHH * 60 + TIMEMM.
           IF TIMEMIN < STARTMIN THEN
               MOVE STARTMIN TO TIMEMIN
           END-IF.
           COMPUTE EW-MINUTE = TIMEMIN - STARTMIN.
           MOVE EV-WORK TO EVWLINE.
           WRITE EVWLINE.
       EVENT-CAPTURE-EXIT.
           EXIT.
000181* NEXT EVENT CANDIDATE, OR HIGH-VALUES IN THE KEY AT THE END.
       EVENT-NEXT-WORK.
           IF EVWORK-STATUS NOT = '00' THEN
               MOVE HIGH-VALUES TO EW-KEY
               GO TO EVENT-NEXT-WORK-EXIT
           END-IF.
           READ EVWORK-FILE INTO EV-WORK
               AT END MOVE HIGH-VALUES TO EW-KEY.
       EVENT-NEXT-WORK-EXIT.
           EXIT.
000181* NEXT REGISTER ENTRY, OR HIGH-VALUES IN THE KEY AT THE END OR
000181* WHEN THERE IS NO REGISTER YET.
       EVENT-NEXT-REG.
           IF EVREG-STATUS NOT = '00' THEN
               MOVE HIGH-VALUES TO ER-KEY
               GO TO EVENT-NEXT-REG-EXIT
           END-IF.
           READ EVREG-FILE INTO EV-REG
               AT END MOVE HIGH-VALUES TO ER-KEY.
       EVENT-NEXT-REG-EXIT.
           EXIT.
000181* COMMIT STEP STEP-NO TO THE RUN JOURNAL.  THE FILE IS CLOSED
000181* AGAIN AT ONCE SO THE ENTRY SURVIVES AN ABEND LATER IN THE
000181* RUN.
       JOURNAL-STEP.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00' THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = '00' THEN
               GO TO JOURNAL-STEP-EXIT
           END-IF.
           MOVE SPACES TO JOURNAL-REC.
           MOVE THIS-RUN TO JN-RUNNO.
           MOVE STEP-NAME(STEP-NO) TO JN-STEP.
           MOVE 'COMMITTED' TO JN-STATE.
           ACCEPT JN-DATE FROM DATE YYYYMMDD.
           ACCEPT JOURNAL-CLOCK FROM TIME.
           MOVE JOURNAL-CLOCK(1:6) TO JN-TIME.
           MOVE RUN-RC TO JN-RC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
       JOURNAL-STEP-EXIT.
           EXIT.
000181* ENTER FILE CATLG-NAME, OF TYPE CATLG-TYPE, IN THE FILE
000181* CATALOGUE WITH TODAY'S DATE.  LIKE THE JOURNAL, THE FILE IS
000181* CLOSED AGAIN AT ONCE.
       CATALOGUE-PUT.
           OPEN EXTEND CATLG-FILE.
           IF CATLG-STATUS NOT = '00' THEN
               OPEN OUTPUT CATLG-FILE
           END-IF.
           IF CATLG-STATUS NOT = '00' THEN
               GO TO CATALOGUE-PUT-EXIT
           END-IF.
           MOVE CATLG-TYPE TO CG-TYPE.
           ACCEPT CG-DATE FROM DATE YYYYMMDD.
           MOVE CATLG-NAME TO CG-NAME.
           WRITE CATLG-REC.
           CLOSE CATLG-FILE.
       CATALOGUE-PUT-EXIT.
           EXIT.
000181* ONE LETTER LINE, TO LETTERS.TXT OR, FOR A TEAM WHOSE LETTER
000181* IS HELD FOR ITS FEE, TO HELD-LETTERS.TXT.
       PUT-LETLINE.
           IF LETTER-IS-HELD(TIX2) THEN
               MOVE LETLINE TO HELDLINE
               WRITE HELDLINE
           ELSE
               WRITE LETLINE
           END-IF.
       PUT-LETLINE-EXIT.
           EXIT.
000181* FLAG TEAM UNOFF-TIX UNOFFICIAL AND LIST THE BREACH (PERSON
000181* CN-PERSON, RULE UNOFF-REASON) IN EXCEPTIONS.TXT.
       MARK-UNOFFICIAL.
           IF NOT IS-UNOFFICIAL(UNOFF-TIX) THEN
               MOVE 'Y' TO TUNOFF(UNOFF-TIX)
               ADD 1 TO UNOFF-COUNT
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'UNOFFICIAL,' TEAMNAME(UNOFF-TIX) ',,,'
               UNOFF-REASON ' - ' CN-PERSON
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO EXCLINE.
           WRITE EXCLINE.
       MARK-UNOFFICIAL-EXIT.
           EXIT.
