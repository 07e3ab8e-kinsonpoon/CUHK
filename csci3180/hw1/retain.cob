000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RETAIN.
      *
      *
      * CSCI3180 Principles of Programming Languages
      *
      * End-of-season data retention.  Coach and contact details,
      * and the files printed from them, may only be kept for a set
      * period after the season closes.  The keep periods are given
      * in retention-control.txt:
      *
      *   line 1:  date the season closed (YYYYMMDD)
      *   line 2+: type(8) keep-days(4) action(8)
      *
      * where type is one of
      *
      *   CONTACT  - coach and contact on teams.txt
      *   ARCHIVE  - the timestamped report archives
      *   LETTERS  - letters.txt and held-letters.txt
      *   MAINTLOG - team-maint-log.txt
      *   INVOICES - invoices.txt and dunning-list.txt
      *
      * and action, for the file types, is DELETE (the default) or
      * COMPRESS.  The clock for anything dated before the season
      * closed starts at the close date, for anything later at its
      * own date; it is past its keep date once more than keep-days
      * days have gone by since.  A type with no line is kept.
      *
      * A team's date is the last day it competed (contest-history
      * .txt) or was registered or renamed (team-name-history.txt),
      * whichever is later; a team past its CONTACT keep date has
      * its coach and contact blanked.  Its name, institution,
      * division and team number are results data and stay, as do
      * the history and standings files, so SEASON and PROGRESS
      * still run.  A team with no date at all is not aged, only
      * listed.  The updated master goes to teams-new.txt for the
      * job step that swaps it in, as TEAMMNT's does.
      *
      * The files are found through file-catalogue.txt, which the
      * scoring run, TEAMMNT and BILLING add to as they write them
      * (type(8) date(8) file-name(40)); an archive from before the
      * catalogue can be added by hand.  A file past its keep date
      * is deleted or, for COMPRESS, copied without its trailing
      * blanks onto retention-archive.txt behind a line naming it,
      * then deleted; the catalogue is rewritten without it.
      *
      * Every team anonymised and every file deleted or compressed
      * is listed on retention-certificate.txt, which each run adds
      * to under a heading giving the run date and the policy, for
      * the university's data-protection officer.  Return code: 0
      * all done, 4 a control line rejected, teams.txt absent or a
      * file that could not be deleted, 8 no control file or no
      * valid close date (nothing purged).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
000043     SELECT CONTROL-FILE
000044         ASSIGN TO 'retention-control.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CONTROL-STATUS.
000043     SELECT IN-FILE
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TEAMS-STATUS.
000043     SELECT NEW-FILE
000044         ASSIGN TO 'teams-new.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT HIST-FILE
000044         ASSIGN TO 'contest-history.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS HIST-STATUS.
000043     SELECT NHIST-FILE
000044         ASSIGN TO 'team-name-history.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS NHIST-STATUS.
000043     SELECT CATLG-FILE
000044         ASSIGN TO 'file-catalogue.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CATLG-STATUS.
000043     SELECT PURGE-FILE
000044         ASSIGN TO DYNAMIC PURGE-NAME
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS PURGE-STATUS.
000043     SELECT RARCH-FILE
000044         ASSIGN TO 'retention-archive.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS RARCH-STATUS.
000043     SELECT CERT-FILE
000044         ASSIGN TO 'retention-certificate.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CERT-STATUS.
000050*
000060 DATA DIVISION.
000061 FILE SECTION.
       FD CONTROL-FILE.
           01 CONTROL-LINE.
              03 RC-TYPE PIC X(8).
              03 RC-DAYS PIC X(4).
              03 RC-ACTION PIC X(8).
              03 RC-EXCESS PIC X(20).
000062 FD IN-FILE.
       01 TEAM-REC.
          03 NAM PIC X(15).
          03 TM-INST PIC X(25).
          03 TM-DIV PIC XX.
          03 TM-COACH PIC X(20).
          03 TM-CONTACT PIC X(25).
          03 TM-TEAMNO PIC X(5).
       FD NEW-FILE.
           01 NEW-REC PIC X(92).
       FD HIST-FILE.
           01 HIST-REC.
              03 HS-DATE PIC 9(8).
              03 HS-TIME PIC 9(4).
              03 HS-NAME PIC X(15).
              03 HS-RANK PIC 9(3).
              03 HS-TSCORE PIC 9(6).
              03 HS-TPEN PIC 9(5).
              03 HS-SOLVED PIC 9(2).
              03 HS-TEAMNO PIC X(5).
       FD NHIST-FILE.
           01 NHIST-REC.
              03 NH-TEAMNO PIC X(5).
              03 NH-DATE PIC 9(8).
              03 NH-ACTION PIC X(8).
              03 NH-OLDNAM PIC X(15).
              03 NH-NEWNAM PIC X(15).
       FD CATLG-FILE.
           01 CATLG-REC.
              03 CG-TYPE PIC X(8).
              03 CG-DATE PIC X(8).
              03 CG-NAME PIC X(40).
       FD PURGE-FILE.
           01 PURGE-LINE PIC X(301).
       FD RARCH-FILE.
           01 RARCHLINE PIC X(300).
       FD CERT-FILE.
           01 CERTLINE PIC X(200).
000000*
000000 WORKING-STORAGE SECTION.
000000*
           01  CONTROL-STATUS PIC XX.
           01  TEAMS-STATUS PIC XX.
           01  HIST-STATUS PIC XX.
           01  NHIST-STATUS PIC XX.
           01  CATLG-STATUS PIC XX.
           01  PURGE-STATUS PIC XX.
           01  RARCH-STATUS PIC XX.
           01  CERT-STATUS PIC XX.
           01  PURGE-NAME PIC X(40).
           01  RUN-DATE PIC 9(8).
           01  RUN-TIME PIC 9(8).
           01  CLOSE-DATE PIC 9(8) VALUE 0.
000000*
      * The retention policy: keep days and action per data type,
      * in the order of the type list above.  PO-SET stays N for a
      * type with no control line, which is then kept.
           01  POLICY-TAB.
               03 POLICY-ENTRY OCCURS 5 TIMES.
                  05 PO-TYPE PIC X(8).
                  05 PO-DAYS PIC 9(4).
                  05 PO-ACTION PIC X(8).
                  05 PO-SET PIC X.
                     88 PO-IS-SET VALUE 'Y'.
           01  PO-I PIC 9.
           01  PO-CONTACT PIC 9 VALUE 1.
           01  POFOUND PIC X.
               88 PO-IS-FOUND VALUE 'Y'.
000000*
      * Last date of activity per team, from the contest history
      * and the name history, by team number where there is one
      * and by name where not.
           01  ACT-TAB.
               03 ACT-ENTRY OCCURS 500 TIMES.
                  05 AC-TEAMNO PIC X(5).
                  05 AC-NAME PIC X(15).
                  05 AC-DATE PIC 9(8).
           01  ACT-COUNT PIC 999 VALUE 0.
           01  AC-I PIC 999.
           01  ACT-KEYNO PIC X(5).
           01  ACT-KEYNAM PIC X(15).
           01  ACT-KEYDATE PIC 9(8).
           01  ACFOUND PIC X.
               88 AC-IS-FOUND VALUE 'Y'.
000000*
      * The file catalogue, one entry per file name with the latest
      * date it was written, and whether it is kept.
           01  CAT-TAB.
               03 CAT-ENTRY OCCURS 500 TIMES.
                  05 CT-TYPE PIC X(8).
                  05 CT-DATE PIC 9(8).
                  05 CT-NAME PIC X(40).
                  05 CT-KEEP PIC X.
                     88 CT-IS-KEPT VALUE 'Y'.
           01  CAT-COUNT PIC 999 VALUE 0.
           01  CT-I PIC 999.
           01  DEL-RC PIC S9(9) VALUE 0.
000000*
      * Day numbers: DATE-TO-DAYS turns DAY-DATE (YYYYMMDD) into a
      * day count DAY-NUM, so two dates subtract.  AGE-CHECK sets
      * IS-EXPIRED for AGE-DATE against AGE-DAYS.
           01  DAY-DATE PIC 9(8).
           01  DAY-DATE-R REDEFINES DAY-DATE.
               03 DAY-YYYY PIC 9(4).
               03 DAY-MM PIC 99.
               03 DAY-DD PIC 99.
           01  DAY-Y PIC 9(4).
           01  DAY-M PIC 99.
           01  DAY-Q PIC 9(6).
           01  DAY-NUM PIC 9(7).
           01  TODAY-NUM PIC 9(7).
           01  AGE-DATE PIC 9(8).
           01  AGE-DAYS PIC 9(4).
           01  AGEFLAG PIC X.
               88 IS-EXPIRED VALUE 'Y'.
000000*
      * Certificate totals and the scheduler return code.
           01  ANON-CNT PIC 9(5) VALUE 0.
           01  NODATE-CNT PIC 9(5) VALUE 0.
           01  DEL-CNT PIC 9(5) VALUE 0.
           01  COMP-CNT PIC 9(5) VALUE 0.
           01  FAIL-CNT PIC 9(5) VALUE 0.
           01  RUN-RC PIC 9 VALUE 0.
           01  CNT5-ED PIC ZZZZ9.
           01  LINE-OUT PIC X(200).
           01  LINE-PTR PIC 9(4).
000000*
000180 PROCEDURE DIVISION.
000181* MAIN PROGRAM
000190 MAIN-PARAGRAPH.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO DAY-DATE.
           PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT.
           MOVE DAY-NUM TO TODAY-NUM.
           MOVE 'CONTACT' TO PO-TYPE(1).
           MOVE 'ARCHIVE' TO PO-TYPE(2).
           MOVE 'LETTERS' TO PO-TYPE(3).
           MOVE 'MAINTLOG' TO PO-TYPE(4).
           MOVE 'INVOICES' TO PO-TYPE(5).
           MOVE 1 TO PO-I.
           GO TO POLICY-INIT.
       POLICY-INIT.
           IF PO-I > 5 THEN
               GO TO OPEN-CERT
           END-IF.
           MOVE 0 TO PO-DAYS(PO-I).
           MOVE SPACES TO PO-ACTION(PO-I).
           MOVE 'N' TO PO-SET(PO-I).
           ADD 1 TO PO-I.
           GO TO POLICY-INIT.
000181* THE CERTIFICATE IS ADDED TO, RUN AFTER RUN, SO IT HOLDS THE
000181* WHOLE RECORD OF WHAT WAS PURGED AND WHEN.
       OPEN-CERT.
           OPEN EXTEND CERT-FILE.
           IF CERT-STATUS NOT = '00' THEN
               OPEN OUTPUT CERT-FILE
           END-IF.
           MOVE SPACES TO CERTLINE.
           MOVE ALL '=' TO CERTLINE(1:72).
           WRITE CERTLINE.
           MOVE 'DATA RETENTION CERTIFICATE' TO CERTLINE.
           WRITE CERTLINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'RUN DATE: ' RUN-DATE '  TIME: ' RUN-TIME(1:6)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
           GO TO LOAD-CONTROL.
000181* THE CLOSE DATE, THEN ONE POLICY LINE PER DATA TYPE.  WITHOUT
000181* A CLOSE DATE NOTHING CAN BE AGED, SO NOTHING IS PURGED.
       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = '00' THEN
               MOVE 'NO retention-control.txt - NOTHING PURGED'
                   TO CERTLINE
               WRITE CERTLINE
               MOVE 8 TO RUN-RC
               GO TO RETAIN-END
           END-IF.
           READ CONTROL-FILE
               AT END MOVE SPACES TO CONTROL-LINE.
           IF CONTROL-LINE(1:8) NOT NUMERIC THEN
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'CLOSE DATE NOT YYYYMMDD: ' CONTROL-LINE(1:8)
                   ' - NOTHING PURGED'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO CERTLINE
               WRITE CERTLINE
               CLOSE CONTROL-FILE
               MOVE 8 TO RUN-RC
               GO TO RETAIN-END
           END-IF.
           MOVE CONTROL-LINE(1:8) TO CLOSE-DATE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'SEASON CLOSED: ' CLOSE-DATE
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
           GO TO LOAD-POLICY-LOOP.
       LOAD-POLICY-LOOP.
           READ CONTROL-FILE
               AT END GO TO LOAD-POLICY-DONE.
           IF CONTROL-LINE = SPACES THEN
               GO TO LOAD-POLICY-LOOP
           END-IF.
           MOVE 'N' TO POFOUND.
           MOVE 1 TO PO-I.
           GO TO POLICY-FIND-LOOP.
       POLICY-FIND-LOOP.
           IF PO-I > 5 THEN
               GO TO POLICY-FIND-DONE
           END-IF.
           IF PO-TYPE(PO-I) = RC-TYPE THEN
               MOVE 'Y' TO POFOUND
               GO TO POLICY-FIND-DONE
           END-IF.
           ADD 1 TO PO-I.
           GO TO POLICY-FIND-LOOP.
       POLICY-FIND-DONE.
           IF RC-ACTION = SPACES THEN
               MOVE 'DELETE' TO RC-ACTION
           END-IF.
           IF NOT PO-IS-FOUND OR RC-DAYS NOT NUMERIC
                   OR RC-EXCESS NOT = SPACES
                   OR (RC-ACTION NOT = 'DELETE'
                   AND RC-ACTION NOT = 'COMPRESS') THEN
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'CONTROL LINE REJECTED: ' CONTROL-LINE
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO CERTLINE
               WRITE CERTLINE
               MOVE 4 TO RUN-RC
               GO TO LOAD-POLICY-LOOP
           END-IF.
           MOVE RC-DAYS TO PO-DAYS(PO-I).
           MOVE RC-ACTION TO PO-ACTION(PO-I).
           IF PO-I = PO-CONTACT THEN
               MOVE 'ANONYMSE' TO PO-ACTION(PO-I)
           END-IF.
           MOVE 'Y' TO PO-SET(PO-I).
           GO TO LOAD-POLICY-LOOP.
       LOAD-POLICY-DONE.
           CLOSE CONTROL-FILE.
           MOVE 1 TO PO-I.
           GO TO POLICY-PRINT.
000181* THE POLICY THE RUN APPLIED, TYPE BY TYPE.
       POLICY-PRINT.
           IF PO-I > 5 THEN
               MOVE SPACES TO CERTLINE
               WRITE CERTLINE
               GO TO LOAD-HISTORY
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'POLICY ' PO-TYPE(PO-I) ' ' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF PO-IS-SET(PO-I) THEN
               STRING 'KEEP ' PO-DAYS(PO-I) ' DAYS THEN '
                   PO-ACTION(PO-I)
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
           ELSE
               STRING 'NOT SET - KEPT' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
           ADD 1 TO PO-I.
           GO TO POLICY-PRINT.
000181* THE LAST DAY EACH TEAM COMPETED, FROM THE CONTEST HISTORY.
       LOAD-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = '00' THEN
               GO TO LOAD-NHIST
           END-IF.
           GO TO LOAD-HISTORY-LOOP.
       LOAD-HISTORY-LOOP.
           READ HIST-FILE
               AT END GO TO LOAD-HISTORY-DONE.
           IF HS-DATE NOT NUMERIC THEN
               GO TO LOAD-HISTORY-LOOP
           END-IF.
           MOVE HS-TEAMNO TO ACT-KEYNO.
           MOVE HS-NAME TO ACT-KEYNAM.
           MOVE HS-DATE TO ACT-KEYDATE.
           PERFORM ACT-POST THRU ACT-POST-EXIT.
           GO TO LOAD-HISTORY-LOOP.
       LOAD-HISTORY-DONE.
           CLOSE HIST-FILE.
000181* THE LAST DAY EACH TEAM NUMBER WAS GIVEN OR RENAMED, FROM THE
000181* NAME HISTORY, SO A NEWLY REGISTERED TEAM IS NOT AGED AS IF
000181* IT HAD NEVER BEEN SEEN.
       LOAD-NHIST.
           OPEN INPUT NHIST-FILE.
           IF NHIST-STATUS NOT = '00' THEN
               GO TO AGE-TEAMS
           END-IF.
           GO TO LOAD-NHIST-LOOP.
       LOAD-NHIST-LOOP.
           READ NHIST-FILE
               AT END GO TO LOAD-NHIST-DONE.
           IF NH-TEAMNO NOT NUMERIC OR NH-DATE NOT NUMERIC THEN
               GO TO LOAD-NHIST-LOOP
           END-IF.
           MOVE NH-TEAMNO TO ACT-KEYNO.
           MOVE NH-NEWNAM TO ACT-KEYNAM.
           MOVE NH-DATE TO ACT-KEYDATE.
           PERFORM ACT-POST THRU ACT-POST-EXIT.
           GO TO LOAD-NHIST-LOOP.
       LOAD-NHIST-DONE.
           CLOSE NHIST-FILE.
           GO TO AGE-TEAMS.
000181* EVERY TEAM ON THE MASTER GOES TO TEAMS-NEW.TXT; ONE PAST ITS
000181* CONTACT KEEP DATE GOES WITH ITS COACH AND CONTACT BLANKED.
       AGE-TEAMS.
           OPEN INPUT IN-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
               MOVE 'teams.txt ABSENT - NO TEAM ANONYMISED'
                   TO CERTLINE
               WRITE CERTLINE
               MOVE 4 TO RUN-RC
               GO TO LOAD-CATALOGUE
           END-IF.
           OPEN OUTPUT NEW-FILE.
           GO TO AGE-TEAMS-LOOP.
       AGE-TEAMS-LOOP.
           READ IN-FILE
               AT END GO TO AGE-TEAMS-DONE.
           IF NOT PO-IS-SET(PO-CONTACT) THEN
               GO TO AGE-TEAMS-WRITE
           END-IF.
           IF TM-COACH = SPACES AND TM-CONTACT = SPACES THEN
               GO TO AGE-TEAMS-WRITE
           END-IF.
           MOVE SPACES TO ACT-KEYNO.
           IF TM-TEAMNO IS NUMERIC THEN
               MOVE TM-TEAMNO TO ACT-KEYNO
           END-IF.
           MOVE NAM TO ACT-KEYNAM.
           PERFORM ACT-FIND THRU ACT-FIND-EXIT.
           IF NOT AC-IS-FOUND THEN
               ADD 1 TO NODATE-CNT
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'NOT AGED    TEAM     ' TM-TEAMNO ' ' NAM
                   ' NO DATE COMPETED OR REGISTERED - KEPT'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO CERTLINE
               WRITE CERTLINE
               GO TO AGE-TEAMS-WRITE
           END-IF.
           MOVE AC-DATE(AC-I) TO AGE-DATE.
           MOVE PO-DAYS(PO-CONTACT) TO AGE-DAYS.
           PERFORM AGE-CHECK THRU AGE-CHECK-EXIT.
           IF NOT IS-EXPIRED THEN
               GO TO AGE-TEAMS-WRITE
           END-IF.
           MOVE SPACES TO TM-COACH.
           MOVE SPACES TO TM-CONTACT.
           ADD 1 TO ANON-CNT.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'ANONYMISED  TEAM     ' TM-TEAMNO ' ' NAM
               ' COACH AND CONTACT BLANKED, LAST ACTIVE '
               AC-DATE(AC-I)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
       AGE-TEAMS-WRITE.
           MOVE TEAM-REC TO NEW-REC.
           WRITE NEW-REC.
           GO TO AGE-TEAMS-LOOP.
       AGE-TEAMS-DONE.
           CLOSE IN-FILE.
           CLOSE NEW-FILE.
           GO TO LOAD-CATALOGUE.
000181* THE FILE CATALOGUE.  A FILE WRITTEN MORE THAN ONCE (THE
000181* LETTERS, THE LOGS) IS AGED FROM THE LAST TIME IT WAS.
       LOAD-CATALOGUE.
           OPEN INPUT CATLG-FILE.
           IF CATLG-STATUS NOT = '00' THEN
               GO TO RETAIN-TOTALS
           END-IF.
           GO TO LOAD-CATALOGUE-LOOP.
       LOAD-CATALOGUE-LOOP.
           READ CATLG-FILE
               AT END GO TO LOAD-CATALOGUE-DONE.
           IF CG-NAME = SPACES OR CG-DATE NOT NUMERIC THEN
               GO TO LOAD-CATALOGUE-LOOP
           END-IF.
           MOVE 1 TO CT-I.
           GO TO CAT-FIND-LOOP.
       CAT-FIND-LOOP.
           IF CT-I > CAT-COUNT THEN
               GO TO CAT-FIND-ADD
           END-IF.
           IF CT-NAME(CT-I) = CG-NAME THEN
               GO TO CAT-FIND-POST
           END-IF.
           ADD 1 TO CT-I.
           GO TO CAT-FIND-LOOP.
       CAT-FIND-ADD.
           IF CAT-COUNT >= 500 THEN
               GO TO LOAD-CATALOGUE-LOOP
           END-IF.
           ADD 1 TO CAT-COUNT.
           MOVE CAT-COUNT TO CT-I.
           MOVE CG-NAME TO CT-NAME(CT-I).
           MOVE 0 TO CT-DATE(CT-I).
           MOVE 'Y' TO CT-KEEP(CT-I).
       CAT-FIND-POST.
           IF CG-DATE >= CT-DATE(CT-I) THEN
               MOVE CG-DATE TO CT-DATE(CT-I)
               MOVE CG-TYPE TO CT-TYPE(CT-I)
           END-IF.
           GO TO LOAD-CATALOGUE-LOOP.
       LOAD-CATALOGUE-DONE.
           CLOSE CATLG-FILE.
           MOVE 1 TO CT-I.
           GO TO AGE-FILES-LOOP.
000181* EACH CATALOGUED FILE PAST THE KEEP DATE FOR ITS TYPE IS
000181* COMPRESSED OR DELETED.  ONE ALREADY GONE IS JUST DROPPED
000181* FROM THE CATALOGUE; ONE THAT CANNOT BE DELETED IS KEPT ON IT
000181* SO THE NEXT RUN TRIES AGAIN.
       AGE-FILES-LOOP.
           IF CT-I > CAT-COUNT THEN
               GO TO WRITE-CATALOGUE
           END-IF.
           MOVE 'N' TO POFOUND.
           MOVE 2 TO PO-I.
           GO TO FILE-POLICY-LOOP.
       FILE-POLICY-LOOP.
           IF PO-I > 5 THEN
               GO TO AGE-FILES-NEXT
           END-IF.
           IF PO-TYPE(PO-I) = CT-TYPE(CT-I) THEN
               GO TO FILE-POLICY-DONE
           END-IF.
           ADD 1 TO PO-I.
           GO TO FILE-POLICY-LOOP.
       FILE-POLICY-DONE.
           IF NOT PO-IS-SET(PO-I) THEN
               GO TO AGE-FILES-NEXT
           END-IF.
           MOVE CT-DATE(CT-I) TO AGE-DATE.
           MOVE PO-DAYS(PO-I) TO AGE-DAYS.
           PERFORM AGE-CHECK THRU AGE-CHECK-EXIT.
           IF NOT IS-EXPIRED THEN
               GO TO AGE-FILES-NEXT
           END-IF.
           MOVE CT-NAME(CT-I) TO PURGE-NAME.
           OPEN INPUT PURGE-FILE.
           IF PURGE-STATUS NOT = '00' THEN
               MOVE 'N' TO CT-KEEP(CT-I)
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'GONE        ' CT-TYPE(CT-I) ' ' PURGE-NAME
                   ' DATED ' CT-DATE(CT-I)
                   ' ALREADY REMOVED - DROPPED FROM CATALOGUE'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO CERTLINE
               WRITE CERTLINE
               GO TO AGE-FILES-NEXT
           END-IF.
           IF PO-ACTION(PO-I) = 'COMPRESS' THEN
               GO TO COMPRESS-FILE
           END-IF.
           CLOSE PURGE-FILE.
           GO TO DELETE-FILE.
000181* COMPRESS: THE FILE'S LINES, LESS THE TRAILING BLANKS AND
000181* PRINT CARRIAGE RETURNS, GO ONTO RETENTION-ARCHIVE.TXT BEHIND
000181* A LINE NAMING THE FILE, AND THE FILE ITSELF IS DELETED.
       COMPRESS-FILE.
           OPEN EXTEND RARCH-FILE.
           IF RARCH-STATUS NOT = '00' THEN
               OPEN OUTPUT RARCH-FILE
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING '*** ' CT-TYPE(CT-I) ' ' PURGE-NAME
               ' DATED ' CT-DATE(CT-I)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RARCHLINE.
           WRITE RARCHLINE.
           GO TO COMPRESS-LOOP.
       COMPRESS-LOOP.
           READ PURGE-FILE
               AT END GO TO COMPRESS-DONE.
           MOVE PURGE-LINE(1:300) TO RARCHLINE.
           INSPECT RARCHLINE REPLACING ALL X'0D' BY SPACE.
           WRITE RARCHLINE.
           GO TO COMPRESS-LOOP.
       COMPRESS-DONE.
           CLOSE PURGE-FILE.
           CLOSE RARCH-FILE.
           GO TO DELETE-FILE.
       DELETE-FILE.
           CALL 'CBL_DELETE_FILE' USING PURGE-NAME.
           MOVE RETURN-CODE TO DEL-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           IF DEL-RC NOT = 0 THEN
               ADD 1 TO FAIL-CNT
               MOVE 4 TO RUN-RC
               STRING 'FAILED      ' CT-TYPE(CT-I) ' ' PURGE-NAME
                   ' DATED ' CT-DATE(CT-I)
                   ' COULD NOT BE DELETED - STILL HELD'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO CERTLINE
               WRITE CERTLINE
               GO TO AGE-FILES-NEXT
           END-IF.
           MOVE 'N' TO CT-KEEP(CT-I).
           IF PO-ACTION(PO-I) = 'COMPRESS' THEN
               ADD 1 TO COMP-CNT
               STRING 'COMPRESSED  ' CT-TYPE(CT-I) ' ' PURGE-NAME
                   ' DATED ' CT-DATE(CT-I)
                   ' INTO retention-archive.txt'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
           ELSE
               ADD 1 TO DEL-CNT
               STRING 'DELETED     ' CT-TYPE(CT-I) ' ' PURGE-NAME
                   ' DATED ' CT-DATE(CT-I)
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
       AGE-FILES-NEXT.
           ADD 1 TO CT-I.
           GO TO AGE-FILES-LOOP.
000181* THE CATALOGUE IS WRITTEN BACK WITH THE FILES STILL HELD.
       WRITE-CATALOGUE.
           OPEN OUTPUT CATLG-FILE.
           MOVE 1 TO CT-I.
           GO TO WRITE-CATALOGUE-LOOP.
       WRITE-CATALOGUE-LOOP.
           IF CT-I > CAT-COUNT THEN
               CLOSE CATLG-FILE
               GO TO RETAIN-TOTALS
           END-IF.
           IF CT-IS-KEPT(CT-I) THEN
               MOVE CT-TYPE(CT-I) TO CG-TYPE
               MOVE CT-DATE(CT-I) TO CG-DATE
               MOVE CT-NAME(CT-I) TO CG-NAME
               WRITE CATLG-REC
           END-IF.
           ADD 1 TO CT-I.
           GO TO WRITE-CATALOGUE-LOOP.
       RETAIN-TOTALS.
           MOVE SPACES TO CERTLINE.
           WRITE CERTLINE.
           MOVE ANON-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'TEAMS ANONYMISED:    ' CNT5-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
           MOVE NODATE-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'TEAMS NOT AGED:      ' CNT5-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
           MOVE DEL-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'FILES DELETED:       ' CNT5-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
           MOVE COMP-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'FILES COMPRESSED:    ' CNT5-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
           MOVE FAIL-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'FILES NOT DELETED:   ' CNT5-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO CERTLINE.
           WRITE CERTLINE.
       RETAIN-END.
           CLOSE CERT-FILE.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
000181* RECORD ACTIVITY ON ACT-KEYDATE FOR THE TEAM NUMBERED
000181* ACT-KEYNO (OR, WITHOUT A NUMBER, NAMED ACT-KEYNAM), KEEPING
000181* THE LATEST DATE.
       ACT-POST.
           IF ACT-KEYNO NOT NUMERIC THEN
               MOVE SPACES TO ACT-KEYNO
           END-IF.
           PERFORM ACT-FIND THRU ACT-FIND-EXIT.
           IF AC-IS-FOUND THEN
               IF ACT-KEYDATE > AC-DATE(AC-I) THEN
                   MOVE ACT-KEYDATE TO AC-DATE(AC-I)
               END-IF
               GO TO ACT-POST-EXIT
           END-IF.
           IF ACT-COUNT >= 500 THEN
               GO TO ACT-POST-EXIT
           END-IF.
           ADD 1 TO ACT-COUNT.
           MOVE ACT-KEYNO TO AC-TEAMNO(ACT-COUNT).
           MOVE ACT-KEYNAM TO AC-NAME(ACT-COUNT).
           MOVE ACT-KEYDATE TO AC-DATE(ACT-COUNT).
       ACT-POST-EXIT.
           EXIT.
000181* FIND THE ACTIVITY ENTRY FOR ACT-KEYNO, OR FOR ACT-KEYNAM
000181* WHEN THERE IS NO NUMBER; AC-I POINTS AT IT WHEN ACFOUND IS
000181* SET.
       ACT-FIND.
           MOVE 'N' TO ACFOUND.
           MOVE 1 TO AC-I.
           GO TO ACT-FIND-LOOP.
       ACT-FIND-LOOP.
           IF AC-I > ACT-COUNT THEN
               GO TO ACT-FIND-EXIT
           END-IF.
           IF ACT-KEYNO NOT = SPACES THEN
               IF AC-TEAMNO(AC-I) = ACT-KEYNO THEN
                   MOVE 'Y' TO ACFOUND
                   GO TO ACT-FIND-EXIT
               END-IF
           ELSE
               IF AC-TEAMNO(AC-I) = SPACES
                       AND AC-NAME(AC-I) = ACT-KEYNAM THEN
                   MOVE 'Y' TO ACFOUND
                   GO TO ACT-FIND-EXIT
               END-IF
           END-IF.
           ADD 1 TO AC-I.
           GO TO ACT-FIND-LOOP.
       ACT-FIND-EXIT.
           EXIT.
000181* IS-EXPIRED IF MORE THAN AGE-DAYS DAYS HAVE PASSED SINCE
000181* AGE-DATE, OR SINCE THE SEASON CLOSED IF THAT IS LATER.
       AGE-CHECK.
           MOVE 'N' TO AGEFLAG.
           MOVE AGE-DATE TO DAY-DATE.
           IF AGE-DATE < CLOSE-DATE THEN
               MOVE CLOSE-DATE TO DAY-DATE
           END-IF.
           PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT.
           IF DAY-NUM < TODAY-NUM THEN
               IF TODAY-NUM - DAY-NUM > AGE-DAYS THEN
                   MOVE 'Y' TO AGEFLAG
               END-IF
           END-IF.
       AGE-CHECK-EXIT.
           EXIT.
000181* DAY COUNT OF DAY-DATE, FROM A MARCH-BASED YEAR SO THE LEAP
000181* DAY FALLS LAST: 365 A YEAR PLUS THE LEAP DAYS, PLUS THE DAYS
000181* BEFORE THE MONTH (153 PER FIVE MONTHS FROM MARCH), PLUS THE
000181* DAY.  ONLY DIFFERENCES BETWEEN TWO COUNTS ARE MEANINGFUL.
       DATE-TO-DAYS.
           MOVE DAY-YYYY TO DAY-Y.
           MOVE DAY-MM TO DAY-M.
           IF DAY-M < 3 THEN
               SUBTRACT 1 FROM DAY-Y
               ADD 12 TO DAY-M
           END-IF.
           COMPUTE DAY-NUM = DAY-Y * 365 + DAY-DD.
           DIVIDE DAY-Y BY 4 GIVING DAY-Q.
           ADD DAY-Q TO DAY-NUM.
           DIVIDE DAY-Y BY 100 GIVING DAY-Q.
           SUBTRACT DAY-Q FROM DAY-NUM.
           DIVIDE DAY-Y BY 400 GIVING DAY-Q.
           ADD DAY-Q TO DAY-NUM.
           COMPUTE DAY-Q = (DAY-M - 3) * 153 + 2.
           DIVIDE DAY-Q BY 5 GIVING DAY-Q.
           ADD DAY-Q TO DAY-NUM.
       DATE-TO-DAYS-EXIT.
           EXIT.
