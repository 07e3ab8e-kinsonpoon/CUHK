000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JUDGERPT.
      *
      *
      * CSCI3180 Principles of Programming Languages
      *
      * Judge accountability report.  JUDGECNV carries on each
      * submission row the id of the judge who gave the verdict and
      * the HHMM it was given (both on the master clock).  This
      * program reads the full day's submission-records.txt and
      * writes judge-report.txt with, for every judge on the judge
      * master judges.txt (id(6) then name(25)) and every other id
      * found on the rows:
      *
      *   - the verdicts issued, in total and by outcome code;
      *   - the median minutes from SUBTIME to the verdict, over the
      *     rows that carry a verdict time;
      *   - how many of those verdicts were later overturned, by a
      *     VOID or a REPLACE, and the rate.
      *
      * The overturns come from corrections-log.txt as the last
      * scoring run left it: every VOID and REPLACE not rejected
      * there is matched back to the original rows by team, problem
      * and SUBTIME, after a row's team number is turned into its
      * current name from teams.txt and the log's ALIAS entries are
      * followed, as the scoring run does before applying them.  A
      * row double-sent by a rerun hand-off is counted once.  Rows
      * written before judges were attributed are reported under
      * NO JUDGE ON ROW.
      *
      * After the per-judge table comes every overturned verdict,
      * judge by judge, with the correction that overturned it (who
      * asked, the field and new value, the appeal case), and then
      * any correction that matched no row here, so a challenge to
      * a verdict can be answered from the one report.
      *
      * Return code: 0 all done; 4 judges.txt or corrections-log.txt
      * absent, a corrections log without the FIELD and VALUE
      * columns (ALIAS entries cannot then be followed), a judge id
      * not on judges.txt, or a table full; 8 no submission file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
000043     SELECT JUDGES-FILE
000044         ASSIGN TO 'judges.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS JUDGES-STATUS.
000043     SELECT TEAMS-FILE
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TEAMS-STATUS.
000043     SELECT CLOG-FILE
000044         ASSIGN TO 'corrections-log.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CLOG-STATUS.
000043     SELECT INPUT-FILE
000044         ASSIGN TO 'submission-records.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS SUBS-STATUS.
000043     SELECT SORT-FILE
000044         ASSIGN TO 'judgesort.tmp'.
000043     SELECT SORTED-FILE
000044         ASSIGN TO 'judge-sorted.tmp'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT RPT-FILE
000044         ASSIGN TO 'judge-report.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000050*
000060 DATA DIVISION.
000061 FILE SECTION.
       FD JUDGES-FILE.
           01 JUDGE-REC.
              03 JM-ID PIC X(6).
              03 JM-NAME PIC X(25).
       FD TEAMS-FILE.
           01 TEAM-REC.
              03 NAM PIC X(15).
              03 TM-INST PIC X(25).
              03 TM-DIV PIC XX.
              03 TM-COACH PIC X(20).
              03 TM-CONTACT PIC X(25).
              03 TM-TEAMNO PIC X(5).
       FD CLOG-FILE.
           01 CLOGLINE PIC X(300).
       FD INPUT-FILE.
           01 TEAM-DATA.
              03 NAM2 PIC X(15).
              03 IDD PIC 99.
              03 OUTCOME PIC X(19).
              03 SCORE PIC 9(3).
              03 SUBTIME PIC 9(4).
              03 SUBSITE PIC XX.
              03 SUBTEAMNO PIC X(5).
              03 SUBJUDGE PIC X(6).
              03 SUBVTIME PIC X(4).
       SD SORT-FILE.
           01 SORT-REC.
              03 SR-NAM PIC X(15).
              03 SR-IDD PIC XX.
              03 SR-OUTCOME PIC X(19).
              03 SR-SCORE PIC X(3).
              03 SR-TIME PIC X(4).
              03 SR-SITE PIC XX.
              03 SR-TEAMNO PIC X(5).
              03 SR-JUDGE PIC X(6).
              03 SR-VTIME PIC X(4).
       FD SORTED-FILE.
           01 SORTED-DATA.
              03 SNAM PIC X(15).
              03 SIDD PIC XX.
              03 SOUTCOME PIC X(19).
              03 SSCORE PIC X(3).
              03 STIME PIC X(4).
              03 SSITE PIC XX.
              03 STEAMNO PIC X(5).
              03 SJUDGE PIC X(6).
              03 SVTIME PIC X(4).
       FD RPT-FILE.
           01 RPTLINE PIC X(200).
000000*
000000 WORKING-STORAGE SECTION.
000000*
           01  JUDGES-STATUS PIC XX.
           01  TEAMS-STATUS PIC XX.
           01  CLOG-STATUS PIC XX.
           01  SUBS-STATUS PIC XX.
           01  RUN-DATE PIC 9(8).
           01  RUN-TIME PIC 9(8).
000000*
      * One entry per judge: the judge master first, then any other
      * id met on the rows (and one for rows with no judge).  The
      * verdicts by outcome follow OUT-TAB; the delays are counted
      * by whole minutes, 0 to 239 and a last bucket for 240 or
      * more, from which the median is read.
           01  JUDGE-TAB.
               03 JUDGE-ENTRY OCCURS 60 TIMES.
                  05 JT-ID PIC X(6).
                  05 JT-NAME PIC X(25).
                  05 JT-VERD PIC 9(5).
                  05 JT-TIMED PIC 9(5).
                  05 JT-VOID PIC 9(5).
                  05 JT-REPL PIC 9(5).
                  05 JT-OVER PIC 9(5).
                  05 JT-OUT PIC 9(5) OCCURS 25 TIMES.
                  05 JT-DELAY PIC 9(5) OCCURS 241 TIMES.
           01  JUDGE-COUNT PIC 99 VALUE 0.
           01  JT-I PIC 99.
           01  JUDGE-KEY PIC X(6).
           01  JUDGE-NEWNAME PIC X(25).
000000*
      * The outcome codes met, in the order met.  Past 24 codes the
      * rest are counted together under OTHER.
           01  OUT-TAB.
               03 OT-CODE PIC X(19) OCCURS 25 TIMES.
           01  OUT-COUNT PIC 99 VALUE 0.
           01  OT-I PIC 99.
000000*
      * Registered team names and their permanent team numbers,
      * from teams.txt.
           01  TEAMNO-TAB.
               03 TEAMNO-ENTRY OCCURS 200 TIMES.
                  05 TN-NAM PIC X(15).
                  05 TN-TEAMNO PIC X(5).
           01  TEAMNO-COUNT PIC 999 VALUE 0.
           01  TN-I PIC 999.
000000*
      * The corrections the last scoring run accepted, from
      * corrections-log.txt, with the rows each reached here.
           01  CORR-TAB.
               03 CORR-ENTRY OCCURS 250 TIMES.
                  05 CL-ACTION PIC X(8).
                  05 CL-TEAM PIC X(15).
                  05 CL-IDD PIC XX.
                  05 CL-TIME PIC X(4).
                  05 CL-FIELD PIC X(7).
                  05 CL-VALUE PIC X(19).
                  05 CL-WHO PIC X(10).
                  05 CL-CASE PIC X(6).
                  05 CL-HITS PIC 9(4).
           01  CORR-COUNT PIC 999 VALUE 0.
           01  CL-I PIC 999.
           01  ALIAS-CNT PIC 999 VALUE 0.
           01  CLOG-PTR PIC 999.
           01  CLOG-SW PIC X VALUE 'N'.
               88 CLOG-HAS-VALUE VALUE 'Y'.
000000*
      * One corrections-log line, unstrung.  WHO, WHY and CASE are
      * written at their full widths, so they are taken by position
      * after ROWS: a comma typed into WHY cannot then move CASE.
           01  CLOG-FIELDS.
               03 CF-DATE PIC X(8).
               03 CF-TIME PIC X(6).
               03 CF-ACTION PIC X(8).
               03 CF-TEAM PIC X(15).
               03 CF-IDD PIC XX.
               03 CF-SUBTIME PIC X(4).
               03 CF-FIELD PIC X(7).
               03 CF-VALUE PIC X(19).
               03 CF-STATUS PIC X(30).
               03 CF-ROWS PIC X(6).
               03 CF-WHO PIC X(10).
               03 CF-WHY PIC X(30).
               03 CF-CASE PIC X(6).
000000*
      * Every verdict overturned, with the correction that did it,
      * held for the listing after the per-judge table.
           01  OVER-TAB.
               03 OVER-ENTRY OCCURS 500 TIMES.
                  05 OV-JUDGE PIC X(6).
                  05 OV-TEAM PIC X(15).
                  05 OV-IDD PIC XX.
                  05 OV-TIME PIC X(4).
                  05 OV-VTIME PIC X(4).
                  05 OV-OUTCOME PIC X(19).
                  05 OV-CORR PIC 999.
           01  OVER-COUNT PIC 999 VALUE 0.
           01  OV-I PIC 999.
           01  OVER-LOST PIC 9(5) VALUE 0.
000000*
      * The row being scanned: its team under the name the
      * corrections use, and what became of it.
           01  DUP-PREV PIC X(60) VALUE LOW-VALUES.
           01  ROW-NAM PIC X(15).
           01  ROWVOID PIC X.
               88 ROW-IS-VOIDED VALUE 'Y'.
           01  ROWREPL PIC X.
               88 ROW-IS-REPLACED VALUE 'Y'.
           01  TIMEWORK PIC 9(4).
           01  TIMEWORK-R REDEFINES TIMEWORK.
               03 TIMEHH PIC 99.
               03 TIMEMM PIC 99.
           01  SUBMIN PIC 9(4).
           01  VERDMIN PIC 9(4).
           01  DELAYIX PIC 999.
000000*
      * The median and rate work fields and the print edits.
           01  MED-TARGET PIC 9(5).
           01  MED-CUM PIC 9(5).
           01  MED-ED PIC ZZZ9.
           01  MED-OUT PIC X(4).
           01  RATE PIC 999V9.
           01  RATE-ED PIC ZZ9.9.
           01  CNT5-ED PIC ZZZZ9.
           01  ROW-CNT PIC 9(6) VALUE 0.
           01  DUPE-CNT PIC 9(6) VALUE 0.
           01  CNT6-ED PIC ZZZZZ9.
           01  RUN-RC PIC 9 VALUE 0.
           01  LINE-OUT PIC X(200).
           01  LINE-PTR PIC 9(4).
000000*
000180 PROCEDURE DIVISION.
000181* MAIN PROGRAM
000190 MAIN-PARAGRAPH.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           INITIALIZE JUDGE-TAB.
           MOVE 'OTHER' TO OT-CODE(25).
           OPEN OUTPUT RPT-FILE.
           MOVE 'JUDGE ACCOUNTABILITY REPORT' TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'RUN DATE: ' RUN-DATE '  TIME: ' RUN-TIME(1:6)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RPTLINE.
           WRITE RPTLINE.
           GO TO LOAD-JUDGES.
000181* THE JUDGE MASTER, SO EVERY JUDGE IS LISTED BY NAME, EVEN ONE
000181* WHO GAVE NO VERDICT TODAY.
       LOAD-JUDGES.
           OPEN INPUT JUDGES-FILE.
           IF JUDGES-STATUS NOT = '00' THEN
               MOVE 'judges.txt NOT FOUND - JUDGES SHOWN BY ID ONLY'
                   TO RPTLINE
               WRITE RPTLINE
               MOVE 4 TO RUN-RC
               GO TO LOAD-TEAMS
           END-IF.
           GO TO LOAD-JUDGES-LOOP.
       LOAD-JUDGES-LOOP.
           READ JUDGES-FILE
               AT END GO TO LOAD-JUDGES-DONE.
           IF JM-ID = SPACES THEN
               GO TO LOAD-JUDGES-LOOP
           END-IF.
           MOVE JM-ID TO JUDGE-KEY.
           MOVE JM-NAME TO JUDGE-NEWNAME.
           PERFORM JUDGE-FIND THRU JUDGE-FIND-EXIT.
           GO TO LOAD-JUDGES-LOOP.
       LOAD-JUDGES-DONE.
           CLOSE JUDGES-FILE.
           GO TO LOAD-TEAMS.
000181* THE TEAM NUMBERS, SO A ROW IS MATCHED UNDER ITS TEAM'S
000181* CURRENT NAME, AS THE SCORING RUN MATCHES IT.
       LOAD-TEAMS.
           OPEN INPUT TEAMS-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
               GO TO LOAD-CLOG
           END-IF.
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-LOOP.
           READ TEAMS-FILE
               AT END GO TO LOAD-TEAMS-DONE.
           IF NAM = SPACES OR TEAMNO-COUNT >= 200 THEN
               GO TO LOAD-TEAMS-LOOP
           END-IF.
           IF TM-TEAMNO NOT NUMERIC THEN
               GO TO LOAD-TEAMS-LOOP
           END-IF.
           ADD 1 TO TEAMNO-COUNT.
           MOVE NAM TO TN-NAM(TEAMNO-COUNT).
           MOVE TM-TEAMNO TO TN-TEAMNO(TEAMNO-COUNT).
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-DONE.
           CLOSE TEAMS-FILE.
           GO TO LOAD-CLOG.
000181* THE CORRECTIONS LOG.  ONLY VOID, REPLACE AND ALIAS ENTRIES
000181* THE SCORING RUN DID NOT REJECT ARE KEPT.  THE HEADER SAYS
000181* WHETHER THE LOG CARRIES THE FIELD AND VALUE COLUMNS; ONE
000181* FROM BEFORE THEM HAS NO ALIAS TARGETS TO FOLLOW.
       LOAD-CLOG.
           OPEN INPUT CLOG-FILE.
           IF CLOG-STATUS NOT = '00' THEN
               MOVE 'corrections-log.txt NOT FOUND - NO OVERTURNS'
                   TO RPTLINE
               WRITE RPTLINE
               MOVE 4 TO RUN-RC
               GO TO SORT-ROWS
           END-IF.
           READ CLOG-FILE
               AT END GO TO LOAD-CLOG-DONE.
           MOVE SPACES TO CLOG-FIELDS.
           UNSTRING CLOGLINE DELIMITED BY ','
               INTO CF-DATE CF-TIME CF-ACTION CF-TEAM CF-IDD
                    CF-SUBTIME CF-FIELD.
           IF CF-FIELD = 'FIELD' THEN
               MOVE 'Y' TO CLOG-SW
           ELSE
               MOVE 'corrections-log.txt HAS NO VALUE COLUMN - ALIAS'
                   TO RPTLINE
               WRITE RPTLINE
               MOVE 'ENTRIES NOT FOLLOWED' TO RPTLINE
               WRITE RPTLINE
               MOVE 4 TO RUN-RC
           END-IF.
           GO TO LOAD-CLOG-LOOP.
       LOAD-CLOG-LOOP.
           READ CLOG-FILE
               AT END GO TO LOAD-CLOG-DONE.
           MOVE SPACES TO CLOG-FIELDS.
           MOVE 1 TO CLOG-PTR.
           IF CLOG-HAS-VALUE THEN
               UNSTRING CLOGLINE DELIMITED BY ','
                   INTO CF-DATE CF-TIME CF-ACTION CF-TEAM CF-IDD
                        CF-SUBTIME CF-FIELD CF-VALUE CF-STATUS
                        CF-ROWS
                   WITH POINTER CLOG-PTR
           ELSE
               UNSTRING CLOGLINE DELIMITED BY ','
                   INTO CF-DATE CF-TIME CF-ACTION CF-TEAM CF-IDD
                        CF-SUBTIME CF-STATUS CF-ROWS
                   WITH POINTER CLOG-PTR
           END-IF.
           IF CLOG-PTR < 250 THEN
               MOVE CLOGLINE(CLOG-PTR:10) TO CF-WHO
               MOVE CLOGLINE(CLOG-PTR + 11:30) TO CF-WHY
               MOVE CLOGLINE(CLOG-PTR + 42:6) TO CF-CASE
           END-IF.
           IF CF-STATUS(1:8) = 'REJECTED' THEN
               GO TO LOAD-CLOG-LOOP
           END-IF.
           IF CF-ACTION NOT = 'VOID' AND CF-ACTION NOT = 'REPLACE'
                   AND CF-ACTION NOT = 'ALIAS' THEN
               GO TO LOAD-CLOG-LOOP
           END-IF.
           IF CF-ACTION = 'ALIAS' AND NOT CLOG-HAS-VALUE THEN
               GO TO LOAD-CLOG-LOOP
           END-IF.
           IF CORR-COUNT >= 250 THEN
               MOVE 'CORRECTIONS TABLE FULL - LATER LOG LINES SKIPPED'
                   TO RPTLINE
               WRITE RPTLINE
               MOVE 4 TO RUN-RC
               GO TO LOAD-CLOG-DONE
           END-IF.
           ADD 1 TO CORR-COUNT.
           MOVE CF-ACTION TO CL-ACTION(CORR-COUNT).
           MOVE CF-TEAM TO CL-TEAM(CORR-COUNT).
           MOVE CF-IDD TO CL-IDD(CORR-COUNT).
           MOVE CF-SUBTIME TO CL-TIME(CORR-COUNT).
           MOVE CF-FIELD TO CL-FIELD(CORR-COUNT).
           MOVE CF-VALUE TO CL-VALUE(CORR-COUNT).
           MOVE CF-WHO TO CL-WHO(CORR-COUNT).
           MOVE CF-CASE TO CL-CASE(CORR-COUNT).
           MOVE 0 TO CL-HITS(CORR-COUNT).
           IF CF-ACTION = 'ALIAS' THEN
               ADD 1 TO ALIAS-CNT
           END-IF.
           GO TO LOAD-CLOG-LOOP.
       LOAD-CLOG-DONE.
           CLOSE CLOG-FILE.
           GO TO SORT-ROWS.
000181* THE DAY'S ROWS, SORTED SO A DOUBLE-SENT COPY COMES OUT NEXT
000181* TO THE ROW IT REPEATS.
       SORT-ROWS.
           OPEN INPUT INPUT-FILE.
           IF SUBS-STATUS NOT = '00' THEN
               MOVE 'submission-records.txt NOT FOUND - NO REPORT'
                   TO RPTLINE
               WRITE RPTLINE
               MOVE 8 TO RUN-RC
               GO TO REPORT-END
           END-IF.
           CLOSE INPUT-FILE.
           SORT SORT-FILE ON ASCENDING KEY SR-NAM
               ASCENDING KEY SR-IDD
               ASCENDING KEY SR-TIME
               ASCENDING KEY SR-OUTCOME
               ASCENDING KEY SR-SCORE
               ASCENDING KEY SR-SITE
               ASCENDING KEY SR-TEAMNO
               ASCENDING KEY SR-JUDGE
               ASCENDING KEY SR-VTIME
               USING INPUT-FILE
               GIVING SORTED-FILE.
           OPEN INPUT SORTED-FILE.
           GO TO SCAN-LOOP.
000181* ONE PASS OVER THE ROWS: CREDIT EACH VERDICT TO ITS JUDGE AND
000181* OUTCOME, TIME IT, THEN LOOK FOR A CORRECTION THAT OVERTURNED
000181* IT.
       SCAN-LOOP.
           READ SORTED-FILE
               AT END GO TO SCAN-DONE.
           IF SORTED-DATA = DUP-PREV THEN
               ADD 1 TO DUPE-CNT
               GO TO SCAN-LOOP
           END-IF.
           MOVE SORTED-DATA TO DUP-PREV.
           ADD 1 TO ROW-CNT.
           MOVE SJUDGE TO JUDGE-KEY.
           IF SJUDGE = SPACES THEN
               MOVE '(NO JUDGE ON ROW)' TO JUDGE-NEWNAME
           ELSE
               MOVE '(NOT ON judges.txt)' TO JUDGE-NEWNAME
           END-IF.
           PERFORM JUDGE-FIND THRU JUDGE-FIND-EXIT.
           IF JT-I = 0 THEN
               GO TO SCAN-LOOP
           END-IF.
           ADD 1 TO JT-VERD(JT-I).
           MOVE 1 TO OT-I.
           GO TO OUTCOME-FIND-LOOP.
       OUTCOME-FIND-LOOP.
           IF OT-I > OUT-COUNT THEN
               GO TO OUTCOME-ADD
           END-IF.
           IF OT-CODE(OT-I) = SOUTCOME THEN
               GO TO OUTCOME-COUNT
           END-IF.
           ADD 1 TO OT-I.
           GO TO OUTCOME-FIND-LOOP.
       OUTCOME-ADD.
           IF OUT-COUNT >= 24 THEN
               MOVE 25 TO OT-I
               GO TO OUTCOME-COUNT
           END-IF.
           ADD 1 TO OUT-COUNT.
           MOVE OUT-COUNT TO OT-I.
           MOVE SOUTCOME TO OT-CODE(OT-I).
       OUTCOME-COUNT.
           ADD 1 TO JT-OUT(JT-I, OT-I).
000181* THE VERDICT DELAY, WHERE THE ROW HAS A VERDICT TIME AND IT
000181* IS NOT BEFORE THE SUBMISSION.
           IF STIME NOT NUMERIC OR SVTIME NOT NUMERIC THEN
               GO TO OVERTURN-START
           END-IF.
           MOVE STIME TO TIMEWORK.
           COMPUTE SUBMIN = TIMEHH * 60 + TIMEMM.
           MOVE SVTIME TO TIMEWORK.
           COMPUTE VERDMIN = TIMEHH * 60 + TIMEMM.
           IF VERDMIN < SUBMIN THEN
               GO TO OVERTURN-START
           END-IF.
           COMPUTE DELAYIX = VERDMIN - SUBMIN + 1.
           IF DELAYIX > 241 THEN
               MOVE 241 TO DELAYIX
           END-IF.
           ADD 1 TO JT-DELAY(JT-I, DELAYIX).
           ADD 1 TO JT-TIMED(JT-I).
000181* THE ROW'S TEAM UNDER THE NAME THE CORRECTIONS USE: THE
000181* CURRENT NAME FOR ITS TEAM NUMBER, THEN ANY ALIAS.
       OVERTURN-START.
           MOVE SNAM TO ROW-NAM.
           MOVE 'N' TO ROWVOID.
           MOVE 'N' TO ROWREPL.
           IF STEAMNO NOT NUMERIC THEN
               GO TO ALIAS-INIT
           END-IF.
           MOVE 1 TO TN-I.
           GO TO TEAMNO-LOOP.
       TEAMNO-LOOP.
           IF TN-I > TEAMNO-COUNT THEN
               GO TO ALIAS-INIT
           END-IF.
           IF TN-TEAMNO(TN-I) = STEAMNO THEN
               MOVE TN-NAM(TN-I) TO ROW-NAM
               GO TO ALIAS-INIT
           END-IF.
           ADD 1 TO TN-I.
           GO TO TEAMNO-LOOP.
       ALIAS-INIT.
           MOVE 1 TO CL-I.
           GO TO ALIAS-LOOP.
       ALIAS-LOOP.
           IF CL-I > CORR-COUNT THEN
               MOVE 1 TO CL-I
               GO TO MATCH-LOOP
           END-IF.
           IF CL-ACTION(CL-I) = 'ALIAS'
                   AND CL-TEAM(CL-I) = ROW-NAM THEN
               MOVE CL-VALUE(CL-I)(1:15) TO ROW-NAM
           END-IF.
           ADD 1 TO CL-I.
           GO TO ALIAS-LOOP.
       MATCH-LOOP.
           IF CL-I > CORR-COUNT THEN
               GO TO MATCH-DONE
           END-IF.
           IF CL-ACTION(CL-I) = 'ALIAS'
                   OR CL-TEAM(CL-I) NOT = ROW-NAM
                   OR CL-IDD(CL-I) NOT = SIDD
                   OR CL-TIME(CL-I) NOT = STIME THEN
               GO TO MATCH-NEXT
           END-IF.
           ADD 1 TO CL-HITS(CL-I).
           IF CL-ACTION(CL-I) = 'VOID' THEN
               MOVE 'Y' TO ROWVOID
           ELSE
               MOVE 'Y' TO ROWREPL
           END-IF.
           IF OVER-COUNT >= 500 THEN
               ADD 1 TO OVER-LOST
               GO TO MATCH-NEXT
           END-IF.
           ADD 1 TO OVER-COUNT.
           MOVE SJUDGE TO OV-JUDGE(OVER-COUNT).
           MOVE ROW-NAM TO OV-TEAM(OVER-COUNT).
           MOVE SIDD TO OV-IDD(OVER-COUNT).
           MOVE STIME TO OV-TIME(OVER-COUNT).
           MOVE SVTIME TO OV-VTIME(OVER-COUNT).
           MOVE SOUTCOME TO OV-OUTCOME(OVER-COUNT).
           MOVE CL-I TO OV-CORR(OVER-COUNT).
       MATCH-NEXT.
           ADD 1 TO CL-I.
           GO TO MATCH-LOOP.
000181* A VERDICT VOIDED AND AMENDED IS COUNTED ONCE, AS VOIDED.
       MATCH-DONE.
           IF ROW-IS-VOIDED THEN
               ADD 1 TO JT-VOID(JT-I)
               ADD 1 TO JT-OVER(JT-I)
               GO TO SCAN-LOOP
           END-IF.
           IF ROW-IS-REPLACED THEN
               ADD 1 TO JT-REPL(JT-I)
               ADD 1 TO JT-OVER(JT-I)
           END-IF.
           GO TO SCAN-LOOP.
       SCAN-DONE.
           CLOSE SORTED-FILE.
           MOVE ROW-CNT TO CNT6-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'SUBMISSION ROWS: ' CNT6-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE DUPE-CNT TO CNT6-ED.
           STRING '   DOUBLE-SENT COPIES SKIPPED: ' CNT6-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RPTLINE.
           WRITE RPTLINE.
           MOVE CORR-COUNT TO CNT6-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'CORRECTIONS FOLLOWED: ' CNT6-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE ALIAS-CNT TO CNT6-ED.
           STRING '   OF WHICH ALIAS: ' CNT6-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RPTLINE.
           WRITE RPTLINE.
           MOVE 'MEDIAN = MINUTES FROM SUBTIME TO VERDICT, OVER THE'
               TO RPTLINE.
           WRITE RPTLINE.
           MOVE 'TIMED ROWS.  RATE = OVERTURNED AS A PERCENT OF ISSUED.'
               TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'JUDGE  NAME                     '
               '     ISSUED      TIMED     MEDIAN'
               '     VOIDED   REPLACED OVERTURNED       RATE'
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RPTLINE.
           WRITE RPTLINE.
           MOVE 1 TO JT-I.
           GO TO JUDGE-PRINT.
000181* ONE LINE PER JUDGE, THEN THAT JUDGE'S VERDICTS BY OUTCOME.
       JUDGE-PRINT.
           IF JT-I > JUDGE-COUNT THEN
               GO TO OVER-PRINT-START
           END-IF.
           PERFORM MEDIAN-FIND THRU MEDIAN-FIND-EXIT.
           MOVE 0 TO RATE.
           IF JT-VERD(JT-I) > 0 THEN
               COMPUTE RATE ROUNDED =
                   JT-OVER(JT-I) * 100 / JT-VERD(JT-I)
           END-IF.
           MOVE RATE TO RATE-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING JT-ID(JT-I) ' ' JT-NAME(JT-I)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE JT-VERD(JT-I) TO CNT5-ED.
           STRING '      ' CNT5-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE JT-TIMED(JT-I) TO CNT5-ED.
           STRING '      ' CNT5-ED '       ' MED-OUT
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE JT-VOID(JT-I) TO CNT5-ED.
           STRING '      ' CNT5-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE JT-REPL(JT-I) TO CNT5-ED.
           STRING '      ' CNT5-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE JT-OVER(JT-I) TO CNT5-ED.
           STRING '      ' CNT5-ED '     ' RATE-ED '%'
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RPTLINE.
           WRITE RPTLINE.
           MOVE 1 TO OT-I.
           GO TO OUTCOME-PRINT.
       OUTCOME-PRINT.
           IF OT-I > 25 THEN
               ADD 1 TO JT-I
               GO TO JUDGE-PRINT
           END-IF.
           IF JT-OUT(JT-I, OT-I) > 0 THEN
               MOVE JT-OUT(JT-I, OT-I) TO CNT5-ED
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING '       ' OT-CODE(OT-I) '             ' CNT5-ED
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO RPTLINE
               WRITE RPTLINE
           END-IF.
           ADD 1 TO OT-I.
           GO TO OUTCOME-PRINT.
000181* EVERY OVERTURNED VERDICT, JUDGE BY JUDGE, WITH THE
000181* CORRECTION THAT OVERTURNED IT.
       OVER-PRINT-START.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE 'OVERTURNED VERDICTS' TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'JUDGE  TEAM            PB SUBT VERD '
               'OUTCOME GIVEN       ACTION   FIELD   '
               'NEW VALUE           WHO        CASE'
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RPTLINE.
           WRITE RPTLINE.
           IF OVER-COUNT = 0 THEN
               MOVE '(NONE)' TO RPTLINE
               WRITE RPTLINE
               GO TO UNMATCHED-START
           END-IF.
           MOVE 1 TO JT-I.
           GO TO OVER-JUDGE-LOOP.
       OVER-JUDGE-LOOP.
           IF JT-I > JUDGE-COUNT THEN
               GO TO OVER-PRINT-DONE
           END-IF.
           MOVE 1 TO OV-I.
           GO TO OVER-PRINT-LOOP.
       OVER-PRINT-LOOP.
           IF OV-I > OVER-COUNT THEN
               ADD 1 TO JT-I
               GO TO OVER-JUDGE-LOOP
           END-IF.
           IF OV-JUDGE(OV-I) NOT = JT-ID(JT-I) THEN
               ADD 1 TO OV-I
               GO TO OVER-PRINT-LOOP
           END-IF.
           MOVE OV-CORR(OV-I) TO CL-I.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING OV-JUDGE(OV-I) ' ' OV-TEAM(OV-I) ' '
               OV-IDD(OV-I) ' ' OV-TIME(OV-I) ' ' OV-VTIME(OV-I) ' '
               OV-OUTCOME(OV-I) ' ' CL-ACTION(CL-I) ' '
               CL-FIELD(CL-I) ' ' CL-VALUE(CL-I) ' '
               CL-WHO(CL-I) ' ' CL-CASE(CL-I)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO RPTLINE.
           WRITE RPTLINE.
           ADD 1 TO OV-I.
           GO TO OVER-PRINT-LOOP.
       OVER-PRINT-DONE.
           IF OVER-LOST > 0 THEN
               MOVE OVER-LOST TO CNT5-ED
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING CNT5-ED ' MORE NOT LISTED - TABLE FULL'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO RPTLINE
               WRITE RPTLINE
               MOVE 4 TO RUN-RC
           END-IF.
000181* A VOID OR REPLACE THAT REACHED NO ROW HERE: EITHER THE ROW
000181* HAS LEFT THE SUBMISSION FILE OR THE CORRECTION WAS KEYED
000181* WRONG.  EITHER WAY IT IS NOT CHARGED TO ANY JUDGE.
       UNMATCHED-START.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE 'CORRECTIONS MATCHING NO SUBMISSION ROW' TO RPTLINE.
           WRITE RPTLINE.
           MOVE 0 TO OV-I.
           MOVE 1 TO CL-I.
           GO TO UNMATCHED-LOOP.
       UNMATCHED-LOOP.
           IF CL-I > CORR-COUNT THEN
               GO TO UNMATCHED-DONE
           END-IF.
           IF CL-ACTION(CL-I) NOT = 'ALIAS' AND CL-HITS(CL-I) = 0 THEN
               ADD 1 TO OV-I
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING CL-ACTION(CL-I) ' ' CL-TEAM(CL-I) ' '
                   CL-IDD(CL-I) ' ' CL-TIME(CL-I) ' '
                   CL-FIELD(CL-I) ' ' CL-VALUE(CL-I) ' '
                   CL-WHO(CL-I) ' ' CL-CASE(CL-I)
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO RPTLINE
               WRITE RPTLINE
           END-IF.
           ADD 1 TO CL-I.
           GO TO UNMATCHED-LOOP.
       UNMATCHED-DONE.
           IF OV-I = 0 THEN
               MOVE '(NONE)' TO RPTLINE
               WRITE RPTLINE
           END-IF.
       REPORT-END.
           CLOSE RPT-FILE.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
000181* FIND THE JUDGE ENTRY FOR JUDGE-KEY, ADDING ONE UNDER
000181* JUDGE-NEWNAME IF THERE IS NONE.  AN ID NOT FROM THE MASTER
000181* IS FLAGGED IN THE RETURN CODE.  JT-I IS 0 IF THE TABLE IS
000181* FULL.
       JUDGE-FIND.
           MOVE 1 TO JT-I.
           GO TO JUDGE-FIND-LOOP.
       JUDGE-FIND-LOOP.
           IF JT-I > JUDGE-COUNT THEN
               GO TO JUDGE-FIND-ADD
           END-IF.
           IF JT-ID(JT-I) = JUDGE-KEY THEN
               GO TO JUDGE-FIND-EXIT
           END-IF.
           ADD 1 TO JT-I.
           GO TO JUDGE-FIND-LOOP.
       JUDGE-FIND-ADD.
           IF JUDGE-COUNT >= 60 THEN
               MOVE 0 TO JT-I
               MOVE 4 TO RUN-RC
               GO TO JUDGE-FIND-EXIT
           END-IF.
           ADD 1 TO JUDGE-COUNT.
           MOVE JUDGE-COUNT TO JT-I.
           MOVE JUDGE-KEY TO JT-ID(JT-I).
           MOVE JUDGE-NEWNAME TO JT-NAME(JT-I).
           IF JUDGE-NEWNAME = '(NOT ON judges.txt)' THEN
               MOVE 4 TO RUN-RC
           END-IF.
       JUDGE-FIND-EXIT.
           EXIT.
000181* THE MEDIAN DELAY OF JUDGE JT-I INTO MED-OUT: THE MINUTE
000181* BUCKET HOLDING THE MIDDLE TIMED VERDICT (THE LOWER OF THE
000181* TWO MIDDLE ONES FOR AN EVEN COUNT).
       MEDIAN-FIND.
           MOVE '   -' TO MED-OUT.
           IF JT-TIMED(JT-I) = 0 THEN
               GO TO MEDIAN-FIND-EXIT
           END-IF.
           COMPUTE MED-TARGET = (JT-TIMED(JT-I) + 1) / 2.
           MOVE 0 TO MED-CUM.
           MOVE 1 TO DELAYIX.
           GO TO MEDIAN-FIND-LOOP.
       MEDIAN-FIND-LOOP.
           ADD JT-DELAY(JT-I, DELAYIX) TO MED-CUM.
           IF MED-CUM >= MED-TARGET OR DELAYIX >= 241 THEN
               GO TO MEDIAN-FIND-DONE
           END-IF.
           ADD 1 TO DELAYIX.
           GO TO MEDIAN-FIND-LOOP.
       MEDIAN-FIND-DONE.
           IF DELAYIX >= 241 THEN
               MOVE '>240' TO MED-OUT
               GO TO MEDIAN-FIND-EXIT
           END-IF.
           COMPUTE MED-ED = DELAYIX - 1.
           MOVE MED-ED TO MED-OUT.
       MEDIAN-FIND-EXIT.
           EXIT.
