      * DELTA runs).  Unmapped team numbers and unparseable feed
      * lines go to judge-rejects.txt with a reason.  Return code:
      * 0 everything converted, 4 one or more lines rejected.
      *
      * A multi-site contest lists its sites in sites.txt, one line
      * per site:
      *
      *   site(2) feed-file(30) clock-offset(4) site-start(4)
      *
      * The offset is the minutes (sign then three digits, e.g.
      * +002 or -015) to add to that site's judge-box clock to get
      * true time, and the site start is the HHMM the site's contest
      * actually began (blank means on time).  Every site's feed is
      * converted in the one run, each SUBTIME moved onto the
      * master contest clock - box time plus offset, less the site's
      * start, plus the master start from contest-control.txt line
      * 3 - so minutes from start, penalties and first-to-solve
      * compare fairly across sites.  Each row is tagged with its
      * site code after SUBTIME.  Team numbers are per site: a
      * team-xref.txt row may carry a site code after the name and
      * then maps that site's number only; a row without one maps
      * at every site.  Without sites.txt the single judge-feed.txt
      * is converted as before, times untouched and site blank.
      *
      * Each row also carries, after the site, the team's permanent
      * 5-digit team number from teams.txt, so the scoring run can
      * follow the team through a rename.  A name not on teams.txt
      * leaves it blank and the scoring run falls back on the name.
      *
      * A judge box that attributes its verdicts adds two fields:
      *
      *   ...|score|judge-id|verdict-time
      *
      * the id (up to 6 characters) of the judge who gave the
      * verdict and the HHMM it was given on the box clock, moved
      * onto the master clock as SUBTIME is.  Both go on the end of
      * the row for JUDGERPT.  Judge ids are checked against the
      * judge master judges.txt (id(6) then name(25)); an id not on
      * it rejects the line.  A feed without the two fields, or a
      * run without judges.txt, converts as before, the judge left
      * blank or carried unchecked.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
000043     SELECT SITE-FILE
000044         ASSIGN TO 'sites.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS SITE-STATUS.
000043     SELECT CONTROL-FILE
000044         ASSIGN TO 'contest-control.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CONTROL-STATUS.
000043     SELECT FEED-FILE
000044         ASSIGN TO DYNAMIC FEED-NAME
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS FEED-STATUS.
000043     SELECT XREF-FILE
000044         ASSIGN TO 'team-xref.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS XREF-STATUS.
000043     SELECT TEAMS-FILE
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TEAMS-STATUS.
000043     SELECT JUDGES-FILE
000044         ASSIGN TO 'judges.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS JUDGES-STATUS.
000043     SELECT INPUT-FILE
000044         ASSIGN TO 'submission-records.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000050*
000060 DATA DIVISION.
000061 FILE SECTION.
       FD SITE-FILE.
           01 SITE-REC.
              03 SM-SITE PIC XX.
              03 SM-FEED PIC X(30).
              03 SM-OFFSET.
                 05 SM-OFF-SIGN PIC X.
                 05 SM-OFF-MIN PIC X(3).
              03 SM-START PIC X(4).
       FD CONTROL-FILE.
           01 CONTROL-LINE PIC X(50).
       FD FEED-FILE.
           01 JF-LINE PIC X(80).
       FD XREF-FILE.
           01 XREF-REC.
              03 JX-NUM PIC X(4).
              03 JX-NAM PIC X(15).
              03 JX-SITE PIC XX.
       FD TEAMS-FILE.
           01 TEAM-REC.
              03 NAM PIC X(15).
              03 TM-INST PIC X(25).
              03 TM-DIV PIC XX.
              03 TM-COACH PIC X(20).
              03 TM-CONTACT PIC X(25).
              03 TM-TEAMNO PIC X(5).
       FD JUDGES-FILE.
           01 JUDGE-REC.
              03 JM-ID PIC X(6).
              03 JM-NAME PIC X(25).
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
       FD REJ-FILE.
           01 REJLINE PIC X(120).
000000*
           01  FEED-STATUS PIC XX.
           01  XREF-STATUS PIC XX.
           01  SUBS-STATUS PIC XX.
           01  SITE-STATUS PIC XX.
           01  CONTROL-STATUS PIC XX.
           01  TEAMS-STATUS PIC XX.
           01  JUDGES-STATUS PIC XX.
           01  FEED-NAME PIC X(30) VALUE 'judge-feed.txt'.
000000*
      * The sites to convert, from sites.txt, with each site's clock
      * shift in minutes (offset less the site's late start) and its
      * own line counts.  Without sites.txt there is one entry, the
      * blank site reading judge-feed.txt with no shift.
           01  SITE-TAB.
               03 SITE-ENTRY OCCURS 10 TIMES.
                  05 SI-CODE PIC XX.
                  05 SI-FEED PIC X(30).
                  05 SI-SHIFT PIC S9(4).
                  05 SI-READ PIC 9(6).
                  05 SI-CONV PIC 9(6).
                  05 SI-REJ PIC 9(6).
           01  SITE-COUNT PIC 99 VALUE 0.
           01  SI-I PIC 99.
           01  SITE-OFF PIC S9(4).
000000*
      * Master contest start (contest-control.txt line 3) and the
      * HHMM-to-minutes work fields for the clock shift.
           01  MASTER-START PIC X(4) VALUE '0000'.
           01  TIMEWORK PIC 9(4).
           01  TIMEWORK-R REDEFINES TIMEWORK.
               03 TIMEHH PIC 99.
               03 TIMEMM PIC 99.
           01  MASTER-MIN PIC 9(4).
           01  SUBMIN PIC S9(5).
000000*
      * Cross-reference master table: judge team number to the
      * registered team name.
               03 XREF-ENTRY OCCURS 200 TIMES.
                  05 XR-NUM PIC X(4).
                  05 XR-NAM PIC X(15).
                  05 XR-SITE PIC XX.
           01  XREF-COUNT PIC 999 VALUE 0.
           01  XR-I PIC 999.
           01  XRFOUND PIC X.
               88 XR-IS-FOUND VALUE 'Y'.
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
      * Judge ids from the judge master, judges.txt.
           01  JUDGE-TAB.
               03 JUDGE-ENTRY OCCURS 100 TIMES.
                  05 JG-ID PIC X(6).
           01  JUDGE-COUNT PIC 999 VALUE 0.
           01  JG-I PIC 999.
           01  JUDGES-SW PIC X VALUE 'N'.
               88 JUDGES-LOADED VALUE 'Y'.
000000*
      * The unstrung feed fields, in the judge's order (the judge
      * id and verdict time only from a box that sends them), and
      * the fixed-width row they are assembled into.
           01  JF-FIELDS.
               03 JF-TEAMNO PIC X(10).
               03 JF-TIME PIC X(10).
               03 JF-OUTCOME PIC X(25).
               03 JF-SCORE PIC X(10).
               03 JF-JUDGE PIC X(10).
               03 JF-VTIME PIC X(10).
           01  JF-FLDCNT PIC 99.
           01  W-SUB.
               03 W-NAM PIC X(15).
               03 W-OUTCOME PIC X(19).
               03 W-SCORE PIC XXX.
               03 W-TIME PIC X(4).
               03 W-SITE PIC XX.
               03 W-TEAMNO PIC X(5).
               03 W-JUDGE PIC X(6).
               03 W-VTIME PIC X(4).
           01  ROWERR PIC X.
               88 ROW-IS-BAD VALUE 'Y'.
           01  ERR-REASON PIC X(30).
000180 PROCEDURE DIVISION.
000181* MAIN PROGRAM
000190 MAIN-PARAGRAPH.
           INITIALIZE SITE-TAB.
           OPEN OUTPUT REJ-FILE.
           MOVE 'REASON,SITE,FEED LINE' TO REJLINE.
           WRITE REJLINE.
           GO TO LOAD-CONTROL.
000181* THE MASTER CONTEST START, WHICH EVERY SITE'S TIMES ARE MOVED
000181* ONTO.  NO CONTROL FILE MEANS THE SCORING RUN'S OWN DEFAULT.
       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = '00' THEN
               GO TO LOAD-CONTROL-DONE
           END-IF.
           READ CONTROL-FILE
               AT END GO TO LOAD-CONTROL-CLOSE.
           READ CONTROL-FILE
               AT END GO TO LOAD-CONTROL-CLOSE.
           READ CONTROL-FILE
               AT END GO TO LOAD-CONTROL-CLOSE.
           IF CONTROL-LINE(1:4) IS NUMERIC THEN
               MOVE CONTROL-LINE(1:4) TO MASTER-START
           END-IF.
       LOAD-CONTROL-CLOSE.
           CLOSE CONTROL-FILE.
       LOAD-CONTROL-DONE.
           MOVE MASTER-START TO TIMEWORK.
           COMPUTE MASTER-MIN = TIMEHH * 60 + TIMEMM.
           GO TO LOAD-SITES.
000181* THE SITE MASTER.  A LINE WITH A BAD OFFSET OR START IS NOT
000181* GUESSED AT: THE SITE IS LEFT OUT AND ITS FEED NOT READ.
       LOAD-SITES.
           OPEN INPUT SITE-FILE.
           IF SITE-STATUS NOT = '00' THEN
               MOVE 1 TO SITE-COUNT
               MOVE SPACES TO SI-CODE(1)
               MOVE 'judge-feed.txt' TO SI-FEED(1)
               MOVE 0 TO SI-SHIFT(1)
               GO TO LOAD-XREF
           END-IF.
           GO TO LOAD-SITES-LOOP.
       LOAD-SITES-LOOP.
           READ SITE-FILE
               AT END GO TO LOAD-SITES-DONE.
           IF SITE-REC = SPACES THEN
               GO TO LOAD-SITES-LOOP
           END-IF.
           IF SM-OFFSET = SPACES THEN
               MOVE '+000' TO SM-OFFSET
           END-IF.
           MOVE SPACES TO ERR-REASON.
           IF SM-SITE = SPACES OR SM-FEED = SPACES THEN
               MOVE 'BAD-SITE-ROW' TO ERR-REASON
           END-IF.
           IF SM-OFF-MIN NOT NUMERIC OR (SM-OFF-SIGN NOT = '+'
                   AND SM-OFF-SIGN NOT = '-' AND SM-OFF-SIGN NOT = '0')
               MOVE 'BAD-SITE-OFFSET' TO ERR-REASON
           END-IF.
           IF SM-START NOT = SPACES AND SM-START NOT NUMERIC THEN
               MOVE 'BAD-SITE-START' TO ERR-REASON
           END-IF.
           IF ERR-REASON = SPACES AND SITE-COUNT >= 10 THEN
               MOVE 'SITE-LIMIT' TO ERR-REASON
           END-IF.
           IF ERR-REASON NOT = SPACES THEN
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING ERR-REASON DELIMITED BY SPACE
                   ',' SM-SITE ',' SITE-REC
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO REJLINE
               WRITE REJLINE
               ADD 1 TO REJ-CNT
               GO TO LOAD-SITES-LOOP
           END-IF.
           ADD 1 TO SITE-COUNT.
           MOVE SM-SITE TO SI-CODE(SITE-COUNT).
           MOVE SM-FEED TO SI-FEED(SITE-COUNT).
           MOVE SM-OFF-MIN TO SITE-OFF.
           IF SM-OFF-SIGN = '-' THEN
               COMPUTE SITE-OFF = 0 - SITE-OFF
           END-IF.
           MOVE SITE-OFF TO SI-SHIFT(SITE-COUNT).
           IF SM-START NOT = SPACES THEN
               MOVE SM-START TO TIMEWORK
               COMPUTE SI-SHIFT(SITE-COUNT) = SITE-OFF + MASTER-MIN
                   - (TIMEHH * 60 + TIMEMM)
           END-IF.
           GO TO LOAD-SITES-LOOP.
       LOAD-SITES-DONE.
           CLOSE SITE-FILE.
           GO TO LOAD-XREF.
000181* LOAD THE TEAM-NUMBER CROSS-REFERENCE MASTER.  WITHOUT IT
000181* NOTHING CAN BE MAPPED, SO EVERY FEED LINE WOULD REJECT.
       LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF XREF-STATUS NOT = '00' THEN
               MOVE 'XREF-ABSENT,,team-xref.txt NOT FOUND' TO REJLINE
               WRITE REJLINE
               GO TO CONVERT-START
           END-IF.
           IF JX-NUM NOT NUMERIC OR JX-NAM = SPACES THEN
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'BAD-XREF-ROW,' JX-SITE ',' JX-NUM ' ' JX-NAM
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO REJLINE
           IF XREF-COUNT >= 200 THEN
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'XREF-LIMIT,' JX-SITE ',' JX-NUM
                   ' CROSS-REFERENCE TABLE FULL'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
           ADD 1 TO XREF-COUNT.
           MOVE JX-NUM TO XR-NUM(XREF-COUNT).
           MOVE JX-NAM TO XR-NAM(XREF-COUNT).
           MOVE JX-SITE TO XR-SITE(XREF-COUNT).
           GO TO LOAD-XREF-LOOP.
       LOAD-XREF-DONE.
           CLOSE XREF-FILE.
           GO TO LOAD-TEAMS.
000181* THE TEAM NUMBERS FROM THE TEAM MASTER.  WITHOUT IT THE ROWS
000181* GO OUT WITHOUT NUMBERS, AS THEY ALWAYS HAVE.
       LOAD-TEAMS.
           OPEN INPUT TEAMS-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
               GO TO LOAD-JUDGES
           END-IF.
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-LOOP.
           READ TEAMS-FILE
               AT END GO TO LOAD-TEAMS-DONE.
           IF NAM = SPACES OR TEAMNO-COUNT >= 200 THEN
               GO TO LOAD-TEAMS-LOOP
           END-IF.
           ADD 1 TO TEAMNO-COUNT.
           MOVE NAM TO TN-NAM(TEAMNO-COUNT).
           MOVE TM-TEAMNO TO TN-TEAMNO(TEAMNO-COUNT).
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-DONE.
           CLOSE TEAMS-FILE.
           GO TO LOAD-JUDGES.
000181* THE JUDGE MASTER.  WITHOUT IT THE JUDGE IDS ARE CARRIED AS
000181* SENT, UNCHECKED, AND THE REJECTS FILE SAYS SO.
       LOAD-JUDGES.
           OPEN INPUT JUDGES-FILE.
           IF JUDGES-STATUS NOT = '00' THEN
               MOVE 'JUDGES-ABSENT,,judges.txt NOT FOUND - UNCHECKED'
                   TO REJLINE
               WRITE REJLINE
               GO TO CONVERT-START
           END-IF.
           MOVE 'Y' TO JUDGES-SW.
           GO TO LOAD-JUDGES-LOOP.
       LOAD-JUDGES-LOOP.
           READ JUDGES-FILE
               AT END GO TO LOAD-JUDGES-DONE.
           IF JM-ID = SPACES THEN
               GO TO LOAD-JUDGES-LOOP
           END-IF.
           IF JUDGE-COUNT >= 100 THEN
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'JUDGE-LIMIT,,' JM-ID ' JUDGE TABLE FULL'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO REJLINE
               WRITE REJLINE
               ADD 1 TO REJ-CNT
               GO TO LOAD-JUDGES-LOOP
           END-IF.
           ADD 1 TO JUDGE-COUNT.
           MOVE JM-ID TO JG-ID(JUDGE-COUNT).
           GO TO LOAD-JUDGES-LOOP.
       LOAD-JUDGES-DONE.
           CLOSE JUDGES-FILE.
           GO TO CONVERT-START.
000181* ONE PASS OVER EACH SITE'S FEED IN TURN: UNSTRING EACH
000181* PIPE-DELIMITED LINE, EDIT EVERY FIELD, MAP THE TEAM NUMBER,
000181* SHIFT THE TIME ONTO THE MASTER CLOCK, AND WRITE THE
000181* FIXED-WIDTH ROW TO BOTH SUBMISSION FILES.
       CONVERT-START.
           OPEN EXTEND INPUT-FILE.
           IF SUBS-STATUS NOT = '00' THEN
               OPEN OUTPUT INPUT-FILE
           END-IF.
           OPEN OUTPUT DELTA-FILE.
           MOVE 1 TO SI-I.
           GO TO SITE-LOOP.
       SITE-LOOP.
           IF SI-I > SITE-COUNT THEN
               GO TO CONVERT-CLOSE
           END-IF.
           MOVE SI-FEED(SI-I) TO FEED-NAME.
           OPEN INPUT FEED-FILE.
           IF FEED-STATUS NOT = '00' THEN
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'FEED-ABSENT,' SI-CODE(SI-I) ',' FEED-NAME
                   ' NOT FOUND' DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO REJLINE
               WRITE REJLINE
               ADD 1 TO REJ-CNT
               ADD 1 TO SI-REJ(SI-I)
               GO TO SITE-NEXT
           END-IF.
           GO TO CONVERT-LOOP.
       SITE-NEXT.
           ADD 1 TO SI-I.
           GO TO SITE-LOOP.
       CONVERT-LOOP.
           READ FEED-FILE
               AT END GO TO CONVERT-FEED-DONE.
           IF JF-LINE = SPACES THEN
               GO TO CONVERT-LOOP
           END-IF.
           ADD 1 TO READ-CNT.
           ADD 1 TO SI-READ(SI-I).
           MOVE SPACES TO JF-FIELDS.
           MOVE 0 TO JF-FLDCNT.
           UNSTRING JF-LINE DELIMITED BY '|'
               INTO JF-TEAMNO JF-PROB JF-TIME JF-OUTCOME JF-SCORE
                    JF-JUDGE JF-VTIME
               TALLYING IN JF-FLDCNT.
           MOVE 'N' TO ROWERR.
           MOVE SPACES TO ERR-REASON.
               MOVE 'OUTCOME BLANK OR TOO LONG' TO ERR-REASON
               GO TO WRITE-REJECT
           END-IF.
           IF JF-JUDGE(7:4) NOT = SPACES THEN
               MOVE 'Y' TO ROWERR
               MOVE 'JUDGE ID OVER 6 CHARACTERS' TO ERR-REASON
               GO TO WRITE-REJECT
           END-IF.
           IF JF-VTIME NOT = SPACES AND (JF-VTIME(1:4) NOT NUMERIC
                   OR JF-VTIME(5:6) NOT = SPACES) THEN
               MOVE 'Y' TO ROWERR
               MOVE 'VERDICT TIME NOT HHMM' TO ERR-REASON
               GO TO WRITE-REJECT
           END-IF.
           IF JF-JUDGE = SPACES OR NOT JUDGES-LOADED THEN
               GO TO XREF-SCAN-INIT
           END-IF.
           MOVE 1 TO JG-I.
           GO TO JUDGE-SCAN-LOOP.
       JUDGE-SCAN-LOOP.
           IF JG-I > JUDGE-COUNT THEN
               MOVE 'Y' TO ROWERR
               MOVE 'JUDGE ID NOT IN MASTER' TO ERR-REASON
               GO TO WRITE-REJECT
           END-IF.
           IF JG-ID(JG-I) = JF-JUDGE(1:6) THEN
               GO TO XREF-SCAN-INIT
           END-IF.
           ADD 1 TO JG-I.
           GO TO JUDGE-SCAN-LOOP.
       XREF-SCAN-INIT.
           MOVE 'N' TO XRFOUND.
           MOVE 1 TO XR-I.
           GO TO XREF-SCAN-LOOP.
           IF XR-I > XREF-COUNT THEN
               GO TO XREF-SCAN-DONE
           END-IF.
           IF XR-NUM(XR-I) = JF-TEAMNO(1:4)
                   AND (XR-SITE(XR-I) = SPACES
                   OR SI-CODE(SI-I) = SPACES
                   OR XR-SITE(XR-I) = SI-CODE(SI-I)) THEN
               MOVE 'Y' TO XRFOUND
               GO TO XREF-SCAN-DONE
           END-IF.
           MOVE JF-OUTCOME(1:19) TO W-OUTCOME.
           MOVE JF-SCORE(1:3) TO W-SCORE.
           MOVE JF-TIME(1:4) TO W-TIME.
           MOVE SI-CODE(SI-I) TO W-SITE.
           MOVE JF-JUDGE(1:6) TO W-JUDGE.
           MOVE JF-VTIME(1:4) TO W-VTIME.
           MOVE SPACES TO W-TEAMNO.
           MOVE 1 TO TN-I.
           GO TO TEAMNO-SCAN-LOOP.
       TEAMNO-SCAN-LOOP.
           IF TN-I > TEAMNO-COUNT THEN
               GO TO TEAMNO-SCAN-DONE
           END-IF.
           IF TN-NAM(TN-I) = W-NAM THEN
               MOVE TN-TEAMNO(TN-I) TO W-TEAMNO
               GO TO TEAMNO-SCAN-DONE
           END-IF.
           ADD 1 TO TN-I.
           GO TO TEAMNO-SCAN-LOOP.
       TEAMNO-SCAN-DONE.
           IF SI-SHIFT(SI-I) NOT = 0 THEN
               GO TO SHIFT-TIME
           END-IF.
           GO TO WRITE-ROW.
000181* MOVE THE SITE'S CLOCK TIME ONTO THE MASTER CLOCK.  A TIME
000181* THAT IS NOT A REAL HHMM, OR THAT THE SHIFT PUSHES OUT OF
000181* THE DAY, CANNOT BE PLACED AND IS REJECTED.
       SHIFT-TIME.
           MOVE JF-TIME(1:4) TO TIMEWORK.
           IF TIMEHH > 23 OR TIMEMM > 59 THEN
               MOVE 'Y' TO ROWERR
               MOVE 'SUBTIME NOT HHMM' TO ERR-REASON
               GO TO WRITE-REJECT
           END-IF.
           COMPUTE SUBMIN = TIMEHH * 60 + TIMEMM + SI-SHIFT(SI-I).
           IF SUBMIN < 0 OR SUBMIN > 1439 THEN
               MOVE 'Y' TO ROWERR
               MOVE 'SHIFTED SUBTIME OUTSIDE DAY' TO ERR-REASON
               GO TO WRITE-REJECT
           END-IF.
           DIVIDE SUBMIN BY 60 GIVING TIMEHH REMAINDER TIMEMM.
           MOVE TIMEWORK TO W-TIME.
           IF W-VTIME = SPACES THEN
               GO TO WRITE-ROW
           END-IF.
000181* THE VERDICT TIME IS ON THE SAME BOX CLOCK, SO IT TAKES THE
000181* SAME SHIFT UNDER THE SAME RULES.
       SHIFT-VTIME.
           MOVE W-VTIME TO TIMEWORK.
           IF TIMEHH > 23 OR TIMEMM > 59 THEN
               MOVE 'Y' TO ROWERR
               MOVE 'VERDICT TIME NOT HHMM' TO ERR-REASON
               GO TO WRITE-REJECT
           END-IF.
           COMPUTE SUBMIN = TIMEHH * 60 + TIMEMM + SI-SHIFT(SI-I).
           IF SUBMIN < 0 OR SUBMIN > 1439 THEN
               MOVE 'Y' TO ROWERR
               MOVE 'SHIFTED VERDICT OUTSIDE DAY' TO ERR-REASON
               GO TO WRITE-REJECT
           END-IF.
           DIVIDE SUBMIN BY 60 GIVING TIMEHH REMAINDER TIMEMM.
           MOVE TIMEWORK TO W-VTIME.
       WRITE-ROW.
           MOVE W-SUB TO TEAM-DATA.
           WRITE TEAM-DATA.
           MOVE W-SUB TO DELTA-DATA.
           WRITE DELTA-DATA.
           ADD 1 TO CONV-CNT.
           ADD 1 TO SI-CONV(SI-I).
           GO TO CONVERT-LOOP.
       WRITE-REJECT.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING ERR-REASON ',' SI-CODE(SI-I) ',' JF-LINE
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO REJLINE.
           WRITE REJLINE.
           ADD 1 TO REJ-CNT.
           ADD 1 TO SI-REJ(SI-I).
           GO TO CONVERT-LOOP.
       CONVERT-FEED-DONE.
           CLOSE FEED-FILE.
           GO TO SITE-NEXT.
       CONVERT-CLOSE.
           CLOSE INPUT-FILE.
           CLOSE DELTA-FILE.
           IF SITE-COUNT < 2 THEN
               GO TO CONVERT-DONE
           END-IF.
           MOVE 1 TO SI-I.
           GO TO SITE-TOTALS.
000181* ON A MULTI-SITE RUN, EACH SITE'S OWN LINE COUNTS FIRST, SO A
000181* BAD HAND-OFF SHOWS AGAINST THE SITE THAT SENT IT.
       SITE-TOTALS.
           IF SI-I > SITE-COUNT THEN
               GO TO CONVERT-DONE
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           MOVE SI-READ(SI-I) TO CNT6-ED.
           STRING 'SITE ' SI-CODE(SI-I) ' READ: ' CNT6-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE SI-CONV(SI-I) TO CNT6-ED.
           STRING ' CONVERTED: ' CNT6-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE SI-REJ(SI-I) TO CNT6-ED.
           STRING ' REJECTED: ' CNT6-ED
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO REJLINE.
           WRITE REJLINE.
           ADD 1 TO SI-I.
           GO TO SITE-TOTALS.
       CONVERT-DONE.
           MOVE READ-CNT TO CNT6-ED.
           MOVE SPACES TO LINE-OUT.
