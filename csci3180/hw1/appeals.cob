000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APPEALS.
      *
      *
      * CSCI3180 Principles of Programming Languages
      *
      * Appeals case register.  A team's dispute about a verdict is
      * opened as a case in appeals.txt, one line per case, in the
      * layout
      *
      *   case(6) team(15) problem(2) subtime(4) claim(40)
      *   judge(10) status(9) opened(8) closed(8) corr-line(4)
      *
      * where status is OPEN, UPHELD, DENIED or WITHDRAWN and the
      * dates are YYYYMMDD.  The register is kept the same way
      * TEAMMNT keeps teams.txt, by transactions from
      * appeal-trans.txt:
      *
      *   action(8) case(6) team(15) problem(2) subtime(4)
      *   claim(40) judge(10) corr-line(4) who(10)
      *
      * OPEN takes the next case number (the case column is left
      * blank) for a registered team, problem, submission time and
      * claim; a judge may be named at once.  ASSIGN names or
      * changes the judge on an open case.  UPHOLD, DENY and
      * WITHDRAW close an open case with today's date; UPHOLD and
      * DENY need a judge on the case.  An upheld case must name
      * the corrections.txt line (counting from 1) it produced:
      * that line must be a VOID or REPLACE of the same team,
      * problem and submission time and not already claimed by
      * another upheld case.  The scoring run reads the line
      * numbers back to show the case on corrections-log.txt.
      *
      * The updated register goes to appeals-new.txt for the job
      * step that swaps it in, every transaction goes to
      * appeal-log.txt, and the daily aging report of the cases
      * still open, oldest first, goes to appeal-aging.txt.  An
      * absent appeals.txt starts an empty register.  Return code:
      * 0 all applied, 4 one or more rejected, 8 teams.txt absent.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
000043     SELECT IN-FILE
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TEAMS-STATUS.
000043     SELECT CASE-FILE
000044         ASSIGN TO 'appeals.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CASE-STATUS.
000043     SELECT CORR-FILE
000044         ASSIGN TO 'corrections.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CORR-STATUS.
000043     SELECT TRANS-FILE
000044         ASSIGN TO 'appeal-trans.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TRANS-STATUS.
000043     SELECT NEW-FILE
000044         ASSIGN TO 'appeals-new.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT ALOG-FILE
000044         ASSIGN TO 'appeal-log.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT AGE-FILE
000044         ASSIGN TO 'appeal-aging.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000050*
000060 DATA DIVISION.
000061 FILE SECTION.
000062 FD IN-FILE.
       01 TEAM-REC.
          03 NAM PIC X(15).
          03 TM-INST PIC X(25).
          03 TM-DIV PIC XX.
          03 TM-COACH PIC X(20).
          03 TM-CONTACT PIC X(25).
          03 TM-TEAMNO PIC X(5).
       FD CASE-FILE.
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
       FD CORR-FILE.
           01 CORR-LINE.
              03 CO-ACTION PIC X(8).
              03 CO-TEAM PIC X(15).
              03 CO-IDD PIC XX.
              03 CO-TIME PIC X(4).
              03 CO-FIELD PIC X(7).
              03 CO-VALUE PIC X(19).
              03 CO-WHO PIC X(10).
              03 CO-WHY PIC X(30).
       FD TRANS-FILE.
           01 TRANS-REC.
              03 AT-ACTION PIC X(8).
              03 AT-CASE PIC X(6).
              03 AT-TEAM PIC X(15).
              03 AT-IDD PIC XX.
              03 AT-TIME PIC X(4).
              03 AT-CLAIM PIC X(40).
              03 AT-JUDGE PIC X(10).
              03 AT-CORRLN PIC X(4).
              03 AT-WHO PIC X(10).
              03 AT-EXCESS PIC X(15).
       FD NEW-FILE.
           01 NEW-REC PIC X(106).
       FD ALOG-FILE.
           01 ALOGLINE PIC X(200).
       FD AGE-FILE.
           01 AGELINE PIC X(200).
000000*
000000 WORKING-STORAGE SECTION.
000000*
           01  TEAMS-STATUS PIC XX.
           01  CASE-STATUS PIC XX.
           01  CORR-STATUS PIC XX.
           01  TRANS-STATUS PIC XX.
000000*
      * The registered team names, for the OPEN edit.
           01  REG-TAB.
               03 REG-NAM PIC X(15) OCCURS 100 TIMES.
           01  REG-COUNT PIC 999 VALUE 0.
           01  REG-I PIC 999.
           01  REGFOUND PIC X.
               88 REG-IS-FOUND VALUE 'Y'.
000000*
      * The submission key and action of each corrections.txt line,
      * by line number, for the UPHOLD edit.  The scoring run takes
      * no more than 250 lines, so neither does this table.
           01  CL-TAB.
               03 CL-ENTRY OCCURS 250 TIMES.
                  05 CL-ACTION PIC X(8).
                  05 CL-TEAM PIC X(15).
                  05 CL-IDD PIC XX.
                  05 CL-TIME PIC X(4).
           01  CL-COUNT PIC 999 VALUE 0.
           01  CL-LINE PIC 9(4).
000000*
      * The register held in storage while the transactions run.
      * CS-TAKEN marks a case already printed on the aging report.
           01  CASE-TAB.
               03 CS-ENTRY OCCURS 500 TIMES.
                  05 CS-REC.
                     07 CS-CASE PIC X(6).
                     07 CS-TEAM PIC X(15).
                     07 CS-IDD PIC XX.
                     07 CS-TIME PIC X(4).
                     07 CS-CLAIM PIC X(40).
                     07 CS-JUDGE PIC X(10).
                     07 CS-STATUS PIC X(9).
                        88 CS-IS-OPEN VALUE 'OPEN'.
                        88 CS-IS-UPHELD VALUE 'UPHELD'.
                     07 CS-OPENED PIC X(8).
                     07 CS-CLOSED PIC X(8).
                     07 CS-CORRLN PIC X(4).
                  05 CS-AGE PIC 9(5).
                  05 CS-TAKEN PIC X.
           01  CASE-COUNT PIC 999 VALUE 0.
           01  CS-I PIC 999.
           01  CS-J PIC 999.
           01  CSFOUND PIC X.
               88 CS-IS-FOUND VALUE 'Y'.
           01  NEXT-CASE PIC 9(6) VALUE 0.
           01  CASE-NUM PIC 9(6).
000000*
      * Transaction edit verdict and the run totals.
           01  TRXERR PIC X.
               88 TRX-IS-BAD VALUE 'Y'.
           01  ERR-REASON PIC X(30).
           01  LOG-CASE PIC X(6).
           01  APPL-CNT PIC 9(5) VALUE 0.
           01  REJ-CNT PIC 9(5) VALUE 0.
           01  RUN-RC PIC 9 VALUE 0.
           01  CNT5-ED PIC ZZZZ9.
000000*
      * Day numbers for the aging: DATE-TO-DAYS turns DAY-DATE
      * (YYYYMMDD) into a day count DAY-NUM, so two dates subtract.
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
000000*
      * Aging report work fields.
           01  OPEN-CNT PIC 999 VALUE 0.
           01  BAND-1 PIC 999 VALUE 0.
           01  BAND-2 PIC 999 VALUE 0.
           01  BAND-3 PIC 999 VALUE 0.
           01  AGE-ED PIC ZZZZ9.
           01  CNT3-ED PIC ZZ9.
000000*
      * Audit-log work fields.
           01  RUN-DATE PIC 9(8).
           01  RUN-TIME PIC 9(8).
           01  LINE-OUT PIC X(200).
           01  LINE-PTR PIC 9(4).
000000*
000180 PROCEDURE DIVISION.
000181* MAIN PROGRAM
000190 MAIN-PARAGRAPH.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           OPEN OUTPUT ALOG-FILE.
           MOVE 'DATE,TIME,ACTION,CASE,TEAM,STATUS,WHO' TO ALOGLINE.
           WRITE ALOGLINE.
           GO TO LOAD-TEAMS.
000181* THE REGISTERED TEAMS.  WITHOUT TEAMS.TXT NO OPEN COULD BE
000181* CHECKED, SO THE RUN STOPS THERE.
       LOAD-TEAMS.
           OPEN INPUT IN-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
               MOVE ',,,,,MASTER teams.txt ABSENT - NO RUN,'
                   TO ALOGLINE
               WRITE ALOGLINE
               CLOSE ALOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-LOOP.
           READ IN-FILE
               AT END GO TO LOAD-TEAMS-DONE.
           IF NAM = SPACES OR REG-COUNT >= 100 THEN
               GO TO LOAD-TEAMS-LOOP
           END-IF.
           ADD 1 TO REG-COUNT.
           MOVE NAM TO REG-NAM(REG-COUNT).
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-DONE.
           CLOSE IN-FILE.
           GO TO LOAD-CORRECTIONS.
000181* THE CORRECTIONS TRANSACTIONS, BY LINE NUMBER.  EVERY LINE
000181* COUNTS, BLANK OR NOT, AS IT DOES IN THE SCORING RUN.
       LOAD-CORRECTIONS.
           OPEN INPUT CORR-FILE.
           IF CORR-STATUS NOT = '00' THEN
               GO TO LOAD-CASES
           END-IF.
           GO TO LOAD-CORR-LOOP.
       LOAD-CORR-LOOP.
           READ CORR-FILE
               AT END GO TO LOAD-CORR-DONE.
           IF CL-COUNT >= 250 THEN
               GO TO LOAD-CORR-DONE
           END-IF.
           ADD 1 TO CL-COUNT.
           MOVE CO-ACTION TO CL-ACTION(CL-COUNT).
           MOVE CO-TEAM TO CL-TEAM(CL-COUNT).
           MOVE CO-IDD TO CL-IDD(CL-COUNT).
           MOVE CO-TIME TO CL-TIME(CL-COUNT).
           GO TO LOAD-CORR-LOOP.
       LOAD-CORR-DONE.
           CLOSE CORR-FILE.
           GO TO LOAD-CASES.
000181* THE CASE REGISTER.  ABSENT MEANS NO APPEAL HAS BEEN OPENED.
000181* THE NEXT CASE NUMBER FOLLOWS THE HIGHEST ONE ON FILE.
       LOAD-CASES.
           OPEN INPUT CASE-FILE.
           IF CASE-STATUS NOT = '00' THEN
               MOVE ',,,,,REGISTER appeals.txt ABSENT - NEW REGISTER,'
                   TO ALOGLINE
               WRITE ALOGLINE
               GO TO APPLY-TRANS
           END-IF.
           GO TO LOAD-CASES-LOOP.
       LOAD-CASES-LOOP.
           READ CASE-FILE
               AT END GO TO LOAD-CASES-DONE.
           IF CASE-REC = SPACES OR CASE-COUNT >= 500 THEN
               GO TO LOAD-CASES-LOOP
           END-IF.
           ADD 1 TO CASE-COUNT.
           MOVE CASE-REC TO CS-REC(CASE-COUNT).
           IF AP-CASE IS NUMERIC THEN
               MOVE AP-CASE TO CASE-NUM
               IF CASE-NUM > NEXT-CASE THEN
                   MOVE CASE-NUM TO NEXT-CASE
               END-IF
           END-IF.
           GO TO LOAD-CASES-LOOP.
       LOAD-CASES-DONE.
           CLOSE CASE-FILE.
           GO TO APPLY-TRANS.
000181* APPLY THE TRANSACTIONS IN FILE ORDER.  EVERY ONE IS LOGGED
000181* APPLIED OR REJECTED WITH ITS REASON AND WHO ASKED.
       APPLY-TRANS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT = '00' THEN
               MOVE ',,,,,NO TRANSACTION FILE - REGISTER UNCHANGED,'
                   TO ALOGLINE
               WRITE ALOGLINE
               GO TO WRITE-NEW-MASTER
           END-IF.
           GO TO TRANS-LOOP.
       TRANS-LOOP.
           READ TRANS-FILE
               AT END GO TO TRANS-DONE.
           IF TRANS-REC = SPACES THEN
               GO TO TRANS-LOOP
           END-IF.
           MOVE 'N' TO TRXERR.
           MOVE SPACES TO ERR-REASON.
           MOVE AT-CASE TO LOG-CASE.
           IF AT-EXCESS NOT = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'RECORD TOO LONG - COLUMN DRIFT' TO ERR-REASON
               GO TO TRANS-LOG.
           IF AT-ACTION = 'OPEN' THEN
               GO TO TRANS-OPEN
           END-IF.
           MOVE 'N' TO CSFOUND.
           MOVE 1 TO CS-J.
           GO TO TRANS-FIND-LOOP.
000181* EVERY ACTION BUT OPEN WORKS ON AN EXISTING CASE.
       TRANS-FIND-LOOP.
           IF CS-J > CASE-COUNT THEN
               GO TO TRANS-FIND-DONE
           END-IF.
           IF CS-CASE(CS-J) = AT-CASE THEN
               MOVE 'Y' TO CSFOUND
               MOVE CS-J TO CS-I
               GO TO TRANS-FIND-DONE
           END-IF.
           ADD 1 TO CS-J.
           GO TO TRANS-FIND-LOOP.
       TRANS-FIND-DONE.
           IF NOT CS-IS-FOUND THEN
               MOVE 'Y' TO TRXERR
               MOVE 'NO SUCH CASE' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF NOT CS-IS-OPEN(CS-I) THEN
               MOVE 'Y' TO TRXERR
               MOVE 'CASE ALREADY CLOSED' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF AT-ACTION = 'ASSIGN' THEN
               GO TO TRANS-ASSIGN
           END-IF.
           IF AT-ACTION = 'UPHOLD' THEN
               GO TO TRANS-UPHOLD
           END-IF.
           IF AT-ACTION = 'DENY' THEN
               GO TO TRANS-DENY
           END-IF.
           IF AT-ACTION = 'WITHDRAW' THEN
               MOVE 'WITHDRAWN' TO CS-STATUS(CS-I)
               MOVE RUN-DATE TO CS-CLOSED(CS-I)
               GO TO TRANS-LOG
           END-IF.
           MOVE 'Y' TO TRXERR.
           MOVE 'UNKNOWN ACTION' TO ERR-REASON.
           GO TO TRANS-LOG.
000181* A NEW CASE: A REGISTERED TEAM, A PROBLEM AND SUBMISSION
000181* TIME IN THE SCORING RUN'S FORM, AND A CLAIM.
       TRANS-OPEN.
           IF AT-CASE NOT = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'CASE NUMBER NOT TO BE KEYED' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF AT-IDD NOT NUMERIC OR AT-TIME NOT NUMERIC THEN
               MOVE 'Y' TO TRXERR
               MOVE 'BAD SUBMISSION KEY' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF AT-CLAIM = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'BLANK CLAIM' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF CASE-COUNT >= 500 THEN
               MOVE 'Y' TO TRXERR
               MOVE 'REGISTER TABLE FULL' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           MOVE 'N' TO REGFOUND.
           MOVE 1 TO REG-I.
           GO TO TRANS-OPEN-REG.
       TRANS-OPEN-REG.
           IF REG-I > REG-COUNT THEN
               GO TO TRANS-OPEN-EDIT
           END-IF.
           IF REG-NAM(REG-I) = AT-TEAM THEN
               MOVE 'Y' TO REGFOUND
               GO TO TRANS-OPEN-EDIT
           END-IF.
           ADD 1 TO REG-I.
           GO TO TRANS-OPEN-REG.
       TRANS-OPEN-EDIT.
           IF NOT REG-IS-FOUND THEN
               MOVE 'Y' TO TRXERR
               MOVE 'TEAM NOT REGISTERED' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           ADD 1 TO NEXT-CASE.
           ADD 1 TO CASE-COUNT.
           MOVE SPACES TO CS-REC(CASE-COUNT).
           MOVE NEXT-CASE TO CS-CASE(CASE-COUNT).
           MOVE AT-TEAM TO CS-TEAM(CASE-COUNT).
           MOVE AT-IDD TO CS-IDD(CASE-COUNT).
           MOVE AT-TIME TO CS-TIME(CASE-COUNT).
           MOVE AT-CLAIM TO CS-CLAIM(CASE-COUNT).
           MOVE AT-JUDGE TO CS-JUDGE(CASE-COUNT).
           MOVE 'OPEN' TO CS-STATUS(CASE-COUNT).
           MOVE RUN-DATE TO CS-OPENED(CASE-COUNT).
           MOVE CS-CASE(CASE-COUNT) TO LOG-CASE.
           GO TO TRANS-LOG.
       TRANS-ASSIGN.
           IF AT-JUDGE = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'BLANK JUDGE' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           MOVE AT-JUDGE TO CS-JUDGE(CS-I).
           GO TO TRANS-LOG.
000181* A DECISION NEEDS A JUDGE: THE ONE ON THE CASE, OR ONE NAMED
000181* ON THE DECIDING TRANSACTION.
       TRANS-DENY.
           IF AT-JUDGE NOT = SPACES THEN
               MOVE AT-JUDGE TO CS-JUDGE(CS-I)
           END-IF.
           IF CS-JUDGE(CS-I) = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'NO JUDGE ASSIGNED' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           MOVE 'DENIED' TO CS-STATUS(CS-I).
           MOVE RUN-DATE TO CS-CLOSED(CS-I).
           GO TO TRANS-LOG.
000181* AN UPHELD CASE POINTS AT THE CORRECTIONS LINE IT PRODUCED,
000181* WHICH MUST AMEND THE SAME SUBMISSION AND BELONG TO NO OTHER
000181* CASE.  NOTHING ON THE CASE CHANGES UNTIL ALL EDITS PASS.
       TRANS-UPHOLD.
           IF AT-JUDGE = SPACES AND CS-JUDGE(CS-I) = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'NO JUDGE ASSIGNED' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF AT-CORRLN NOT NUMERIC THEN
               MOVE 'Y' TO TRXERR
               MOVE 'CORRECTION LINE NOT NUMERIC' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           MOVE AT-CORRLN TO CL-LINE.
           IF CL-LINE = 0 OR CL-LINE > CL-COUNT THEN
               MOVE 'Y' TO TRXERR
               MOVE 'NO SUCH CORRECTION LINE' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF CL-ACTION(CL-LINE) NOT = 'VOID'
                   AND CL-ACTION(CL-LINE) NOT = 'REPLACE' THEN
               MOVE 'Y' TO TRXERR
               MOVE 'CORRECTION NOT VOID OR REPLACE' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF CL-TEAM(CL-LINE) NOT = CS-TEAM(CS-I)
                   OR CL-IDD(CL-LINE) NOT = CS-IDD(CS-I)
                   OR CL-TIME(CL-LINE) NOT = CS-TIME(CS-I) THEN
               MOVE 'Y' TO TRXERR
               MOVE 'CORRECTION IS FOR ANOTHER RUN' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           MOVE 1 TO CS-J.
           GO TO UPHOLD-CLAIM-LOOP.
       UPHOLD-CLAIM-LOOP.
           IF CS-J > CASE-COUNT THEN
               GO TO UPHOLD-APPLY
           END-IF.
           IF CS-IS-UPHELD(CS-J) AND CS-CORRLN(CS-J) = AT-CORRLN THEN
               MOVE 'Y' TO TRXERR
               STRING 'LINE ALREADY ON CASE ' CS-CASE(CS-J)
                   DELIMITED BY SIZE INTO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           ADD 1 TO CS-J.
           GO TO UPHOLD-CLAIM-LOOP.
       UPHOLD-APPLY.
           IF AT-JUDGE NOT = SPACES THEN
               MOVE AT-JUDGE TO CS-JUDGE(CS-I)
           END-IF.
           MOVE 'UPHELD' TO CS-STATUS(CS-I).
           MOVE RUN-DATE TO CS-CLOSED(CS-I).
           MOVE AT-CORRLN TO CS-CORRLN(CS-I).
           GO TO TRANS-LOG.
       TRANS-LOG.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING RUN-DATE ',' RUN-TIME(1:6) ',' AT-ACTION ','
               LOG-CASE ',' AT-TEAM ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF TRX-IS-BAD THEN
               ADD 1 TO REJ-CNT
               STRING 'REJECTED: ' ERR-REASON DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           ELSE
               ADD 1 TO APPL-CNT
               STRING 'APPLIED' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           STRING ',' AT-WHO DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO ALOGLINE.
           WRITE ALOGLINE.
           GO TO TRANS-LOOP.
       TRANS-DONE.
           CLOSE TRANS-FILE.
           GO TO WRITE-NEW-MASTER.
000181* WRITE THE UPDATED REGISTER, IN CASE ORDER, FOR THE JOB STEP
000181* THAT SWAPS IT IN OVER APPEALS.TXT.  CLOSED CASES STAY ON
000181* FILE AS THE RECORD OF WHAT WAS DECIDED.
       WRITE-NEW-MASTER.
           OPEN OUTPUT NEW-FILE.
           MOVE 1 TO CS-I.
           GO TO NEW-MASTER-LOOP.
       NEW-MASTER-LOOP.
           IF CS-I > CASE-COUNT THEN
               GO TO NEW-MASTER-DONE
           END-IF.
           MOVE CS-REC(CS-I) TO NEW-REC.
           WRITE NEW-REC.
           ADD 1 TO CS-I.
           GO TO NEW-MASTER-LOOP.
       NEW-MASTER-DONE.
           CLOSE NEW-FILE.
           MOVE APPL-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING ',,,,,APPLIED: ' CNT5-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO ALOGLINE.
           WRITE ALOGLINE.
           MOVE REJ-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING ',,,,,REJECTED: ' CNT5-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO ALOGLINE.
           WRITE ALOGLINE.
           CLOSE ALOG-FILE.
           GO TO AGING-START.
000181* AGING REPORT: THE AGE IN DAYS OF EVERY OPEN CASE, THEN THE
000181* CASES LISTED OLDEST FIRST BY REPEATED MAXIMUM SCAN, WITH A
000181* COUNT PER AGE BAND AT THE FOOT.
       AGING-START.
           MOVE RUN-DATE TO DAY-DATE.
           PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT.
           MOVE DAY-NUM TO TODAY-NUM.
           MOVE 1 TO CS-I.
           GO TO AGING-CALC-LOOP.
       AGING-CALC-LOOP.
           IF CS-I > CASE-COUNT THEN
               GO TO AGING-PRINT
           END-IF.
           MOVE 'Y' TO CS-TAKEN(CS-I).
           MOVE 0 TO CS-AGE(CS-I).
           IF NOT CS-IS-OPEN(CS-I) THEN
               GO TO AGING-CALC-NEXT
           END-IF.
           MOVE 'N' TO CS-TAKEN(CS-I).
           ADD 1 TO OPEN-CNT.
           IF CS-OPENED(CS-I) IS NUMERIC THEN
               MOVE CS-OPENED(CS-I) TO DAY-DATE
               PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
               IF DAY-NUM < TODAY-NUM THEN
                   COMPUTE CS-AGE(CS-I) = TODAY-NUM - DAY-NUM
               END-IF
           END-IF.
           IF CS-AGE(CS-I) < 2 THEN
               ADD 1 TO BAND-1
           ELSE
               IF CS-AGE(CS-I) < 7 THEN
                   ADD 1 TO BAND-2
               ELSE
                   ADD 1 TO BAND-3
               END-IF
           END-IF.
       AGING-CALC-NEXT.
           ADD 1 TO CS-I.
           GO TO AGING-CALC-LOOP.
       AGING-PRINT.
           OPEN OUTPUT AGE-FILE.
           MOVE 'Appeals Aging Report - open cases, oldest first'
               TO AGELINE.
           WRITE AGELINE.
           MOVE SPACES TO AGELINE.
           STRING 'As of ' RUN-DATE DELIMITED BY SIZE INTO AGELINE.
           WRITE AGELINE.
           MOVE SPACES TO AGELINE.
           WRITE AGELINE.
           MOVE SPACES TO AGELINE.
           STRING 'CASE   TEAM            PB SUBT OPENED     AGE '
               'JUDGE      CLAIM' DELIMITED BY SIZE INTO AGELINE.
           WRITE AGELINE.
           GO TO AGING-PICK.
       AGING-PICK.
           MOVE 0 TO CS-I.
           MOVE 1 TO CS-J.
           GO TO AGING-PICK-SCAN.
       AGING-PICK-SCAN.
           IF CS-J > CASE-COUNT THEN
               GO TO AGING-PICK-EMIT
           END-IF.
           IF CS-TAKEN(CS-J) = 'Y' THEN
               GO TO AGING-PICK-NEXT
           END-IF.
           IF CS-I = 0 THEN
               MOVE CS-J TO CS-I
               GO TO AGING-PICK-NEXT
           END-IF.
           IF CS-AGE(CS-J) > CS-AGE(CS-I) THEN
               MOVE CS-J TO CS-I
           END-IF.
       AGING-PICK-NEXT.
           ADD 1 TO CS-J.
           GO TO AGING-PICK-SCAN.
       AGING-PICK-EMIT.
           IF CS-I = 0 THEN
               GO TO AGING-FOOT
           END-IF.
           MOVE CS-AGE(CS-I) TO AGE-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING CS-CASE(CS-I) ' ' CS-TEAM(CS-I) ' ' CS-IDD(CS-I)
               ' ' CS-TIME(CS-I) ' ' CS-OPENED(CS-I) ' ' AGE-ED ' '
               CS-JUDGE(CS-I) ' ' CS-CLAIM(CS-I)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           IF CS-JUDGE(CS-I) = SPACES THEN
               MOVE 'UNASSIGNED' TO LINE-OUT(47:10)
           END-IF.
           MOVE LINE-OUT TO AGELINE.
           WRITE AGELINE.
           MOVE 'Y' TO CS-TAKEN(CS-I).
           GO TO AGING-PICK.
       AGING-FOOT.
           MOVE SPACES TO AGELINE.
           WRITE AGELINE.
           MOVE OPEN-CNT TO CNT3-ED.
           MOVE SPACES TO AGELINE.
           STRING 'Open cases:        ' CNT3-ED DELIMITED BY SIZE
               INTO AGELINE.
           WRITE AGELINE.
           MOVE BAND-1 TO CNT3-ED.
           MOVE SPACES TO AGELINE.
           STRING '  0-1 days:        ' CNT3-ED DELIMITED BY SIZE
               INTO AGELINE.
           WRITE AGELINE.
           MOVE BAND-2 TO CNT3-ED.
           MOVE SPACES TO AGELINE.
           STRING '  2-6 days:        ' CNT3-ED DELIMITED BY SIZE
               INTO AGELINE.
           WRITE AGELINE.
           MOVE BAND-3 TO CNT3-ED.
           MOVE SPACES TO AGELINE.
           STRING '  7 days and over: ' CNT3-ED DELIMITED BY SIZE
               INTO AGELINE.
           WRITE AGELINE.
           CLOSE AGE-FILE.
           IF REJ-CNT > 0 THEN
               MOVE 4 TO RUN-RC
           END-IF.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
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
