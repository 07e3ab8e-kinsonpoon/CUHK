000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BILLING.
      *
      *
      * CSCI3180 Principles of Programming Languages
      *
      * Registration fee billing.  Every team in teams.txt is billed
      * the entry fee for its division from fee-schedule.txt, one
      * line per division:
      *
      *   division(2) fee(7, pence/cents, no point) due-date(8)
      *
      * A line with a blank division is the fee for any division
      * not listed.  Payments are keyed to payments.txt as received:
      *
      *   institution(25) date-received(8) amount(7) reference(10)
      *
      * A payment is made by the institution, not the team, so the
      * money received from an institution is allocated to its teams
      * in teams.txt order, each team's fee paid in full before the
      * next; anything left over is shown as a credit.  The run
      * writes
      *
      *   invoices.txt     - one invoice per institution (TM-INST)
      *                      listing its teams, fee, paid and due
      *   fee-ledger.txt   - the ledger: every team fee, payment and
      *                      rejected payment, a line per institution
      *                      with billed, paid and outstanding, and
      *                      the totals
      *   dunning-list.txt - institutions with money outstanding past
      *                      the due date, most overdue first
      *   team-balance.txt - one line per team for the scoring run
      *                      and the pre-flight edit:
      *                      team(15) institution(25) division(2)
      *                      fee(7) paid(7) owed(7) status(6)
      *                      where status is PAID or UNPAID
      *
      * The scoring run holds back the result letter of every UNPAID
      * team until the fee clears and a later billing run shows it
      * PAID.  invoices.txt and dunning-list.txt carry the coach and
      * contact, so both are entered in file-catalogue.txt for the
      * retention job.  Return code: 0 clean, 4 a payment rejected or a
      * division with no fee, 8 teams.txt or fee-schedule.txt
      * absent (nothing billed).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
000043     SELECT IN-FILE
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TEAMS-STATUS.
000043     SELECT CONTROL-FILE
000044         ASSIGN TO 'contest-control.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CONTROL-STATUS.
000043     SELECT FEE-FILE
000044         ASSIGN TO 'fee-schedule.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS FEE-STATUS.
000043     SELECT PAY-FILE
000044         ASSIGN TO 'payments.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS PAY-STATUS.
000043     SELECT INV-FILE
000044         ASSIGN TO 'invoices.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT LEDGER-FILE
000044         ASSIGN TO 'fee-ledger.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT DUN-FILE
000044         ASSIGN TO 'dunning-list.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT CATLG-FILE
000044         ASSIGN TO 'file-catalogue.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CATLG-STATUS.
000043     SELECT BAL-FILE
000044         ASSIGN TO 'team-balance.txt'
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
       FD CONTROL-FILE.
           01 CONTROL-LINE PIC X(50).
       FD FEE-FILE.
           01 FEE-REC.
              03 FS-DIV PIC XX.
              03 FS-FEE-X PIC X(7).
              03 FS-FEE REDEFINES FS-FEE-X PIC 9(5)V99.
              03 FS-DUE PIC X(8).
       FD PAY-FILE.
           01 PAY-REC.
              03 PY-INST PIC X(25).
              03 PY-DATE PIC X(8).
              03 PY-AMT-X PIC X(7).
              03 PY-AMT REDEFINES PY-AMT-X PIC 9(5)V99.
              03 PY-REF PIC X(10).
       FD INV-FILE.
           01 INVLINE PIC X(100).
       FD LEDGER-FILE.
           01 LEDGERLINE PIC X(200).
       FD DUN-FILE.
           01 DUNLINE PIC X(150).
       FD CATLG-FILE.
           01 CATLG-REC.
              03 CG-TYPE PIC X(8).
              03 CG-DATE PIC 9(8).
              03 CG-NAME PIC X(40).
       FD BAL-FILE.
           01 BAL-REC.
              03 TB-TEAM PIC X(15).
              03 TB-INST PIC X(25).
              03 TB-DIV PIC XX.
              03 TB-FEE PIC 9(5)V99.
              03 TB-PAID PIC 9(5)V99.
              03 TB-OWED PIC 9(5)V99.
              03 TB-STATUS PIC X(6).
000000*
000000 WORKING-STORAGE SECTION.
000000*
           01  TEAMS-STATUS PIC XX.
           01  CONTROL-STATUS PIC XX.
           01  FEE-STATUS PIC XX.
           01  PAY-STATUS PIC XX.
           01  CATLG-STATUS PIC XX.
           01  CATLG-TYPE PIC X(8).
           01  CATLG-NAME PIC X(40).
           01  CTL-TITLE-1 PIC X(50) VALUE SPACES.
           01  CTL-TITLE-2 PIC X(50) VALUE SPACES.
000000*
      * The fee schedule.  FE-DEFAULT is the entry for a blank
      * division, zero when there is none.
           01  FE-TAB.
               03 FE-ENTRY OCCURS 20 TIMES.
                  05 FE-DIV PIC XX.
                  05 FE-FEE PIC 9(5)V99.
                  05 FE-DUE PIC X(8).
           01  FE-COUNT PIC 99 VALUE 0.
           01  FE-I PIC 99.
           01  FE-DEFAULT PIC 99 VALUE 0.
000000*
      * The teams in teams.txt order, with the fee billed and the
      * part of it paid once the payments are allocated.
           01  BT-TAB.
               03 BT-ENTRY OCCURS 100 TIMES.
                  05 BT-NAM PIC X(15).
                  05 BT-INST PIC X(25).
                  05 BT-DIV PIC XX.
                  05 BT-FEE PIC 9(5)V99.
                  05 BT-PAID PIC 9(5)V99.
                  05 BT-DUE PIC X(8).
                  05 BT-SCHED PIC X.
                     88 BT-NO-FEE VALUE 'N'.
           01  BT-COUNT PIC 999 VALUE 0.
           01  BT-I PIC 999.
000000*
      * One entry per institution, in order of first appearance in
      * teams.txt.  IN-DUE is the earliest due date of its teams
      * until the payments are allocated, then of those of its teams
      * still owing; IN-CREDIT is money received beyond what it was
      * billed.
           01  IN-TAB.
               03 IN-ENTRY OCCURS 100 TIMES.
                  05 IN-NAME PIC X(25).
                  05 IN-COACH PIC X(20).
                  05 IN-CONTACT PIC X(25).
                  05 IN-TEAMS PIC 999.
                  05 IN-BILLED PIC 9(6)V99.
                  05 IN-PAID PIC 9(6)V99.
                  05 IN-OWED PIC 9(6)V99.
                  05 IN-CREDIT PIC 9(6)V99.
                  05 IN-DUE PIC X(8).
                  05 IN-OWE-DUE PIC X(8).
                  05 IN-LATE PIC 9(5).
                  05 IN-TAKEN PIC X.
           01  IN-COUNT PIC 999 VALUE 0.
           01  IN-I PIC 999.
           01  IN-J PIC 999.
           01  INST-KEY PIC X(25).
           01  INFOUND PIC X.
               88 IN-IS-FOUND VALUE 'Y'.
           01  ALLOC-LEFT PIC 9(6)V99.
000000*
      * Run totals and the return code.
           01  TOT-BILLED PIC 9(7)V99 VALUE 0.
           01  TOT-PAID PIC 9(7)V99 VALUE 0.
           01  TOT-OWED PIC 9(7)V99 VALUE 0.
           01  PAY-CNT PIC 9(5) VALUE 0.
           01  REJ-CNT PIC 9(5) VALUE 0.
           01  NOFEE-CNT PIC 999 VALUE 0.
           01  DUN-CNT PIC 999 VALUE 0.
           01  INV-NUM PIC 9(4) VALUE 0.
           01  ERR-REASON PIC X(30).
           01  RUN-RC PIC 9 VALUE 0.
000000*
      * Edited amounts: AMT-ED for the CSV ledger, MONEY-ED and
      * BIG-ED for the printed invoice and dunning list.
           01  AMT-ED PIC ZZZZZZ9.99.
           01  MONEY-ED PIC ZZ,ZZ9.99.
           01  BIG-ED PIC Z,ZZZ,ZZ9.99.
           01  CNT3-ED PIC ZZ9.
           01  CNT5-ED PIC ZZZZ9.
           01  LATE-ED PIC ZZZZ9.
000000*
      * Day numbers for the days overdue: DATE-TO-DAYS turns
      * DAY-DATE (YYYYMMDD) into a day count DAY-NUM.
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
           01  RUN-DATE PIC 9(8).
           01  LINE-OUT PIC X(200).
           01  LINE-PTR PIC 9(4).
000000*
000180 PROCEDURE DIVISION.
000181* MAIN PROGRAM
000190 MAIN-PARAGRAPH.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO DAY-DATE.
           PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT.
           MOVE DAY-NUM TO TODAY-NUM.
           OPEN OUTPUT LEDGER-FILE.
           MOVE SPACES TO LEDGERLINE.
           STRING 'TYPE,INSTITUTION,TEAM,DATE,REF,'
               'BILLED,PAID,OUTSTANDING,NOTE'
               DELIMITED BY SIZE INTO LEDGERLINE.
           WRITE LEDGERLINE.
           GO TO LOAD-CONTROL.
000181* THE CONTEST TITLES FOR THE INVOICE HEAD, IF THERE ARE ANY.
       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = '00' THEN
               GO TO LOAD-FEES
           END-IF.
           READ CONTROL-FILE
               AT END GO TO LOAD-CONTROL-DONE.
           MOVE CONTROL-LINE TO CTL-TITLE-1.
           READ CONTROL-FILE
               AT END GO TO LOAD-CONTROL-DONE.
           MOVE CONTROL-LINE TO CTL-TITLE-2.
       LOAD-CONTROL-DONE.
           CLOSE CONTROL-FILE.
           GO TO LOAD-FEES.
000181* THE FEE SCHEDULE.  WITHOUT IT NO FEE IS KNOWN, SO NOTHING IS
000181* BILLED AND NO BALANCE FILE IS WRITTEN FOR THE SCORING RUN.
       LOAD-FEES.
           OPEN INPUT FEE-FILE.
           IF FEE-STATUS NOT = '00' THEN
               MOVE SPACES TO LEDGERLINE
               STRING 'NOTE,,,,,,,,FEE SCHEDULE fee-schedule.txt '
                   'ABSENT - NOTHING BILLED'
                   DELIMITED BY SIZE INTO LEDGERLINE
               WRITE LEDGERLINE
               CLOSE LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           GO TO LOAD-FEES-LOOP.
       LOAD-FEES-LOOP.
           READ FEE-FILE
               AT END GO TO LOAD-FEES-DONE.
           IF FEE-REC = SPACES THEN
               GO TO LOAD-FEES-LOOP
           END-IF.
           IF FS-FEE-X NOT NUMERIC OR FS-DUE NOT NUMERIC
                   OR FE-COUNT >= 20 THEN
               MOVE SPACES TO LINE-OUT
               MOVE 1 TO LINE-PTR
               STRING 'NOTE,,,,,,,,FEE SCHEDULE LINE IGNORED: ' FEE-REC
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO LEDGERLINE
               WRITE LEDGERLINE
               MOVE 4 TO RUN-RC
               GO TO LOAD-FEES-LOOP
           END-IF.
           ADD 1 TO FE-COUNT.
           MOVE FS-DIV TO FE-DIV(FE-COUNT).
           MOVE FS-FEE TO FE-FEE(FE-COUNT).
           MOVE FS-DUE TO FE-DUE(FE-COUNT).
           IF FS-DIV = SPACES THEN
               MOVE FE-COUNT TO FE-DEFAULT
           END-IF.
           GO TO LOAD-FEES-LOOP.
       LOAD-FEES-DONE.
           CLOSE FEE-FILE.
           GO TO LOAD-TEAMS.
000181* THE TEAMS, EACH BILLED ITS DIVISION'S FEE (OR THE DEFAULT)
000181* AND ADDED TO ITS INSTITUTION.  A TEAM WITH NO FEE FOR ITS
000181* DIVISION IS BILLED NOTHING AND NOTED ON THE LEDGER.
       LOAD-TEAMS.
           OPEN INPUT IN-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
               MOVE 'NOTE,,,,,,,,MASTER teams.txt ABSENT - NO BILLING'
                   TO LEDGERLINE
               WRITE LEDGERLINE
               CLOSE LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-LOOP.
           READ IN-FILE
               AT END GO TO LOAD-TEAMS-DONE.
           IF NAM = SPACES OR BT-COUNT >= 100 THEN
               GO TO LOAD-TEAMS-LOOP
           END-IF.
           ADD 1 TO BT-COUNT.
           MOVE NAM TO BT-NAM(BT-COUNT).
           MOVE TM-INST TO BT-INST(BT-COUNT).
           MOVE TM-DIV TO BT-DIV(BT-COUNT).
           MOVE 0 TO BT-FEE(BT-COUNT).
           MOVE 0 TO BT-PAID(BT-COUNT).
           MOVE SPACES TO BT-DUE(BT-COUNT).
           MOVE 'Y' TO BT-SCHED(BT-COUNT).
           MOVE 1 TO FE-I.
           GO TO TEAM-FEE-LOOP.
       TEAM-FEE-LOOP.
           IF FE-I > FE-COUNT THEN
               MOVE FE-DEFAULT TO FE-I
               GO TO TEAM-FEE-DONE
           END-IF.
           IF FE-DIV(FE-I) = TM-DIV AND TM-DIV NOT = SPACES THEN
               GO TO TEAM-FEE-DONE
           END-IF.
           ADD 1 TO FE-I.
           GO TO TEAM-FEE-LOOP.
       TEAM-FEE-DONE.
           IF FE-I = 0 THEN
               MOVE 'N' TO BT-SCHED(BT-COUNT)
               ADD 1 TO NOFEE-CNT
               MOVE 4 TO RUN-RC
           ELSE
               MOVE FE-FEE(FE-I) TO BT-FEE(BT-COUNT)
               MOVE FE-DUE(FE-I) TO BT-DUE(BT-COUNT)
           END-IF.
           MOVE TM-INST TO INST-KEY.
           PERFORM FIND-INST THRU FIND-INST-EXIT.
           IF NOT IN-IS-FOUND THEN
               ADD 1 TO IN-COUNT
               MOVE IN-COUNT TO IN-I
               MOVE SPACES TO IN-ENTRY(IN-I)
               MOVE TM-INST TO IN-NAME(IN-I)
               MOVE TM-COACH TO IN-COACH(IN-I)
               MOVE TM-CONTACT TO IN-CONTACT(IN-I)
               MOVE 0 TO IN-TEAMS(IN-I)
               MOVE 0 TO IN-BILLED(IN-I)
               MOVE 0 TO IN-PAID(IN-I)
               MOVE 0 TO IN-OWED(IN-I)
               MOVE 0 TO IN-CREDIT(IN-I)
               MOVE 0 TO IN-LATE(IN-I)
           END-IF.
           ADD 1 TO IN-TEAMS(IN-I).
           ADD BT-FEE(BT-COUNT) TO IN-BILLED(IN-I).
           IF BT-DUE(BT-COUNT) NOT = SPACES THEN
               IF IN-DUE(IN-I) = SPACES
                       OR BT-DUE(BT-COUNT) < IN-DUE(IN-I) THEN
                   MOVE BT-DUE(BT-COUNT) TO IN-DUE(IN-I)
               END-IF
           END-IF.
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-DONE.
           CLOSE IN-FILE.
           GO TO LOAD-PAYMENTS.
000181* THE PAYMENTS RECEIVED.  A PAYMENT MUST COME FROM AN
000181* INSTITUTION WITH A TEAM ENTERED, BE DATED, AND BE FOR A
000181* NUMERIC AMOUNT ABOVE ZERO; ANY OTHER IS LEFT ON THE LEDGER
000181* AS REJECTED FOR FINANCE TO CHASE, AND NOT CREDITED.
       LOAD-PAYMENTS.
           OPEN INPUT PAY-FILE.
           IF PAY-STATUS NOT = '00' THEN
               MOVE 'NOTE,,,,,,,,NO PAYMENTS FILE - NOTHING RECEIVED'
                   TO LEDGERLINE
               WRITE LEDGERLINE
               GO TO ALLOCATE-START
           END-IF.
           GO TO PAY-LOOP.
       PAY-LOOP.
           READ PAY-FILE
               AT END GO TO PAY-DONE.
           IF PAY-REC = SPACES THEN
               GO TO PAY-LOOP
           END-IF.
           MOVE SPACES TO ERR-REASON.
           MOVE PY-INST TO INST-KEY.
           PERFORM FIND-INST THRU FIND-INST-EXIT.
           IF NOT IN-IS-FOUND THEN
               MOVE 'INSTITUTION HAS NO TEAM' TO ERR-REASON
           END-IF.
           IF PY-DATE NOT NUMERIC THEN
               MOVE 'DATE RECEIVED NOT YYYYMMDD' TO ERR-REASON
           END-IF.
           IF PY-AMT-X NOT NUMERIC THEN
               MOVE 'AMOUNT NOT NUMERIC' TO ERR-REASON
           ELSE
               IF PY-AMT = 0 THEN
                   MOVE 'AMOUNT IS ZERO' TO ERR-REASON
               END-IF
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           IF ERR-REASON NOT = SPACES THEN
               ADD 1 TO REJ-CNT
               MOVE 4 TO RUN-RC
               STRING 'REJECT,' PY-INST ',,' PY-DATE ',' PY-REF
                   ',,' PY-AMT-X ',,' ERR-REASON
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               MOVE LINE-OUT TO LEDGERLINE
               WRITE LEDGERLINE
               GO TO PAY-LOOP
           END-IF.
           ADD 1 TO PAY-CNT.
           ADD PY-AMT TO IN-PAID(IN-I).
           MOVE PY-AMT TO AMT-ED.
           STRING 'PAYMENT,' PY-INST ',,' PY-DATE ',' PY-REF
               ',,' AMT-ED ',,' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO LEDGERLINE.
           WRITE LEDGERLINE.
           GO TO PAY-LOOP.
       PAY-DONE.
           CLOSE PAY-FILE.
           GO TO ALLOCATE-START.
000181* ALLOCATE EACH INSTITUTION'S MONEY TO ITS TEAMS IN TEAMS.TXT
000181* ORDER, EACH FEE IN FULL BEFORE THE NEXT.  WHAT IS LEFT IS A
000181* CREDIT; WHAT IS SHORT IS OUTSTANDING.
       ALLOCATE-START.
           MOVE 1 TO IN-I.
           GO TO ALLOCATE-INST.
       ALLOCATE-INST.
           IF IN-I > IN-COUNT THEN
               GO TO WRITE-BALANCES
           END-IF.
           MOVE IN-PAID(IN-I) TO ALLOC-LEFT.
           MOVE SPACES TO IN-OWE-DUE(IN-I).
           MOVE 1 TO BT-I.
           GO TO ALLOCATE-TEAM.
       ALLOCATE-TEAM.
           IF BT-I > BT-COUNT THEN
               GO TO ALLOCATE-NEXT
           END-IF.
           IF BT-INST(BT-I) NOT = IN-NAME(IN-I) THEN
               ADD 1 TO BT-I
               GO TO ALLOCATE-TEAM
           END-IF.
           IF ALLOC-LEFT >= BT-FEE(BT-I) THEN
               MOVE BT-FEE(BT-I) TO BT-PAID(BT-I)
           ELSE
               MOVE ALLOC-LEFT TO BT-PAID(BT-I)
           END-IF.
           SUBTRACT BT-PAID(BT-I) FROM ALLOC-LEFT.
           IF BT-PAID(BT-I) < BT-FEE(BT-I)
                   AND BT-DUE(BT-I) NOT = SPACES THEN
               IF IN-OWE-DUE(IN-I) = SPACES
                       OR BT-DUE(BT-I) < IN-OWE-DUE(IN-I) THEN
                   MOVE BT-DUE(BT-I) TO IN-OWE-DUE(IN-I)
               END-IF
           END-IF.
           ADD 1 TO BT-I.
           GO TO ALLOCATE-TEAM.
       ALLOCATE-NEXT.
           MOVE ALLOC-LEFT TO IN-CREDIT(IN-I).
           IF IN-BILLED(IN-I) > IN-PAID(IN-I) THEN
               COMPUTE IN-OWED(IN-I) = IN-BILLED(IN-I) - IN-PAID(IN-I)
               MOVE IN-OWE-DUE(IN-I) TO IN-DUE(IN-I)
           END-IF.
           IF IN-OWED(IN-I) > 0 AND IN-DUE(IN-I) IS NUMERIC
                   AND IN-DUE(IN-I) < RUN-DATE THEN
               MOVE IN-DUE(IN-I) TO DAY-DATE
               PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
               COMPUTE IN-LATE(IN-I) = TODAY-NUM - DAY-NUM
           END-IF.
           ADD IN-BILLED(IN-I) TO TOT-BILLED.
           ADD IN-PAID(IN-I) TO TOT-PAID.
           ADD IN-OWED(IN-I) TO TOT-OWED.
           ADD 1 TO IN-I.
           GO TO ALLOCATE-INST.
000181* THE BALANCE OF EVERY TEAM, FOR THE SCORING RUN AND THE
000181* PRE-FLIGHT EDIT, AND ITS FEE LINE ON THE LEDGER.
       WRITE-BALANCES.
           OPEN OUTPUT BAL-FILE.
           MOVE 1 TO BT-I.
           GO TO BALANCE-LOOP.
       BALANCE-LOOP.
           IF BT-I > BT-COUNT THEN
               GO TO BALANCE-DONE
           END-IF.
           MOVE SPACES TO BAL-REC.
           MOVE BT-NAM(BT-I) TO TB-TEAM.
           MOVE BT-INST(BT-I) TO TB-INST.
           MOVE BT-DIV(BT-I) TO TB-DIV.
           MOVE BT-FEE(BT-I) TO TB-FEE.
           MOVE BT-PAID(BT-I) TO TB-PAID.
           COMPUTE TB-OWED = BT-FEE(BT-I) - BT-PAID(BT-I).
           IF TB-OWED > 0 THEN
               MOVE 'UNPAID' TO TB-STATUS
           ELSE
               MOVE 'PAID' TO TB-STATUS
           END-IF.
           WRITE BAL-REC.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'FEE,' BT-INST(BT-I) ',' BT-NAM(BT-I) ','
               BT-DUE(BT-I) ',,' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE BT-FEE(BT-I) TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE BT-PAID(BT-I) TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE TB-OWED TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF BT-NO-FEE(BT-I) THEN
               STRING 'NO FEE SCHEDULED FOR DIVISION ' BT-DIV(BT-I)
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO LEDGERLINE.
           WRITE LEDGERLINE.
           ADD 1 TO BT-I.
           GO TO BALANCE-LOOP.
       BALANCE-DONE.
           CLOSE BAL-FILE.
           OPEN OUTPUT INV-FILE.
           MOVE 1 TO IN-I.
           GO TO INVOICE-LOOP.
000181* ONE INVOICE PER INSTITUTION, ITS TEAMS IN TEAMS.TXT ORDER,
000181* AND ITS LEDGER LINE.
       INVOICE-LOOP.
           IF IN-I > IN-COUNT THEN
               GO TO INVOICE-DONE
           END-IF.
           ADD 1 TO INV-NUM.
           MOVE ALL '-' TO INVLINE.
           WRITE INVLINE.
           MOVE CTL-TITLE-1 TO INVLINE.
           WRITE INVLINE.
           MOVE CTL-TITLE-2 TO INVLINE.
           WRITE INVLINE.
           MOVE 'INVOICE - CONTEST REGISTRATION FEES' TO INVLINE.
           WRITE INVLINE.
           MOVE SPACES TO INVLINE.
           STRING 'INVOICE NO: ' INV-NUM '   DATE: ' RUN-DATE
               DELIMITED BY SIZE INTO INVLINE.
           WRITE INVLINE.
           MOVE SPACES TO INVLINE.
           WRITE INVLINE.
           MOVE SPACES TO INVLINE.
           STRING 'TO:   ' IN-NAME(IN-I) DELIMITED BY SIZE
               INTO INVLINE.
           WRITE INVLINE.
           MOVE SPACES TO INVLINE.
           STRING 'ATTN: ' IN-COACH(IN-I) '  ' IN-CONTACT(IN-I)
               DELIMITED BY SIZE INTO INVLINE.
           WRITE INVLINE.
           MOVE SPACES TO INVLINE.
           WRITE INVLINE.
           MOVE 'TEAM            DIV       FEE       PAID  OUTSTANDING'
               TO INVLINE.
           WRITE INVLINE.
           MOVE 1 TO BT-I.
           GO TO INVOICE-TEAM.
       INVOICE-TEAM.
           IF BT-I > BT-COUNT THEN
               GO TO INVOICE-FOOT
           END-IF.
           IF BT-INST(BT-I) NOT = IN-NAME(IN-I) THEN
               ADD 1 TO BT-I
               GO TO INVOICE-TEAM
           END-IF.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING BT-NAM(BT-I) ' ' BT-DIV(BT-I) '  '
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE BT-FEE(BT-I) TO MONEY-ED.
           STRING MONEY-ED '  ' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE BT-PAID(BT-I) TO MONEY-ED.
           STRING MONEY-ED '    ' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           COMPUTE MONEY-ED = BT-FEE(BT-I) - BT-PAID(BT-I).
           STRING MONEY-ED DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF BT-NO-FEE(BT-I) THEN
               STRING '  NO FEE SCHEDULED' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO INVLINE.
           WRITE INVLINE.
           ADD 1 TO BT-I.
           GO TO INVOICE-TEAM.
       INVOICE-FOOT.
           MOVE SPACES TO INVLINE.
           WRITE INVLINE.
           MOVE IN-BILLED(IN-I) TO BIG-ED.
           MOVE SPACES TO INVLINE.
           STRING 'TOTAL BILLED:      ' BIG-ED DELIMITED BY SIZE
               INTO INVLINE.
           WRITE INVLINE.
           MOVE IN-PAID(IN-I) TO BIG-ED.
           MOVE SPACES TO INVLINE.
           STRING 'PAYMENTS RECEIVED: ' BIG-ED DELIMITED BY SIZE
               INTO INVLINE.
           WRITE INVLINE.
           MOVE IN-OWED(IN-I) TO BIG-ED.
           MOVE SPACES TO INVLINE.
           STRING 'BALANCE DUE:       ' BIG-ED DELIMITED BY SIZE
               INTO INVLINE.
           WRITE INVLINE.
           IF IN-CREDIT(IN-I) > 0 THEN
               MOVE IN-CREDIT(IN-I) TO BIG-ED
               MOVE SPACES TO INVLINE
               STRING 'CREDIT HELD:       ' BIG-ED DELIMITED BY SIZE
                   INTO INVLINE
               WRITE INVLINE
           END-IF.
           IF IN-OWED(IN-I) > 0 THEN
               MOVE SPACES TO INVLINE
               STRING 'PAYMENT DUE BY:    ' IN-DUE(IN-I)
                   DELIMITED BY SIZE INTO INVLINE
               WRITE INVLINE
               MOVE 'RESULT LETTERS ARE HELD UNTIL THE BALANCE IS PAID.'
                   TO INVLINE
               WRITE INVLINE
           ELSE
               MOVE 'PAID IN FULL - THANK YOU.' TO INVLINE
               WRITE INVLINE
           END-IF.
           MOVE SPACES TO INVLINE.
           WRITE INVLINE.
           MOVE IN-TEAMS(IN-I) TO CNT3-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'INST,' IN-NAME(IN-I) ',' CNT3-ED ' TEAM(S),'
               IN-DUE(IN-I) ',,' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE IN-BILLED(IN-I) TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE IN-PAID(IN-I) TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE IN-OWED(IN-I) TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           IF IN-LATE(IN-I) > 0 THEN
               MOVE IN-LATE(IN-I) TO LATE-ED
               STRING 'OVERDUE ' LATE-ED ' DAYS' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           IF IN-CREDIT(IN-I) > 0 THEN
               MOVE IN-CREDIT(IN-I) TO AMT-ED
               STRING 'CREDIT ' AMT-ED DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
           END-IF.
           MOVE LINE-OUT TO LEDGERLINE.
           WRITE LEDGERLINE.
           MOVE 'N' TO IN-TAKEN(IN-I).
           IF IN-LATE(IN-I) = 0 THEN
               MOVE 'Y' TO IN-TAKEN(IN-I)
           ELSE
               ADD 1 TO DUN-CNT
           END-IF.
           ADD 1 TO IN-I.
           GO TO INVOICE-LOOP.
       INVOICE-DONE.
           CLOSE INV-FILE.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING 'TOTAL,,,,,' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE TOT-BILLED TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE TOT-PAID TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE TOT-OWED TO AMT-ED.
           STRING AMT-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE PAY-CNT TO CNT5-ED.
           STRING CNT5-ED ' PAYMENT(S) APPLIED' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE REJ-CNT TO CNT5-ED.
           STRING ' ' CNT5-ED ' REJECTED' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO LEDGERLINE.
           WRITE LEDGERLINE.
           CLOSE LEDGER-FILE.
           GO TO DUNNING-START.
000181* DUNNING LIST: EVERY INSTITUTION WITH A BALANCE PAST ITS DUE
000181* DATE, THE MOST OVERDUE FIRST BY REPEATED MAXIMUM SCAN.
       DUNNING-START.
           OPEN OUTPUT DUN-FILE.
           MOVE 'Registration Fees - Overdue Institutions' TO DUNLINE.
           WRITE DUNLINE.
           MOVE SPACES TO DUNLINE.
           STRING 'As of ' RUN-DATE DELIMITED BY SIZE INTO DUNLINE.
           WRITE DUNLINE.
           MOVE SPACES TO DUNLINE.
           WRITE DUNLINE.
           MOVE SPACES TO DUNLINE.
           STRING 'INSTITUTION                OUTSTANDING DUE DATE  '
               'DAYS COACH                CONTACT' DELIMITED BY SIZE
               INTO DUNLINE.
           WRITE DUNLINE.
           GO TO DUNNING-PICK.
       DUNNING-PICK.
           MOVE 0 TO IN-I.
           MOVE 1 TO IN-J.
           GO TO DUNNING-PICK-SCAN.
       DUNNING-PICK-SCAN.
           IF IN-J > IN-COUNT THEN
               GO TO DUNNING-PICK-EMIT
           END-IF.
           IF IN-TAKEN(IN-J) = 'Y' THEN
               GO TO DUNNING-PICK-NEXT
           END-IF.
           IF IN-I = 0 THEN
               MOVE IN-J TO IN-I
               GO TO DUNNING-PICK-NEXT
           END-IF.
           IF IN-LATE(IN-J) > IN-LATE(IN-I) THEN
               MOVE IN-J TO IN-I
           END-IF.
       DUNNING-PICK-NEXT.
           ADD 1 TO IN-J.
           GO TO DUNNING-PICK-SCAN.
       DUNNING-PICK-EMIT.
           IF IN-I = 0 THEN
               GO TO DUNNING-FOOT
           END-IF.
           MOVE IN-OWED(IN-I) TO BIG-ED.
           MOVE IN-LATE(IN-I) TO LATE-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING IN-NAME(IN-I) ' ' BIG-ED ' ' IN-DUE(IN-I) ' '
               LATE-ED ' ' IN-COACH(IN-I) ' ' IN-CONTACT(IN-I)
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO DUNLINE.
           WRITE DUNLINE.
           MOVE 'Y' TO IN-TAKEN(IN-I).
           GO TO DUNNING-PICK.
       DUNNING-FOOT.
           MOVE SPACES TO DUNLINE.
           WRITE DUNLINE.
           MOVE DUN-CNT TO CNT3-ED.
           MOVE SPACES TO DUNLINE.
           STRING 'Overdue institutions: ' CNT3-ED DELIMITED BY SIZE
               INTO DUNLINE.
           WRITE DUNLINE.
           CLOSE DUN-FILE.
           MOVE 'INVOICES' TO CATLG-TYPE.
           MOVE 'invoices.txt' TO CATLG-NAME.
           PERFORM CATALOGUE-PUT THRU CATALOGUE-PUT-EXIT.
           MOVE 'dunning-list.txt' TO CATLG-NAME.
           PERFORM CATALOGUE-PUT THRU CATALOGUE-PUT-EXIT.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
000181* FIND THE INSTITUTION NAMED IN INST-KEY; IN-I POINTS AT IT
000181* WHEN INFOUND IS SET.
       FIND-INST.
           MOVE 'N' TO INFOUND.
           MOVE 1 TO IN-I.
       FIND-INST-LOOP.
           IF IN-I > IN-COUNT THEN
               GO TO FIND-INST-EXIT
           END-IF.
           IF IN-NAME(IN-I) = INST-KEY THEN
               MOVE 'Y' TO INFOUND
               GO TO FIND-INST-EXIT
           END-IF.
           ADD 1 TO IN-I.
           GO TO FIND-INST-LOOP.
       FIND-INST-EXIT.
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
000181* ENTER FILE CATLG-NAME, OF TYPE CATLG-TYPE, IN THE FILE
000181* CATALOGUE THE RETENTION JOB AGES, DATED TODAY.
       CATALOGUE-PUT.
           OPEN EXTEND CATLG-FILE.
           IF CATLG-STATUS NOT = '00' THEN
               OPEN OUTPUT CATLG-FILE
           END-IF.
           IF CATLG-STATUS NOT = '00' THEN
               GO TO CATALOGUE-PUT-EXIT
           END-IF.
           MOVE CATLG-TYPE TO CG-TYPE.
           MOVE RUN-DATE TO CG-DATE.
           MOVE CATLG-NAME TO CG-NAME.
           WRITE CATLG-REC.
           CLOSE CATLG-FILE.
       CATALOGUE-PUT-EXIT.
           EXIT.
