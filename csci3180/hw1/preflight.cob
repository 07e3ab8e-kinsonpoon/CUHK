      *   8 - errors; scoring would mis-read a control card or drop
      *       rows into exceptions.txt
      * Checked files: contest-control.txt, teams.txt, problems.txt,
      * outcome-codes.txt, awards-control.txt, judge-control.txt,
      * corrections.txt, eligibility-control.txt, contestants.txt
      * and team-balance.txt.
      * The eligibility rules (enrolment year, previous finals, one
      * team per person) are run against the contestant roster and
      * every violation listed as an INELIGIBLE warning: the team
      * would still be scored, but carried as UNOFFICIAL.
      * Every team with a registration fee balance still unpaid on
      * the last BILLING run is listed as an UNPAID warning: its
      * result letter would be held back.
      * Every team on teams.txt should carry its permanent team
      * number: a team without one is a warning (TEAMMNT numbers it
      * on its next run, and until then it is matched by name), a
      * number that is not 5 digits or that two teams share is an
      * error.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
000044         ASSIGN TO 'corrections.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS CORR-STATUS.
000043     SELECT ELIG-FILE
000044         ASSIGN TO 'eligibility-control.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS ELIG-STATUS.
000043     SELECT ROST-FILE
000044         ASSIGN TO 'contestants.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS ROST-STATUS.
000043     SELECT BALANCE-FILE
000044         ASSIGN TO 'team-balance.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS BALANCE-STATUS.
000043     SELECT EDIT-FILE
000044         ASSIGN TO 'preflight-report.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
          03 TM-DIV PIC XX.
          03 TM-COACH PIC X(20).
          03 TM-CONTACT PIC X(25).
          03 TM-TEAMNO PIC X(5).
       FD CONTROL-FILE.
           01 CONTROL-LINE PIC X(50).
       FD OUTCOME-FILE.
              03 CO-VALUE PIC X(19).
              03 CO-WHO PIC X(10).
              03 CO-WHY PIC X(30).
       FD ELIG-FILE.
           01 EL-LINE.
              03 EL-NAME PIC X(8).
              03 EL-VAL PIC X(4).
       FD ROST-FILE.
           01 CONT-REC.
              03 CN-TEAM PIC X(15).
              03 CN-PERSON PIC X(10).
              03 CN-NAME PIC X(25).
              03 CN-ENROL PIC X(4).
              03 CN-FINALS PIC XX.
       FD BALANCE-FILE.
           01 FEE-BAL-REC.
              03 FB-TEAM PIC X(15).
              03 FB-INST PIC X(25).
              03 FB-DIV PIC XX.
              03 FB-FEE PIC 9(5)V99.
              03 FB-PAID PIC 9(5)V99.
              03 FB-OWED PIC 9(5)V99.
              03 FB-STATUS PIC X(6).
       FD EDIT-FILE.
           01 EDITLINE PIC X(300).
000000*
           01  AWARD-STATUS PIC XX.
           01  JUDGE-STATUS PIC XX.
           01  CORR-STATUS PIC XX.
           01  ELIG-STATUS PIC XX.
           01  ROST-STATUS PIC XX.
           01  BALANCE-STATUS PIC XX.
000000*
      * Finding counters behind the scheduler return code: 0 clean,
      * 4 warnings only, 8 one or more errors.
               03 SEEN-NAME PIC X(15) OCCURS 100 TIMES.
           01  NAME-COUNT PIC 999 VALUE 0.
           01  NAME-I PIC 999.
           01  TEAMNO-TAB.
               03 SEEN-TEAMNO PIC X(5) OCCURS 100 TIMES.
           01  TEAMNO-COUNT PIC 999 VALUE 0.
           01  DUPFOUND PIC X.
               88 IS-DUP VALUE 'Y'.
           01  DIV-TAB.
           01  PB-SEEN-TAB.
               03 PB-SEEN PIC X OCCURS 20 TIMES VALUE 'N'.
           01  PB-IX PIC 99.
000000*
      * Eligibility limits from eligibility-control.txt (zero when
      * not given: that rule is not applied), the roster rows kept
      * for the one-team-per-person pass, and the member count of
      * each teams.txt name (parallel to SEEN-NAME).
           01  ELIG-ENROL PIC 9(4) VALUE 0.
           01  ELIG-FINALS PIC 99 VALUE 0.
           01  ELIG-FINALS-SET PIC X VALUE 'N'.
               88 FINALS-RULE-ON VALUE 'Y'.
           01  PR-TAB.
               03 PR-ENTRY OCCURS 300 TIMES.
                  05 PR-TEAM PIC X(15).
                  05 PR-PERSON PIC X(10).
           01  PR-COUNT PIC 999 VALUE 0.
           01  PR-I PIC 999.
           01  PR-J PIC 999.
           01  MEMBER-TAB.
               03 MEMBER-CNT PIC 99 OCCURS 100 TIMES VALUE 0.
           01  MEMBER-CNT-ED PIC Z9.
           01  NAMEFOUND PIC X.
               88 NAME-IS-FOUND VALUE 'Y'.
000000*
      * Fee check: which teams.txt names (parallel to SEEN-NAME)
      * the last billing run covered, and the amount owed edited.
           01  BILLED-TAB.
               03 BILLED-FLAG PIC X OCCURS 100 TIMES VALUE 'N'.
           01  OWED-ED PIC ZZ,ZZ9.99.
000000*
      * HHMM edit work area.
           01  TIMEWORK PIC X(4).
           WRITE EDITLINE.
           GO TO EDIT-CONTROL.
000181* CONTEST-CONTROL.TXT: TWO TITLE LINES, THEN START TIME (HHMM),
000181* CUT-OFF TIME (HHMM OR BLANK), RUN MODE (DELTA, SIMULATE OR
000181* BLANK), FREEZE TIME (HHMM OR BLANK), FINAL-RESULTS FLAG
000181* (FINAL OR BLANK) AND EVENT-FEED RESEND FLAG (RESEND OR
000181* BLANK).  A NON-NUMERIC TIME OR AN UNRECOGNISED MODE WOULD
000181* SILENTLY FALL BACK TO THE SEEDED DEFAULTS AT SCORING TIME,
000181* SO IT IS AN ERROR HERE.
       EDIT-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = '00' THEN
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END GO TO CONTROL-DONE.
           IF CONTROL-LINE NOT = SPACES
                   AND CONTROL-LINE(1:5) NOT = 'DELTA'
                   AND CONTROL-LINE(1:8) NOT = 'SIMULATE' THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,contest-control.txt,LINE 5 MODE '
                   'NOT DELTA, SIMULATE OR BLANK: ' CONTROL-LINE(1:8)
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
                   PERFORM WRITE-ERROR
               END-IF
           END-IF.
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END GO TO CONTROL-DONE.
           IF CONTROL-LINE NOT = SPACES
                   AND CONTROL-LINE(1:5) NOT = 'FINAL' THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,contest-control.txt,LINE 7 RESULTS '
                   'NEITHER FINAL NOR BLANK: ' CONTROL-LINE(1:5)
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
           END-IF.
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END GO TO CONTROL-DONE.
           IF CONTROL-LINE NOT = SPACES
                   AND CONTROL-LINE(1:6) NOT = 'RESEND' THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,contest-control.txt,LINE 8 FEED '
                   'NEITHER RESEND NOR BLANK: ' CONTROL-LINE(1:6)
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
           END-IF.
           GO TO CONTROL-DONE.
       CONTROL-SHORT.
           PERFORM WARN-LINE-INIT.
           CLOSE CONTROL-FILE.
           GO TO EDIT-TEAMS.
000181* TEAMS.TXT: THE SCORING RUN OPENS IT UNCONDITIONALLY, SO AN
000181* ABSENT MASTER IS AN ERROR.  BLANK AND DUPLICATE NAMES, BAD,
000181* MISSING AND DUPLICATE TEAM NUMBERS, AND MORE TEAMS OR
000181* DIVISIONS THAN THE TABLES HOLD, ARE FLAGGED.
       EDIT-TEAMS.
           OPEN INPUT IN-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
               GO TO TEAMS-NUM
           END-IF.
           IF NAME-COUNT < 100 THEN
               ADD 1 TO NAME-COUNT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
           END-IF.
       TEAMS-NUM.
           IF TM-TEAMNO = SPACES THEN
               PERFORM WARN-LINE-INIT
               STRING 'WARNING,teams.txt,NO TEAM NUMBER FOR ' NAM
                   ' - RUN TEAMMNT TO NUMBER IT'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
               GO TO TEAMS-DIV
           END-IF.
           IF TM-TEAMNO NOT NUMERIC THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,teams.txt,TEAM NUMBER NOT 5 DIGITS: '
                   NAM ' ' TM-TEAMNO
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
               GO TO TEAMS-DIV
           END-IF.
           MOVE 'N' TO DUPFOUND.
           MOVE 1 TO NAME-I.
           GO TO TEAMS-NUM-LOOP.
       TEAMS-NUM-LOOP.
           IF NAME-I > TEAMNO-COUNT THEN
               GO TO TEAMS-NUM-DONE
           END-IF.
           IF SEEN-TEAMNO(NAME-I) = TM-TEAMNO THEN
               MOVE 'Y' TO DUPFOUND
               GO TO TEAMS-NUM-DONE
           END-IF.
           ADD 1 TO NAME-I.
           GO TO TEAMS-NUM-LOOP.
       TEAMS-NUM-DONE.
           IF IS-DUP THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,teams.txt,DUPLICATE TEAM NUMBER: '
                   TM-TEAMNO ' ON ' NAM
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
               GO TO TEAMS-DIV
           END-IF.
           IF TEAMNO-COUNT < 100 THEN
               ADD 1 TO TEAMNO-COUNT
               MOVE TM-TEAMNO TO SEEN-TEAMNO(TEAMNO-COUNT)
           END-IF.
       TEAMS-DIV.
           IF TM-DIV = SPACES THEN
               GO TO TEAMS-LOOP
           CLOSE AWARD-FILE.
           GO TO EDIT-JUDGE.
000181* JUDGE-CONTROL.TXT: EVERY LINE MUST BE A TOTAL LINE (RECORD
000181* COUNT AND HASH TOTAL NUMERIC), AN OUTCOME LINE (COUNT
000181* NUMERIC) OR A SITE LINE (SITE CODE PRESENT, COUNT AND HASH
000181* NUMERIC); ANYTHING ELSE WOULD SILENTLY DROP OUT OF THE
000181* RECONCILIATION AND HOLD THE RUN WITH AN 8.
       EDIT-JUDGE.
               END-IF
               GO TO JUDGE-LOOP
           END-IF.
           IF JC-TYPE = 'SITE' THEN
               IF JC-BODY(1:2) = SPACES OR JC-BODY(3:6) NOT NUMERIC
                       OR JC-BODY(9:9) NOT NUMERIC THEN
                   PERFORM WARN-LINE-INIT
                   STRING 'ERROR,judge-control.txt,ROW ' REC-CNT-ED
                       ' SITE LINE CODE MISSING OR COUNT/HASH NOT '
                       'NUMERIC'
                       DELIMITED BY SIZE INTO LINE-OUT
                       WITH POINTER LINE-PTR
                   PERFORM WRITE-ERROR
               END-IF
               GO TO JUDGE-LOOP
           END-IF.
           PERFORM WARN-LINE-INIT.
           STRING 'ERROR,judge-control.txt,ROW ' REC-CNT-ED
               ' TYPE NOT TOTAL, OUTCOME OR SITE: ' JC-TYPE
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           PERFORM WRITE-ERROR.
           GO TO JUDGE-LOOP.
       EDIT-CORRECTIONS.
           OPEN INPUT CORR-FILE.
           IF CORR-STATUS NOT = '00' THEN
               GO TO EDIT-ELIGIBILITY
           END-IF.
           MOVE 0 TO REC-CNT.
           GO TO CORR-LOOP.
               AT END GO TO CORR-DONE.
           ADD 1 TO REC-CNT.
           MOVE REC-CNT TO REC-CNT-ED.
           IF REC-CNT > 250 THEN
               PERFORM WARN-LINE-INIT
               STRING 'WARNING,corrections.txt,ROW ' REC-CNT-ED
                   ' WOULD OVERFLOW THE 250-ENTRY CORRECTIONS TABLE'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
           GO TO CORR-LOOP.
       CORR-DONE.
           CLOSE CORR-FILE.
           GO TO EDIT-ELIGIBILITY.
000181* ELIGIBILITY-CONTROL.TXT: ENROLYR (FOUR-DIGIT EARLIEST
000181* ENROLMENT YEAR) AND MAXFINAL (TWO-DIGIT MOST PREVIOUS
000181* FINALS) LINES.  A RULE WITHOUT ITS LINE IS NOT APPLIED AT
000181* SCORING TIME, SO AN ABSENT FILE IS A WARNING.
       EDIT-ELIGIBILITY.
           OPEN INPUT ELIG-FILE.
           IF ELIG-STATUS NOT = '00' THEN
               PERFORM WARN-LINE-INIT
               STRING 'WARNING,eligibility-control.txt,FILE ABSENT - '
                   'ONLY THE ONE-TEAM-PER-PERSON RULE WOULD APPLY'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
               GO TO EDIT-ROSTER
           END-IF.
           MOVE 0 TO REC-CNT.
           GO TO ELIG-LOOP.
       ELIG-LOOP.
           READ ELIG-FILE
               AT END GO TO ELIG-DONE.
           ADD 1 TO REC-CNT.
           MOVE REC-CNT TO REC-CNT-ED.
           IF EL-NAME = 'ENROLYR' THEN
               IF EL-VAL NOT NUMERIC THEN
                   PERFORM WARN-LINE-INIT
                   STRING 'ERROR,eligibility-control.txt,ROW '
                       REC-CNT-ED ' ENROLYR NOT A FOUR-DIGIT YEAR: '
                       EL-VAL DELIMITED BY SIZE INTO LINE-OUT
                       WITH POINTER LINE-PTR
                   PERFORM WRITE-ERROR
               ELSE
                   MOVE EL-VAL TO ELIG-ENROL
               END-IF
               GO TO ELIG-LOOP
           END-IF.
           IF EL-NAME = 'MAXFINAL' THEN
               IF EL-VAL(1:2) NOT NUMERIC THEN
                   PERFORM WARN-LINE-INIT
                   STRING 'ERROR,eligibility-control.txt,ROW '
                       REC-CNT-ED ' MAXFINAL NOT TWO DIGITS: '
                       EL-VAL(1:2) DELIMITED BY SIZE INTO LINE-OUT
                       WITH POINTER LINE-PTR
                   PERFORM WRITE-ERROR
               ELSE
                   MOVE EL-VAL(1:2) TO ELIG-FINALS
                   MOVE 'Y' TO ELIG-FINALS-SET
               END-IF
               GO TO ELIG-LOOP
           END-IF.
           PERFORM WARN-LINE-INIT.
           STRING 'ERROR,eligibility-control.txt,ROW ' REC-CNT-ED
               ' RULE NEITHER ENROLYR NOR MAXFINAL: ' EL-NAME
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           PERFORM WRITE-ERROR.
           GO TO ELIG-LOOP.
       ELIG-DONE.
           CLOSE ELIG-FILE.
           GO TO EDIT-ROSTER.
000181* CONTESTANTS.TXT: EVERY ROW ON A REGISTERED TEAM WITH A
000181* PERSON ID AND NUMERIC ENROLMENT YEAR AND FINALS COUNT (THE
000181* SCORING RUN CARRIES A TEAM WITH UNREADABLE ROSTER DATA AS
000181* UNOFFICIAL), THEN THE ELIGIBILITY RULES.  EVERY RULE BREACH
000181* IS LISTED AS AN INELIGIBLE WARNING NAMING THE TEAM THAT
000181* WOULD RUN UNOFFICIAL.
       EDIT-ROSTER.
           OPEN INPUT ROST-FILE.
           IF ROST-STATUS NOT = '00' THEN
               PERFORM WARN-LINE-INIT
               STRING 'WARNING,contestants.txt,FILE ABSENT - NO '
                   'ELIGIBILITY CHECK; EVERY TEAM WOULD RUN OFFICIAL'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
               GO TO EDIT-FEES
           END-IF.
           MOVE 0 TO REC-CNT.
           GO TO ROSTER-LOOP.
       ROSTER-LOOP.
           READ ROST-FILE
               AT END GO TO ROSTER-DONE.
           IF CONT-REC = SPACES THEN
               GO TO ROSTER-LOOP
           END-IF.
           ADD 1 TO REC-CNT.
           MOVE REC-CNT TO REC-CNT-ED.
           IF CN-TEAM = SPACES OR CN-PERSON = SPACES THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,contestants.txt,ROW ' REC-CNT-ED
                   ' TEAM OR PERSON ID IS BLANK' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
               GO TO ROSTER-LOOP
           END-IF.
           MOVE 'N' TO NAMEFOUND.
           MOVE 1 TO NAME-I.
           GO TO ROSTER-TEAM-LOOP.
       ROSTER-TEAM-LOOP.
           IF NAME-I > NAME-COUNT THEN
               GO TO ROSTER-TEAM-DONE
           END-IF.
           IF SEEN-NAME(NAME-I) = CN-TEAM THEN
               MOVE 'Y' TO NAMEFOUND
               GO TO ROSTER-TEAM-DONE
           END-IF.
           ADD 1 TO NAME-I.
           GO TO ROSTER-TEAM-LOOP.
       ROSTER-TEAM-DONE.
           IF NAME-IS-FOUND THEN
               IF MEMBER-CNT(NAME-I) < 99 THEN
                   ADD 1 TO MEMBER-CNT(NAME-I)
               END-IF
           ELSE
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,contestants.txt,ROW ' REC-CNT-ED
                   ' TEAM NOT IN teams.txt: ' CN-TEAM
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
           END-IF.
           IF CN-ENROL NOT NUMERIC THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,contestants.txt,ROW ' REC-CNT-ED
                   ' ENROLMENT YEAR NOT NUMERIC: ' CN-ENROL
                   ' - TEAM ' CN-TEAM ' WOULD RUN UNOFFICIAL'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
           ELSE
               IF ELIG-ENROL > 0 AND CN-ENROL < ELIG-ENROL THEN
                   PERFORM WARN-LINE-INIT
                   STRING 'WARNING,contestants.txt,INELIGIBLE: '
                       CN-PERSON ' ENROLLED ' CN-ENROL
                       ', RULE IS ' ELIG-ENROL ' OR LATER - TEAM '
                       CN-TEAM ' WOULD RUN UNOFFICIAL'
                       DELIMITED BY SIZE INTO LINE-OUT
                       WITH POINTER LINE-PTR
                   PERFORM WRITE-WARNING
               END-IF
           END-IF.
           IF CN-FINALS NOT NUMERIC THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,contestants.txt,ROW ' REC-CNT-ED
                   ' PREVIOUS FINALS NOT NUMERIC: ' CN-FINALS
                   ' - TEAM ' CN-TEAM ' WOULD RUN UNOFFICIAL'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
           ELSE
               IF FINALS-RULE-ON AND CN-FINALS > ELIG-FINALS THEN
                   PERFORM WARN-LINE-INIT
                   STRING 'WARNING,contestants.txt,INELIGIBLE: '
                       CN-PERSON ' HAS ' CN-FINALS
                       ' PREVIOUS FINALS, LIMIT IS ' ELIG-FINALS
                       ' - TEAM ' CN-TEAM ' WOULD RUN UNOFFICIAL'
                       DELIMITED BY SIZE INTO LINE-OUT
                       WITH POINTER LINE-PTR
                   PERFORM WRITE-WARNING
               END-IF
           END-IF.
           IF PR-COUNT < 300 THEN
               ADD 1 TO PR-COUNT
               MOVE CN-TEAM TO PR-TEAM(PR-COUNT)
               MOVE CN-PERSON TO PR-PERSON(PR-COUNT)
           END-IF.
           GO TO ROSTER-LOOP.
       ROSTER-DONE.
           CLOSE ROST-FILE.
           MOVE 1 TO PR-I.
           GO TO PERSON-OUTER.
000181* ONE TEAM PER PERSON: EVERY PAIR OF ROWS SHARING A PERSON ID.
000181* ON TWO TEAMS BOTH ARE INELIGIBLE; TWICE ON ONE TEAM IS A
000181* KEYING ERROR.
       PERSON-OUTER.
           IF PR-I >= PR-COUNT THEN
               MOVE 1 TO NAME-I
               GO TO MEMBER-LOOP
           END-IF.
           ADD 1 PR-I GIVING PR-J.
           GO TO PERSON-INNER.
       PERSON-INNER.
           IF PR-J > PR-COUNT THEN
               ADD 1 TO PR-I
               GO TO PERSON-OUTER
           END-IF.
           IF PR-PERSON(PR-J) NOT = PR-PERSON(PR-I) THEN
               GO TO PERSON-NEXT
           END-IF.
           PERFORM WARN-LINE-INIT.
           IF PR-TEAM(PR-J) = PR-TEAM(PR-I) THEN
               STRING 'ERROR,contestants.txt,PERSON ' PR-PERSON(PR-I)
                   ' LISTED TWICE ON TEAM ' PR-TEAM(PR-I)
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
           ELSE
               STRING 'WARNING,contestants.txt,INELIGIBLE: '
                   PR-PERSON(PR-I) ' IS ON TEAMS ' PR-TEAM(PR-I)
                   ' AND ' PR-TEAM(PR-J) ' - BOTH WOULD RUN UNOFFICIAL'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
           END-IF.
       PERSON-NEXT.
           ADD 1 TO PR-J.
           GO TO PERSON-INNER.
000181* MEMBER COUNTS: A TEAM WITH NOBODY ON THE ROSTER CANNOT BE
000181* CHECKED, AND MORE THAN THREE IS A KEYING ERROR.
       MEMBER-LOOP.
           IF NAME-I > NAME-COUNT THEN
               GO TO EDIT-FEES
           END-IF.
           MOVE MEMBER-CNT(NAME-I) TO MEMBER-CNT-ED.
           IF MEMBER-CNT(NAME-I) = 0 THEN
               PERFORM WARN-LINE-INIT
               STRING 'WARNING,contestants.txt,NO CONTESTANTS FOR '
                   'TEAM ' SEEN-NAME(NAME-I) ' - NOT CHECKED'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
           END-IF.
           IF MEMBER-CNT(NAME-I) > 3 THEN
               PERFORM WARN-LINE-INIT
               STRING 'ERROR,contestants.txt,TEAM ' SEEN-NAME(NAME-I)
                   ' HAS ' MEMBER-CNT-ED ' CONTESTANTS, LIMIT IS 3'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-ERROR
           END-IF.
           ADD 1 TO NAME-I.
           GO TO MEMBER-LOOP.
000181* TEAM-BALANCE.TXT FROM THE LAST BILLING RUN: EVERY TEAM STILL
000181* OWING ITS FEE IS WARNED (ITS LETTER WOULD BE HELD), AND A
000181* TEAMS.TXT TEAM THE BILLING RUN NEVER SAW HAS NOT BEEN
000181* INVOICED AND WOULD HAVE ITS LETTER RELEASED UNCHECKED.
       EDIT-FEES.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-STATUS NOT = '00' THEN
               PERFORM WARN-LINE-INIT
               STRING 'WARNING,team-balance.txt,FILE ABSENT - NO FEE '
                   'CHECK; NO RESULT LETTER WOULD BE HELD'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
               GO TO EDIT-VERDICT
           END-IF.
           GO TO FEES-LOOP.
       FEES-LOOP.
           READ BALANCE-FILE
               AT END GO TO FEES-DONE.
           IF FEE-BAL-REC = SPACES THEN
               GO TO FEES-LOOP
           END-IF.
           MOVE 1 TO NAME-I.
           GO TO FEES-TEAM-LOOP.
       FEES-TEAM-LOOP.
           IF NAME-I > NAME-COUNT THEN
               GO TO FEES-TEAM-DONE
           END-IF.
           IF SEEN-NAME(NAME-I) = FB-TEAM THEN
               MOVE 'Y' TO BILLED-FLAG(NAME-I)
               GO TO FEES-TEAM-DONE
           END-IF.
           ADD 1 TO NAME-I.
           GO TO FEES-TEAM-LOOP.
       FEES-TEAM-DONE.
           IF FB-STATUS = 'UNPAID' THEN
               IF FB-OWED IS NUMERIC THEN
                   MOVE FB-OWED TO OWED-ED
               ELSE
                   MOVE 0 TO OWED-ED
               END-IF
               PERFORM WARN-LINE-INIT
               STRING 'WARNING,team-balance.txt,UNPAID: ' FB-TEAM
                   ' (' FB-INST ') OWES ' OWED-ED
                   ' - RESULT LETTER WOULD BE HELD'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
           END-IF.
           GO TO FEES-LOOP.
       FEES-DONE.
           CLOSE BALANCE-FILE.
           MOVE 1 TO NAME-I.
           GO TO FEES-BILLED-LOOP.
       FEES-BILLED-LOOP.
           IF NAME-I > NAME-COUNT THEN
               GO TO EDIT-VERDICT
           END-IF.
           IF BILLED-FLAG(NAME-I) NOT = 'Y' THEN
               PERFORM WARN-LINE-INIT
               STRING 'WARNING,team-balance.txt,TEAM '
                   SEEN-NAME(NAME-I) ' NOT BILLED - RERUN BILLING'
                   DELIMITED BY SIZE INTO LINE-OUT
                   WITH POINTER LINE-PTR
               PERFORM WRITE-WARNING
           END-IF.
           ADD 1 TO NAME-I.
           GO TO FEES-BILLED-LOOP.
000181* ONE-LINE VERDICT AND THE SCHEDULER RETURN CODE.
       EDIT-VERDICT.
           MOVE ERR-CNT TO ERR-CNT-ED.
