000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ROSTMNT.
      *
      *
      * CSCI3180 Principles of Programming Languages
      *
      * Contestant roster maintenance.  contestants.txt holds the
      * people on each team, one line per contestant, grouped by
      * team, in the layout
      *
      *   team(15) person-id(10) name(25) enrolment-year(4)
      *   previous-finals(2)
      *
      * and is kept the same way TEAMMNT keeps teams.txt: by
      * transactions from roster-trans.txt, each the master's own
      * column layout behind an action word and followed by who(10).
      * ADD puts a contestant on a registered team (teams.txt), at
      * most three to a team, CHANGE amends one (blank fields keep
      * their old value), DELETE takes one off.  The enrolment year
      * must be four digits and the previous-finals count two.
      * The eligibility rules themselves (enrolment year, previous
      * finals, one team per person) are not enforced here - they
      * are PREFLIGHT's to report and the scoring run's to apply -
      * so a roster can be keyed in before the rules are settled.
      * The updated master goes to contestants-new.txt for the job
      * step that swaps it in, and every transaction, applied or
      * rejected, goes to roster-maint-log.txt.  An absent
      * contestants.txt starts an empty roster.  Return code: 0 all
      * applied, 4 one or more rejected, 8 teams.txt absent.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
000043     SELECT IN-FILE
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TEAMS-STATUS.
000043     SELECT ROST-FILE
000044         ASSIGN TO 'contestants.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS ROST-STATUS.
000043     SELECT TRANS-FILE
000044         ASSIGN TO 'roster-trans.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TRANS-STATUS.
000043     SELECT NEW-FILE
000044         ASSIGN TO 'contestants-new.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT MLOG-FILE
000044         ASSIGN TO 'roster-maint-log.txt'
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
       FD ROST-FILE.
           01 CONT-REC.
              03 CN-TEAM PIC X(15).
              03 CN-PERSON PIC X(10).
              03 CN-NAME PIC X(25).
              03 CN-ENROL PIC X(4).
              03 CN-FINALS PIC XX.
       FD TRANS-FILE.
           01 TRANS-REC.
              03 RT-ACTION PIC X(8).
              03 RT-TEAM PIC X(15).
              03 RT-PERSON PIC X(10).
              03 RT-NAME PIC X(25).
              03 RT-ENROL PIC X(4).
              03 RT-FINALS PIC XX.
              03 RT-WHO PIC X(10).
              03 RT-EXCESS PIC X(15).
       FD NEW-FILE.
           01 NEW-REC.
              03 NW-TEAM PIC X(15).
              03 NW-PERSON PIC X(10).
              03 NW-NAME PIC X(25).
              03 NW-ENROL PIC X(4).
              03 NW-FINALS PIC XX.
       FD MLOG-FILE.
           01 MLOGLINE PIC X(200).
000000*
000000 WORKING-STORAGE SECTION.
000000*
           01  TEAMS-STATUS PIC XX.
           01  ROST-STATUS PIC XX.
           01  TRANS-STATUS PIC XX.
000000*
      * The registered team names, for the ADD edit.
           01  REG-TAB.
               03 REG-NAM PIC X(15) OCCURS 100 TIMES.
           01  REG-COUNT PIC 999 VALUE 0.
           01  REG-I PIC 999.
           01  REGFOUND PIC X.
               88 REG-IS-FOUND VALUE 'Y'.
000000*
      * The roster held in storage while the transactions run, one
      * entry per contestant, deleted rows flagged rather than
      * shuffled.  RS-DONE marks rows already written back out.
           01  ROSTER-TAB.
               03 RS-ENTRY OCCURS 300 TIMES.
                  05 RS-TEAM PIC X(15).
                  05 RS-PERSON PIC X(10).
                  05 RS-NAME PIC X(25).
                  05 RS-ENROL PIC X(4).
                  05 RS-FINALS PIC XX.
                  05 RS-DEL PIC X.
                     88 RS-IS-DELETED VALUE 'Y'.
                  05 RS-DONE PIC X.
                     88 RS-IS-DONE VALUE 'Y'.
           01  ROSTER-COUNT PIC 999 VALUE 0.
           01  RS-I PIC 999.
           01  RS-J PIC 999.
           01  RSFOUND PIC X.
               88 RS-IS-FOUND VALUE 'Y'.
           01  MEMBER-CNT PIC 99.
000000*
      * Transaction edit verdict and the run totals.
           01  TRXERR PIC X.
               88 TRX-IS-BAD VALUE 'Y'.
           01  ERR-REASON PIC X(30).
           01  APPL-CNT PIC 9(5) VALUE 0.
           01  REJ-CNT PIC 9(5) VALUE 0.
           01  RUN-RC PIC 9 VALUE 0.
           01  CNT5-ED PIC ZZZZ9.
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
           OPEN OUTPUT MLOG-FILE.
           MOVE 'DATE,TIME,ACTION,TEAM,PERSON,STATUS,WHO' TO MLOGLINE.
           WRITE MLOGLINE.
           GO TO LOAD-TEAMS.
000181* THE REGISTERED TEAMS.  WITHOUT TEAMS.TXT NO ADD COULD BE
000181* CHECKED, SO THE RUN STOPS THERE.
       LOAD-TEAMS.
           OPEN INPUT IN-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
               MOVE ',,,,,MASTER teams.txt ABSENT - NO RUN,'
                   TO MLOGLINE
               WRITE MLOGLINE
               CLOSE MLOG-FILE
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
           GO TO LOAD-ROSTER.
000181* THE ROSTER MASTER.  ABSENT MEANS NOBODY HAS BEEN KEYED YET.
       LOAD-ROSTER.
           OPEN INPUT ROST-FILE.
           IF ROST-STATUS NOT = '00' THEN
               MOVE ',,,,,MASTER contestants.txt ABSENT - NEW ROSTER,'
                   TO MLOGLINE
               WRITE MLOGLINE
               GO TO APPLY-TRANS
           END-IF.
           GO TO LOAD-ROSTER-LOOP.
       LOAD-ROSTER-LOOP.
           READ ROST-FILE
               AT END GO TO LOAD-ROSTER-DONE.
           IF CONT-REC = SPACES OR ROSTER-COUNT >= 300 THEN
               GO TO LOAD-ROSTER-LOOP
           END-IF.
           ADD 1 TO ROSTER-COUNT.
           MOVE CN-TEAM TO RS-TEAM(ROSTER-COUNT).
           MOVE CN-PERSON TO RS-PERSON(ROSTER-COUNT).
           MOVE CN-NAME TO RS-NAME(ROSTER-COUNT).
           MOVE CN-ENROL TO RS-ENROL(ROSTER-COUNT).
           MOVE CN-FINALS TO RS-FINALS(ROSTER-COUNT).
           MOVE 'N' TO RS-DEL(ROSTER-COUNT).
           MOVE 'N' TO RS-DONE(ROSTER-COUNT).
           GO TO LOAD-ROSTER-LOOP.
       LOAD-ROSTER-DONE.
           CLOSE ROST-FILE.
           GO TO APPLY-TRANS.
000181* APPLY THE TRANSACTIONS IN FILE ORDER.  EVERY ONE IS LOGGED
000181* APPLIED OR REJECTED WITH ITS REASON AND WHO ASKED.
       APPLY-TRANS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT = '00' THEN
               MOVE ',,,,,NO TRANSACTION FILE - MASTER UNCHANGED,'
                   TO MLOGLINE
               WRITE MLOGLINE
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
           IF RT-TEAM = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'BLANK TEAM NAME' TO ERR-REASON
               GO TO TRANS-LOG.
           IF RT-PERSON = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'BLANK PERSON ID' TO ERR-REASON
               GO TO TRANS-LOG.
           IF RT-EXCESS NOT = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'RECORD TOO LONG - COLUMN DRIFT' TO ERR-REASON
               GO TO TRANS-LOG.
           MOVE 'N' TO RSFOUND.
           MOVE 0 TO MEMBER-CNT.
           MOVE 1 TO RS-J.
           GO TO TRANS-FIND-LOOP.
000181* ONE PASS FINDS THE CONTESTANT ON THIS TEAM AND COUNTS THE
000181* TEAM'S CURRENT MEMBERS FOR THE ADD LIMIT.
       TRANS-FIND-LOOP.
           IF RS-J > ROSTER-COUNT THEN
               GO TO TRANS-FIND-DONE
           END-IF.
           IF RS-TEAM(RS-J) = RT-TEAM
                   AND RS-DEL(RS-J) NOT = 'Y' THEN
               ADD 1 TO MEMBER-CNT
               IF RS-PERSON(RS-J) = RT-PERSON THEN
                   MOVE 'Y' TO RSFOUND
                   MOVE RS-J TO RS-I
               END-IF
           END-IF.
           ADD 1 TO RS-J.
           GO TO TRANS-FIND-LOOP.
       TRANS-FIND-DONE.
           IF RT-ACTION = 'ADD' THEN
               GO TO TRANS-ADD
           END-IF.
           IF RT-ACTION = 'CHANGE' THEN
               GO TO TRANS-CHANGE
           END-IF.
           IF RT-ACTION = 'DELETE' THEN
               GO TO TRANS-DELETE
           END-IF.
           MOVE 'Y' TO TRXERR.
           MOVE 'UNKNOWN ACTION' TO ERR-REASON.
           GO TO TRANS-LOG.
       TRANS-ADD.
           IF RS-IS-FOUND THEN
               MOVE 'Y' TO TRXERR
               MOVE 'ALREADY ON THIS TEAM' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           MOVE 'N' TO REGFOUND.
           MOVE 1 TO REG-I.
           GO TO TRANS-ADD-REG.
       TRANS-ADD-REG.
           IF REG-I > REG-COUNT THEN
               GO TO TRANS-ADD-EDIT
           END-IF.
           IF REG-NAM(REG-I) = RT-TEAM THEN
               MOVE 'Y' TO REGFOUND
               GO TO TRANS-ADD-EDIT
           END-IF.
           ADD 1 TO REG-I.
           GO TO TRANS-ADD-REG.
       TRANS-ADD-EDIT.
           IF NOT REG-IS-FOUND THEN
               MOVE 'Y' TO TRXERR
               MOVE 'TEAM NOT REGISTERED' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF MEMBER-CNT >= 3 THEN
               MOVE 'Y' TO TRXERR
               MOVE 'TEAM ALREADY HAS 3 MEMBERS' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF ROSTER-COUNT >= 300 THEN
               MOVE 'Y' TO TRXERR
               MOVE 'MASTER TABLE FULL' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF RT-NAME = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'BLANK CONTESTANT NAME' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           PERFORM EDIT-NUMBERS THRU EDIT-NUMBERS-EXIT.
           IF TRX-IS-BAD THEN
               GO TO TRANS-LOG
           END-IF.
           IF RT-ENROL = SPACES OR RT-FINALS = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'ENROLMENT OR FINALS MISSING' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           ADD 1 TO ROSTER-COUNT.
           MOVE RT-TEAM TO RS-TEAM(ROSTER-COUNT).
           MOVE RT-PERSON TO RS-PERSON(ROSTER-COUNT).
           MOVE RT-NAME TO RS-NAME(ROSTER-COUNT).
           MOVE RT-ENROL TO RS-ENROL(ROSTER-COUNT).
           MOVE RT-FINALS TO RS-FINALS(ROSTER-COUNT).
           MOVE 'N' TO RS-DEL(ROSTER-COUNT).
           MOVE 'N' TO RS-DONE(ROSTER-COUNT).
           GO TO TRANS-LOG.
000181* CHANGE AMENDS ONLY THE FIELDS THE TRANSACTION FILLS IN;
000181* BLANK FIELDS KEEP THEIR OLD VALUE.
       TRANS-CHANGE.
           IF NOT RS-IS-FOUND THEN
               MOVE 'Y' TO TRXERR
               MOVE 'CONTESTANT NOT ON TEAM' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           PERFORM EDIT-NUMBERS THRU EDIT-NUMBERS-EXIT.
           IF TRX-IS-BAD THEN
               GO TO TRANS-LOG
           END-IF.
           IF RT-NAME NOT = SPACES THEN
               MOVE RT-NAME TO RS-NAME(RS-I)
           END-IF.
           IF RT-ENROL NOT = SPACES THEN
               MOVE RT-ENROL TO RS-ENROL(RS-I)
           END-IF.
           IF RT-FINALS NOT = SPACES THEN
               MOVE RT-FINALS TO RS-FINALS(RS-I)
           END-IF.
           GO TO TRANS-LOG.
       TRANS-DELETE.
           IF NOT RS-IS-FOUND THEN
               MOVE 'Y' TO TRXERR
               MOVE 'CONTESTANT NOT ON TEAM' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           MOVE 'Y' TO RS-DEL(RS-I).
           GO TO TRANS-LOG.
       TRANS-LOG.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING RUN-DATE ',' RUN-TIME(1:6) ',' RT-ACTION ','
               RT-TEAM ',' RT-PERSON ',' DELIMITED BY SIZE
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
           STRING ',' RT-WHO DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO MLOGLINE.
           WRITE MLOGLINE.
           GO TO TRANS-LOOP.
       TRANS-DONE.
           CLOSE TRANS-FILE.
           GO TO WRITE-NEW-MASTER.
000181* WRITE THE UPDATED ROSTER, MINUS THE DELETED ROWS, FOR THE
000181* JOB STEP THAT SWAPS IT IN OVER CONTESTANTS.TXT.  EACH TEAM'S
000181* MEMBERS ARE WRITTEN TOGETHER, TEAMS IN ORDER OF FIRST
000181* APPEARANCE, SO A MEMBER ADDED TODAY JOINS ITS TEAM'S GROUP.
       WRITE-NEW-MASTER.
           OPEN OUTPUT NEW-FILE.
           MOVE 1 TO RS-I.
           GO TO NEW-MASTER-LOOP.
       NEW-MASTER-LOOP.
           IF RS-I > ROSTER-COUNT THEN
               GO TO NEW-MASTER-DONE
           END-IF.
           IF RS-IS-DELETED(RS-I) OR RS-IS-DONE(RS-I) THEN
               GO TO NEW-MASTER-NEXT
           END-IF.
           MOVE RS-I TO RS-J.
           GO TO NEW-MASTER-TEAM.
       NEW-MASTER-TEAM.
           IF RS-J > ROSTER-COUNT THEN
               GO TO NEW-MASTER-NEXT
           END-IF.
           IF RS-TEAM(RS-J) NOT = RS-TEAM(RS-I)
                   OR RS-IS-DELETED(RS-J) THEN
               GO TO NEW-MASTER-TEAM-NEXT
           END-IF.
           MOVE RS-TEAM(RS-J) TO NW-TEAM.
           MOVE RS-PERSON(RS-J) TO NW-PERSON.
           MOVE RS-NAME(RS-J) TO NW-NAME.
           MOVE RS-ENROL(RS-J) TO NW-ENROL.
           MOVE RS-FINALS(RS-J) TO NW-FINALS.
           WRITE NEW-REC.
           MOVE 'Y' TO RS-DONE(RS-J).
       NEW-MASTER-TEAM-NEXT.
           ADD 1 TO RS-J.
           GO TO NEW-MASTER-TEAM.
       NEW-MASTER-NEXT.
           ADD 1 TO RS-I.
           GO TO NEW-MASTER-LOOP.
       NEW-MASTER-DONE.
           CLOSE NEW-FILE.
           MOVE APPL-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING ',,,,,APPLIED: ' CNT5-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO MLOGLINE.
           WRITE MLOGLINE.
           MOVE REJ-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING ',,,,,REJECTED: ' CNT5-ED ',' DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO MLOGLINE.
           WRITE MLOGLINE.
           CLOSE MLOG-FILE.
           IF REJ-CNT > 0 THEN
               MOVE 4 TO RUN-RC
           END-IF.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
000181* A NON-BLANK ENROLMENT YEAR MUST BE FOUR DIGITS AND A
000181* NON-BLANK PREVIOUS-FINALS COUNT TWO.
       EDIT-NUMBERS.
           IF RT-ENROL NOT = SPACES AND RT-ENROL NOT NUMERIC THEN
               MOVE 'Y' TO TRXERR
               MOVE 'ENROLMENT YEAR NOT NUMERIC' TO ERR-REASON
               GO TO EDIT-NUMBERS-EXIT
           END-IF.
           IF RT-FINALS NOT = SPACES AND RT-FINALS NOT NUMERIC THEN
               MOVE 'Y' TO TRXERR
               MOVE 'FINALS COUNT NOT NUMERIC' TO ERR-REASON
           END-IF.
       EDIT-NUMBERS-EXIT.
           EXIT.
