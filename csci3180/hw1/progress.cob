      * single-run rank climbs, replacing the hand-merge of a dozen
      * timestamped report archives.  Rows arrive in the order the
      * runs appended them, so a change of run date/time starts a
      * new snapshot.  Teams are followed by their permanent team
      * number (carried on the history rows, or looked up by name
      * in teams.txt and then team-name-history.txt for rows
      * written before it was), so a team
      * renamed during the contest stays one team, reported under
      * its current name.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
000044         ASSIGN TO 'contest-history.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS HIST-STATUS.
000043     SELECT IN-FILE
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TEAMS-STATUS.
000043     SELECT NHIST-FILE
000044         ASSIGN TO 'team-name-history.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS NHIST-STATUS.
000043     SELECT PROG-FILE
000044         ASSIGN TO 'progression-report.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
              03 HS-TSCORE PIC 9(6).
              03 HS-TPEN PIC 9(5).
              03 HS-SOLVED PIC 9(2).
              03 HS-TEAMNO PIC X(5).
       FD IN-FILE.
       01 TEAM-REC.
          03 NAM PIC X(15).
          03 TM-INST PIC X(25).
          03 TM-DIV PIC XX.
          03 TM-COACH PIC X(20).
          03 TM-CONTACT PIC X(25).
          03 TM-TEAMNO PIC X(5).
       FD NHIST-FILE.
           01 NHIST-REC.
              03 NH-TEAMNO PIC X(5).
              03 NH-DATE PIC 9(8).
              03 NH-ACTION PIC X(8).
              03 NH-OLDNAM PIC X(15).
              03 NH-NEWNAM PIC X(15).
       FD PROG-FILE.
           01 PROGLINE PIC X(300).
000000*
000000 WORKING-STORAGE SECTION.
000000*
           01  HIST-STATUS PIC XX.
           01  TEAMS-STATUS PIC XX.
           01  NHIST-STATUS PIC XX.
000000*
      * Every name a team number has been registered under: the
      * current names from teams.txt first (REG-CURRENT of them),
      * then the old and new names from the rename history, first
      * entry for a name wins.
           01  REG-TAB.
               03 REG-ENTRY OCCURS 300 TIMES.
                  05 RG-NAME PIC X(15).
                  05 RG-TEAMNO PIC X(5).
           01  REG-COUNT PIC 999 VALUE 0.
           01  REG-CURRENT PIC 999 VALUE 0.
           01  RG-KEY PIC X(15).
           01  RG-KEYNO PIC X(5).
           01  RG-I PIC 999.
           01  ROW-TEAMNO PIC X(5).
000000*
      * Snapshot table: the stamp of each scoring run seen in the
      * history, in file order, and the leader (rank 1 team, as its
      * entry in the team table) at each one for the lead-change
      * section.
           01  SNAP-TAB.
               03 SNAP-ENTRY OCCURS 48 TIMES.
                  05 SN-DATE PIC 9(8).
                  05 SN-TIME PIC 9(4).
                  05 SN-LEADIX PIC 999.
           01  SNAP-COUNT PIC 99 VALUE 0.
           01  SN-I PIC 99.
           01  CUR-STAMP.
           01  TEAM-TABLE.
               03 TEAM-ENTRY OCCURS 100 TIMES.
                  05 TEAMNAME PIC X(15).
                  05 TH-TEAMNO PIC X(5).
                  05 TH-SNAP OCCURS 48 TIMES.
                     07 TH-PRESENT PIC X.
                        88 TH-IN-SNAP VALUE 'Y'.
           01  SOLVED-ED PIC Z9.
           01  SNAP-ED PIC Z9.
           01  TIME-DISP PIC X(5).
           01  PREV-LEADIX PIC 999.
           01  CHG-CNT PIC 9(4) VALUE 0.
000000*
000180 PROCEDURE DIVISION.
               STOP RUN
           END-IF.
           MOVE SPACES TO CUR-STAMP.
           GO TO LOAD-TEAMS.
000181* THE CURRENT NAME AND NUMBER OF EVERY REGISTERED TEAM, THEN
000181* THE NAMES THE TEAMS WERE RENAMED FROM.
       LOAD-TEAMS.
           OPEN INPUT IN-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
               GO TO LOAD-NHIST
           END-IF.
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-LOOP.
           READ IN-FILE
               AT END GO TO LOAD-TEAMS-DONE.
           MOVE NAM TO RG-KEY.
           MOVE TM-TEAMNO TO RG-KEYNO.
           PERFORM REG-ADD THRU REG-ADD-EXIT.
           GO TO LOAD-TEAMS-LOOP.
       LOAD-TEAMS-DONE.
           CLOSE IN-FILE.
       LOAD-NHIST.
           MOVE REG-COUNT TO REG-CURRENT.
           OPEN INPUT NHIST-FILE.
           IF NHIST-STATUS NOT = '00' THEN
               GO TO LOAD-LOOP
           END-IF.
           GO TO LOAD-NHIST-LOOP.
       LOAD-NHIST-LOOP.
           READ NHIST-FILE
               AT END GO TO LOAD-NHIST-DONE.
           MOVE NH-TEAMNO TO RG-KEYNO.
           MOVE NH-OLDNAM TO RG-KEY.
           PERFORM REG-ADD THRU REG-ADD-EXIT.
           MOVE NH-NEWNAM TO RG-KEY.
           PERFORM REG-ADD THRU REG-ADD-EXIT.
           GO TO LOAD-NHIST-LOOP.
       LOAD-NHIST-DONE.
           CLOSE NHIST-FILE.
           GO TO LOAD-LOOP.
000181* LOAD THE HISTORY: A NEW RUN DATE/TIME OPENS THE NEXT
000181* SNAPSHOT COLUMN, AND EACH ROW FILES UNDER ITS TEAM.
           ADD 1 TO SNAP-COUNT.
           MOVE HS-DATE TO SN-DATE(SNAP-COUNT).
           MOVE HS-TIME TO SN-TIME(SNAP-COUNT).
           MOVE 0 TO SN-LEADIX(SNAP-COUNT).
           MOVE ROW-STAMP TO CUR-STAMP.
           GO TO LOAD-ROW.
       LOAD-ROW.
           MOVE HS-TEAMNO TO ROW-TEAMNO.
           IF ROW-TEAMNO NOT NUMERIC THEN
               MOVE SPACES TO ROW-TEAMNO
               MOVE 1 TO RG-I
               GO TO REG-FIND-LOOP
           END-IF.
           GO TO TEAM-FIND-START.
       REG-FIND-LOOP.
           IF RG-I > REG-COUNT THEN
               GO TO TEAM-FIND-START
           END-IF.
           IF RG-NAME(RG-I) = HS-NAME THEN
               MOVE RG-TEAMNO(RG-I) TO ROW-TEAMNO
               GO TO TEAM-FIND-START
           END-IF.
           ADD 1 TO RG-I.
           GO TO REG-FIND-LOOP.
       TEAM-FIND-START.
           MOVE 'N' TO TFOUND.
           MOVE 1 TO TIX.
           GO TO TEAM-FIND-LOOP.
           IF TIX > TEAM-COUNT THEN
               GO TO TEAM-FIND-DONE
           END-IF.
           IF ROW-TEAMNO IS NUMERIC THEN
               IF TH-TEAMNO(TIX) = ROW-TEAMNO THEN
                   MOVE 'Y' TO TFOUND
                   GO TO TEAM-FIND-DONE
               END-IF
               ADD 1 TO TIX
               GO TO TEAM-FIND-LOOP
           END-IF.
           IF TEAMNAME(TIX) = HS-NAME
                   AND TH-TEAMNO(TIX) NOT NUMERIC THEN
               MOVE 'Y' TO TFOUND
               GO TO TEAM-FIND-DONE
           END-IF.
           END-IF.
           ADD 1 TO TEAM-COUNT.
           MOVE TEAM-COUNT TO TIX.
           MOVE ROW-TEAMNO TO TH-TEAMNO(TIX).
           GO TO FILE-ROW.
       FILE-ROW.
           MOVE HS-NAME TO TEAMNAME(TIX).
           MOVE 'Y' TO TH-PRESENT(TIX, SNAP-COUNT).
           MOVE HS-RANK TO TH-RANK(TIX, SNAP-COUNT).
           MOVE HS-TSCORE TO TH-TSCORE(TIX, SNAP-COUNT).
           MOVE HS-TPEN TO TH-TPEN(TIX, SNAP-COUNT).
           MOVE HS-SOLVED TO TH-SOLVED(TIX, SNAP-COUNT).
           IF HS-RANK = 1 THEN
               MOVE TIX TO SN-LEADIX(SNAP-COUNT)
           END-IF.
           GO TO LOAD-LOOP.
       LOAD-DONE.
           CLOSE HIST-FILE.
           MOVE 1 TO RG-I.
           GO TO CURRENT-NAME-LOOP.
000181* A NUMBERED TEAM IS REPORTED UNDER ITS NAME ON TEAMS.TXT; A
000181* TEAM NO LONGER REGISTERED KEEPS ITS LAST NAME IN THE HISTORY.
       CURRENT-NAME-LOOP.
           IF RG-I > REG-CURRENT THEN
               GO TO REPORT-START
           END-IF.
           IF RG-TEAMNO(RG-I) NOT NUMERIC THEN
               GO TO CURRENT-NAME-NEXT
           END-IF.
           MOVE 1 TO TIX.
           GO TO CURRENT-NAME-SCAN.
       CURRENT-NAME-SCAN.
           IF TIX > TEAM-COUNT THEN
               GO TO CURRENT-NAME-NEXT
           END-IF.
           IF TH-TEAMNO(TIX) = RG-TEAMNO(RG-I) THEN
               MOVE RG-NAME(RG-I) TO TEAMNAME(TIX)
               GO TO CURRENT-NAME-NEXT
           END-IF.
           ADD 1 TO TIX.
           GO TO CURRENT-NAME-SCAN.
       CURRENT-NAME-NEXT.
           ADD 1 TO RG-I.
           GO TO CURRENT-NAME-LOOP.
       REPORT-START.
           OPEN OUTPUT PROG-FILE.
           MOVE 'Score Progression Report' TO PROGLINE.
           WRITE PROGLINE.
           WRITE PROGLINE.
           MOVE 'LEAD CHANGES' TO PROGLINE.
           WRITE PROGLINE.
           MOVE 0 TO PREV-LEADIX.
           MOVE 0 TO CHG-CNT.
           MOVE 1 TO SN-I.
           GO TO LEAD-LOOP.
           IF SN-I > SNAP-COUNT THEN
               GO TO LEAD-TAIL
           END-IF.
           IF SN-LEADIX(SN-I) = 0
                   OR SN-LEADIX(SN-I) = PREV-LEADIX THEN
               GO TO LEAD-NEXT
           END-IF.
           ADD 1 TO CHG-CNT.
               DELIMITED BY SIZE INTO TIME-DISP.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           MOVE SN-LEADIX(SN-I) TO TIX.
           STRING '  AT ' TIME-DISP ' LEADER NOW '
               TEAMNAME(TIX) DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO PROGLINE.
           WRITE PROGLINE.
           MOVE SN-LEADIX(SN-I) TO PREV-LEADIX.
       LEAD-NEXT.
           ADD 1 TO SN-I.
           GO TO LEAD-LOOP.
               END-IF
           END-IF.
           ADD 1 TO SN-I.
000181* ADD NAME RG-KEY, REGISTERED UNDER NUMBER RG-KEYNO, TO THE
000181* LOOKUP UNLESS THE NAME IS ALREADY THERE.
       REG-ADD.
           IF RG-KEY = SPACES OR RG-KEYNO NOT NUMERIC
                   OR REG-COUNT >= 300 THEN
               GO TO REG-ADD-EXIT
           END-IF.
           MOVE 1 TO RG-I.
           GO TO REG-ADD-LOOP.
       REG-ADD-LOOP.
           IF RG-I > REG-COUNT THEN
               ADD 1 TO REG-COUNT
               MOVE RG-KEY TO RG-NAME(REG-COUNT)
               MOVE RG-KEYNO TO RG-TEAMNO(REG-COUNT)
               GO TO REG-ADD-EXIT
           END-IF.
           IF RG-NAME(RG-I) = RG-KEY THEN
               GO TO REG-ADD-EXIT
           END-IF.
           ADD 1 TO RG-I.
           GO TO REG-ADD-LOOP.
       REG-ADD-EXIT.
           EXIT.
