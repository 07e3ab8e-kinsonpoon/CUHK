      * layout behind an action word:
      *
      *   action(8) name(15) institution(25) division(2) coach(20)
      *   contact(25) who(10) new-name(15)
      *
      * ADD registers a new team (duplicate names rejected), CHANGE
      * amends an existing one (blank fields keep their old value),
      * DELETE removes it, and RENAME gives it the new name.  Every
      * team carries a permanent 5-digit team number after the
      * contact on teams.txt, which the scoring run, the standings
      * files and the season roll-up key on instead of the name.
      * ADD gives the next number, or the number the name held
      * before if that team was deleted and is registering again;
      * a team already on the master without a number gets one on
      * the next run.  Numbers are never reused for another team.
      * Every number given and every rename is appended to
      * team-name-history.txt (number, date, action, old name, new
      * name), so reports from before a rename can still be matched
      * to the team.  A renamed team's contestants are carried over
      * too: contestants.txt is copied to contestants-new.txt with
      * their rows under the new name, for the same job step to
      * swap in, so the roster never goes on naming a team the
      * master no longer has.  Division codes are validated against
      * division-codes.txt (one 2-character code per line); when
      * that file is absent the codes already in the master are
      * accepted, as the scoring run would collect them.  The
      * updated master is written to teams-new.txt for the job
      * step that swaps it in, and every transaction - applied or
      * rejected, with who asked and why it failed - goes to the
      * audit log team-maint-log.txt, which is entered in
      * file-catalogue.txt for the retention job.  Return code: 0
      * all applied, 4 one or more rejected, 8 master absent.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
000043     SELECT NEW-FILE
000044         ASSIGN TO 'teams-new.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT ROST-FILE
000044         ASSIGN TO 'contestants.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS ROST-STATUS.
000043     SELECT RNEW-FILE
000044         ASSIGN TO 'contestants-new.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT MLOG-FILE
000044         ASSIGN TO 'team-maint-log.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
000043     SELECT NHIST-FILE
000044         ASSIGN TO 'team-name-history.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS NHIST-STATUS.
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
       FD TRANS-FILE.
           01 TRANS-REC.
              03 TR-ACTION PIC X(8).
              03 TR-COACH PIC X(20).
              03 TR-CONTACT PIC X(25).
              03 TR-WHO PIC X(10).
              03 TR-NEWNAM PIC X(15).
              03 TR-EXCESS PIC X(15).
       FD DIVCD-FILE.
           01 DIVCD-LINE PIC X(10).
              03 NW-DIV PIC XX.
              03 NW-COACH PIC X(20).
              03 NW-CONTACT PIC X(25).
              03 NW-TEAMNO PIC X(5).
       FD ROST-FILE.
           01 CONT-REC.
              03 CN-TEAM PIC X(15).
              03 CN-PERSON PIC X(10).
              03 CN-NAME PIC X(25).
              03 CN-ENROL PIC X(4).
              03 CN-FINALS PIC XX.
       FD RNEW-FILE.
           01 RNEW-REC PIC X(56).
       FD MLOG-FILE.
           01 MLOGLINE PIC X(200).
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
              03 CG-DATE PIC 9(8).
              03 CG-NAME PIC X(40).
000000*
000000 WORKING-STORAGE SECTION.
000000*
           01  TEAMS-STATUS PIC XX.
           01  TRANS-STATUS PIC XX.
           01  DIVCD-STATUS PIC XX.
           01  NHIST-STATUS PIC XX.
           01  CATLG-STATUS PIC XX.
           01  ROST-STATUS PIC XX.
           01  CATLG-TYPE PIC X(8).
           01  CATLG-NAME PIC X(40).
000000*
      * The master held in storage while the transactions run, one
      * entry per team, deleted rows flagged rather than shuffled.
                  05 MT-DIV PIC XX.
                  05 MT-COACH PIC X(20).
                  05 MT-CONTACT PIC X(25).
                  05 MT-TEAMNO PIC X(5).
                  05 MT-DEL PIC X.
                     88 MT-IS-DELETED VALUE 'Y'.
           01  MASTER-COUNT PIC 999 VALUE 0.
           01  MT-I PIC 999.
           01  MTFOUND PIC X.
               88 MT-IS-FOUND VALUE 'Y'.
000000*
      * Team numbers: the highest ever given (on the master or in
      * the name history), and every name each number has held,
      * from team-name-history.txt, so a returning team gets its
      * old number back.
           01  LAST-TEAMNO PIC 9(5) VALUE 0.
           01  NAMEHIST-TAB.
               03 NT-ENTRY OCCURS 500 TIMES.
                  05 NT-TEAMNO PIC X(5).
                  05 NT-NAME PIC X(15).
           01  NAMEHIST-COUNT PIC 999 VALUE 0.
           01  NT-I PIC 999.
           01  GV-I PIC 999.
           01  GIVE-NAME PIC X(15).
           01  GIVE-NO PIC X(5).
           01  LOG-TEAMNO PIC X(5).
000000*
      * The renames applied this run, old name to the name the team
      * ends the run with, for carrying the roster rows over.
           01  RENAME-TAB.
               03 RN-ENTRY OCCURS 100 TIMES.
                  05 RN-OLD PIC X(15).
                  05 RN-NEW PIC X(15).
           01  RENAME-COUNT PIC 999 VALUE 0.
           01  RN-I PIC 999.
           01  ROST-CNT PIC 9(5) VALUE 0.
000000*
      * Valid division codes, from division-codes.txt or seeded
      * from the master itself when that file is absent.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           OPEN OUTPUT MLOG-FILE.
           MOVE 'DATE,TIME,ACTION,TEAM,STATUS,WHO,TEAMNO' TO MLOGLINE.
           WRITE MLOGLINE.
           GO TO LOAD-MASTER.
       LOAD-MASTER.
           MOVE TM-DIV TO MT-DIV(MASTER-COUNT).
           MOVE TM-COACH TO MT-COACH(MASTER-COUNT).
           MOVE TM-CONTACT TO MT-CONTACT(MASTER-COUNT).
           MOVE TM-TEAMNO TO MT-TEAMNO(MASTER-COUNT).
           MOVE 'N' TO MT-DEL(MASTER-COUNT).
           IF TM-TEAMNO IS NUMERIC AND TM-TEAMNO > LAST-TEAMNO THEN
               MOVE TM-TEAMNO TO LAST-TEAMNO
           END-IF.
           GO TO LOAD-MASTER-LOOP.
       LOAD-MASTER-DONE.
           CLOSE IN-FILE.
           GO TO LOAD-NAMEHIST.
000181* THE NAME HISTORY: EVERY NAME EACH TEAM NUMBER HAS HELD, AND
000181* THE HIGHEST NUMBER EVER GIVEN, SO A DELETED TEAM'S NUMBER
000181* IS NEVER HANDED TO ANOTHER TEAM.
       LOAD-NAMEHIST.
           OPEN INPUT NHIST-FILE.
           IF NHIST-STATUS NOT = '00' THEN
               GO TO LOAD-DIVCODES
           END-IF.
           GO TO LOAD-NAMEHIST-LOOP.
       LOAD-NAMEHIST-LOOP.
           READ NHIST-FILE
               AT END GO TO LOAD-NAMEHIST-DONE.
           IF NH-TEAMNO NOT NUMERIC THEN
               GO TO LOAD-NAMEHIST-LOOP
           END-IF.
           IF NH-TEAMNO > LAST-TEAMNO THEN
               MOVE NH-TEAMNO TO LAST-TEAMNO
           END-IF.
           MOVE NH-TEAMNO TO GIVE-NO.
           IF NH-OLDNAM NOT = SPACES THEN
               MOVE NH-OLDNAM TO GIVE-NAME
               PERFORM KEEP-NAMEHIST THRU KEEP-NAMEHIST-EXIT
           END-IF.
           IF NH-NEWNAM NOT = SPACES THEN
               MOVE NH-NEWNAM TO GIVE-NAME
               PERFORM KEEP-NAMEHIST THRU KEEP-NAMEHIST-EXIT
           END-IF.
           GO TO LOAD-NAMEHIST-LOOP.
       LOAD-NAMEHIST-DONE.
           CLOSE NHIST-FILE.
           GO TO LOAD-DIVCODES.
000181* THE KNOWN DIVISION SET: DIVISION-CODES.TXT WHEN PRESENT,
000181* OTHERWISE THE CODES ALREADY ON THE MASTER.
           GO TO LOAD-DIVCD-LOOP.
       LOAD-DIVCD-DONE.
           CLOSE DIVCD-FILE.
           GO TO NUMBER-MASTER.
       SEED-DIVCODES.
           MOVE 1 TO MT-I.
           GO TO SEED-DIVCD-LOOP.
       SEED-DIVCD-LOOP.
           IF MT-I > MASTER-COUNT THEN
               GO TO NUMBER-MASTER
           END-IF.
           IF MT-DIV(MT-I) = SPACES THEN
               GO TO SEED-DIVCD-NEXT
       SEED-DIVCD-NEXT.
           ADD 1 TO MT-I.
           GO TO SEED-DIVCD-LOOP.
000181* A TEAM ALREADY ON THE MASTER WITHOUT A TEAM NUMBER IS GIVEN
000181* ONE NOW, LOGGED AS A NUMBER ACTION.
       NUMBER-MASTER.
           OPEN EXTEND NHIST-FILE.
           IF NHIST-STATUS NOT = '00' THEN
               OPEN OUTPUT NHIST-FILE
           END-IF.
           MOVE 1 TO MT-I.
           GO TO NUMBER-MASTER-LOOP.
       NUMBER-MASTER-LOOP.
           IF MT-I > MASTER-COUNT THEN
               GO TO APPLY-TRANS
           END-IF.
           IF MT-TEAMNO(MT-I) IS NUMERIC THEN
               GO TO NUMBER-MASTER-NEXT
           END-IF.
           MOVE MT-NAM(MT-I) TO GIVE-NAME.
           PERFORM GIVE-TEAMNO THRU GIVE-TEAMNO-EXIT.
           MOVE GIVE-NO TO MT-TEAMNO(MT-I).
           MOVE 'NUMBER' TO NH-ACTION.
           MOVE SPACES TO NH-OLDNAM.
           MOVE MT-NAM(MT-I) TO NH-NEWNAM.
           PERFORM PUT-NAMEHIST THRU PUT-NAMEHIST-EXIT.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING RUN-DATE ',' RUN-TIME(1:6) ',NUMBER,'
               MT-NAM(MT-I) ',APPLIED,,' GIVE-NO
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO MLOGLINE.
           WRITE MLOGLINE.
       NUMBER-MASTER-NEXT.
           ADD 1 TO MT-I.
           GO TO NUMBER-MASTER-LOOP.
000181* APPLY THE TRANSACTIONS IN FILE ORDER.  EVERY ONE IS LOGGED
000181* APPLIED OR REJECTED WITH ITS REASON AND WHO ASKED.
       APPLY-TRANS.
           END-IF.
           MOVE 'N' TO TRXERR.
           MOVE SPACES TO ERR-REASON.
           MOVE SPACES TO LOG-TEAMNO.
           IF TR-NAM = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'BLANK TEAM NAME' TO ERR-REASON
               GO TO TRANS-LOG.
           IF TR-EXCESS NOT = SPACES OR (TR-NEWNAM NOT = SPACES
                   AND TR-ACTION NOT = 'RENAME') THEN
               MOVE 'Y' TO TRXERR
               MOVE 'RECORD TOO LONG - COLUMN DRIFT' TO ERR-REASON
               GO TO TRANS-LOG.
           IF TR-ACTION = 'DELETE' THEN
               GO TO TRANS-DELETE
           END-IF.
           IF TR-ACTION = 'RENAME' THEN
               GO TO TRANS-RENAME
           END-IF.
           MOVE 'Y' TO TRXERR.
           MOVE 'UNKNOWN ACTION' TO ERR-REASON.
           GO TO TRANS-LOG.
           MOVE TR-COACH TO MT-COACH(MASTER-COUNT).
           MOVE TR-CONTACT TO MT-CONTACT(MASTER-COUNT).
           MOVE 'N' TO MT-DEL(MASTER-COUNT).
           MOVE TR-NAM TO GIVE-NAME.
           PERFORM GIVE-TEAMNO THRU GIVE-TEAMNO-EXIT.
           MOVE GIVE-NO TO MT-TEAMNO(MASTER-COUNT).
           MOVE GIVE-NO TO LOG-TEAMNO.
           MOVE 'ADD' TO NH-ACTION.
           MOVE SPACES TO NH-OLDNAM.
           MOVE TR-NAM TO NH-NEWNAM.
           PERFORM PUT-NAMEHIST THRU PUT-NAMEHIST-EXIT.
           GO TO TRANS-LOG.
000181* CHANGE AMENDS ONLY THE FIELDS THE TRANSACTION FILLS IN;
000181* BLANK FIELDS KEEP THEIR OLD VALUE.
           IF TR-CONTACT NOT = SPACES THEN
               MOVE TR-CONTACT TO MT-CONTACT(MT-I)
           END-IF.
           MOVE MT-TEAMNO(MT-I) TO LOG-TEAMNO.
           GO TO TRANS-LOG.
       TRANS-DELETE.
           IF NOT MT-IS-FOUND THEN
               GO TO TRANS-LOG
           END-IF.
           MOVE 'Y' TO MT-DEL(MT-I).
           MOVE MT-TEAMNO(MT-I) TO LOG-TEAMNO.
           GO TO TRANS-LOG.
000181* RENAME KEEPS THE TEAM'S NUMBER AND RECORDS THE OLD AND NEW
000181* NAMES IN THE NAME HISTORY.  THE NEW NAME MUST NOT BELONG TO
000181* ANOTHER TEAM ON THE MASTER.
       TRANS-RENAME.
           IF NOT MT-IS-FOUND THEN
               MOVE 'Y' TO TRXERR
               MOVE 'TEAM NOT ON MASTER' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF TR-NEWNAM = SPACES THEN
               MOVE 'Y' TO TRXERR
               MOVE 'BLANK NEW NAME' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           IF RENAME-COUNT >= 100 THEN
               MOVE 'Y' TO TRXERR
               MOVE 'RENAME TABLE FULL' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           MOVE 1 TO GV-I.
           GO TO RENAME-FIND-LOOP.
       RENAME-FIND-LOOP.
           IF GV-I > MASTER-COUNT THEN
               GO TO RENAME-APPLY
           END-IF.
           IF MT-NAM(GV-I) = TR-NEWNAM
                   AND MT-DEL(GV-I) NOT = 'Y' THEN
               MOVE 'Y' TO TRXERR
               MOVE 'NEW NAME ALREADY ON MASTER' TO ERR-REASON
               GO TO TRANS-LOG
           END-IF.
           ADD 1 TO GV-I.
           GO TO RENAME-FIND-LOOP.
       RENAME-APPLY.
           MOVE MT-TEAMNO(MT-I) TO GIVE-NO.
           MOVE MT-TEAMNO(MT-I) TO LOG-TEAMNO.
           MOVE 'RENAME' TO NH-ACTION.
           MOVE MT-NAM(MT-I) TO NH-OLDNAM.
           MOVE TR-NEWNAM TO NH-NEWNAM.
           PERFORM PUT-NAMEHIST THRU PUT-NAMEHIST-EXIT.
           PERFORM KEEP-RENAME THRU KEEP-RENAME-EXIT.
           MOVE TR-NEWNAM TO MT-NAM(MT-I).
           GO TO TRANS-LOG.
       TRANS-LOG.
           MOVE SPACES TO LINE-OUT.
               ADD 1 TO APPL-CNT
               STRING 'APPLIED' DELIMITED BY SIZE
                   INTO LINE-OUT WITH POINTER LINE-PTR
               IF TR-ACTION = 'RENAME' THEN
                   STRING ' AS ' TR-NEWNAM DELIMITED BY SIZE
                       INTO LINE-OUT WITH POINTER LINE-PTR
               END-IF
           END-IF.
           STRING ',' TR-WHO ',' LOG-TEAMNO DELIMITED BY SIZE
               INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO MLOGLINE.
           WRITE MLOGLINE.
           MOVE MT-DIV(MT-I) TO NW-DIV.
           MOVE MT-COACH(MT-I) TO NW-COACH.
           MOVE MT-CONTACT(MT-I) TO NW-CONTACT.
           MOVE MT-TEAMNO(MT-I) TO NW-TEAMNO.
           WRITE NEW-REC.
       NEW-MASTER-NEXT.
           ADD 1 TO MT-I.
           GO TO NEW-MASTER-LOOP.
       NEW-MASTER-DONE.
           CLOSE NEW-FILE.
           GO TO ROSTER-RENAME.
000181* WHEN A TEAM WAS RENAMED, COPY CONTESTANTS.TXT TO
000181* CONTESTANTS-NEW.TXT WITH THE RENAMED TEAMS' ROWS UNDER THEIR
000181* NEW NAMES, FOR THE SAME SWAP STEP.  NO ROSTER, NOTHING TO
000181* CARRY.
       ROSTER-RENAME.
           IF RENAME-COUNT = 0 THEN
               GO TO RUN-TOTALS
           END-IF.
           OPEN INPUT ROST-FILE.
           IF ROST-STATUS NOT = '00' THEN
               GO TO RUN-TOTALS
           END-IF.
           OPEN OUTPUT RNEW-FILE.
           GO TO ROSTER-RENAME-LOOP.
       ROSTER-RENAME-LOOP.
           READ ROST-FILE
               AT END GO TO ROSTER-RENAME-DONE.
           MOVE 1 TO RN-I.
           GO TO ROSTER-RENAME-FIND.
       ROSTER-RENAME-FIND.
           IF RN-I > RENAME-COUNT THEN
               GO TO ROSTER-RENAME-PUT
           END-IF.
           IF RN-OLD(RN-I) = CN-TEAM THEN
               MOVE RN-NEW(RN-I) TO CN-TEAM
               ADD 1 TO ROST-CNT
               GO TO ROSTER-RENAME-PUT
           END-IF.
           ADD 1 TO RN-I.
           GO TO ROSTER-RENAME-FIND.
       ROSTER-RENAME-PUT.
           MOVE CONT-REC TO RNEW-REC.
           WRITE RNEW-REC.
           GO TO ROSTER-RENAME-LOOP.
       ROSTER-RENAME-DONE.
           CLOSE ROST-FILE.
           CLOSE RNEW-FILE.
           MOVE ROST-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           STRING ',,,,ROSTER ROWS RENAMED: ' CNT5-ED ','
               DELIMITED BY SIZE INTO LINE-OUT WITH POINTER LINE-PTR.
           MOVE LINE-OUT TO MLOGLINE.
           WRITE MLOGLINE.
       RUN-TOTALS.
           MOVE APPL-CNT TO CNT5-ED.
           MOVE SPACES TO LINE-OUT.
           MOVE 1 TO LINE-PTR.
           MOVE LINE-OUT TO MLOGLINE.
           WRITE MLOGLINE.
           CLOSE MLOG-FILE.
           CLOSE NHIST-FILE.
           MOVE 'MAINTLOG' TO CATLG-TYPE.
           MOVE 'team-maint-log.txt' TO CATLG-NAME.
           PERFORM CATALOGUE-PUT THRU CATALOGUE-PUT-EXIT.
           IF REJ-CNT > 0 THEN
               MOVE 4 TO RUN-RC
           END-IF.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
000181* NOTE THE RENAME OF TEAM MT-I TO TR-NEWNAM.  AN EARLIER RENAME
000181* THIS RUN THAT ENDED AT THE OLD NAME NOW ENDS AT THE NEW ONE,
000181* SO A TEAM RENAMED TWICE HAS ITS ROWS CARRIED STRAIGHT
000181* THROUGH.
       KEEP-RENAME.
           MOVE 1 TO RN-I.
           GO TO KEEP-RENAME-LOOP.
       KEEP-RENAME-LOOP.
           IF RN-I > RENAME-COUNT THEN
               GO TO KEEP-RENAME-ADD
           END-IF.
           IF RN-NEW(RN-I) = MT-NAM(MT-I) THEN
               MOVE TR-NEWNAM TO RN-NEW(RN-I)
           END-IF.
           ADD 1 TO RN-I.
           GO TO KEEP-RENAME-LOOP.
       KEEP-RENAME-ADD.
           ADD 1 TO RENAME-COUNT.
           MOVE MT-NAM(MT-I) TO RN-OLD(RENAME-COUNT).
           MOVE TR-NEWNAM TO RN-NEW(RENAME-COUNT).
       KEEP-RENAME-EXIT.
           EXIT.
000181* A NON-BLANK DIVISION CODE MUST BE IN THE KNOWN SET; BLANK
000181* IS ALLOWED, AS IT IS ON THE MASTER TODAY.
       EDIT-DIVISION.
           END-IF.
       EDIT-DIVISION-EXIT.
           EXIT.
000181* THE TEAM NUMBER FOR A NEW TEAM CALLED GIVE-NAME, INTO
000181* GIVE-NO: THE LAST NUMBER THAT NAME HELD IN THE NAME HISTORY
000181* IF NO TEAM ON THE MASTER NOW HAS IT, OTHERWISE THE NEXT
000181* NUMBER NEVER GIVEN.
       GIVE-TEAMNO.
           MOVE SPACES TO GIVE-NO.
           MOVE 1 TO NT-I.
           GO TO GIVE-HIST-LOOP.
       GIVE-HIST-LOOP.
           IF NT-I > NAMEHIST-COUNT THEN
               GO TO GIVE-HIST-DONE
           END-IF.
           IF NT-NAME(NT-I) = GIVE-NAME THEN
               MOVE NT-TEAMNO(NT-I) TO GIVE-NO
           END-IF.
           ADD 1 TO NT-I.
           GO TO GIVE-HIST-LOOP.
       GIVE-HIST-DONE.
           IF GIVE-NO = SPACES THEN
               GO TO GIVE-NEW
           END-IF.
           MOVE 1 TO GV-I.
           GO TO GIVE-USE-LOOP.
       GIVE-USE-LOOP.
           IF GV-I > MASTER-COUNT THEN
               GO TO GIVE-TEAMNO-EXIT
           END-IF.
           IF MT-TEAMNO(GV-I) = GIVE-NO
                   AND MT-DEL(GV-I) NOT = 'Y' THEN
               GO TO GIVE-NEW
           END-IF.
           ADD 1 TO GV-I.
           GO TO GIVE-USE-LOOP.
       GIVE-NEW.
           ADD 1 TO LAST-TEAMNO.
           MOVE LAST-TEAMNO TO GIVE-NO.
       GIVE-TEAMNO-EXIT.
           EXIT.
000181* APPEND A NAME-HISTORY RECORD FOR TEAM NUMBER GIVE-NO (THE
000181* CALLER SETS THE ACTION AND NAMES) AND KEEP ITS NEW NAME IN
000181* THE TABLE FOR THE REST OF THE RUN.
       PUT-NAMEHIST.
           MOVE GIVE-NO TO NH-TEAMNO.
           MOVE RUN-DATE TO NH-DATE.
           WRITE NHIST-REC.
           MOVE NH-NEWNAM TO GIVE-NAME.
           PERFORM KEEP-NAMEHIST THRU KEEP-NAMEHIST-EXIT.
       PUT-NAMEHIST-EXIT.
           EXIT.
000181* ADD NAME GIVE-NAME, HELD BY NUMBER GIVE-NO, TO THE TABLE.
       KEEP-NAMEHIST.
           IF NAMEHIST-COUNT >= 500 THEN
               GO TO KEEP-NAMEHIST-EXIT
           END-IF.
           ADD 1 TO NAMEHIST-COUNT.
           MOVE GIVE-NO TO NT-TEAMNO(NAMEHIST-COUNT).
           MOVE GIVE-NAME TO NT-NAME(NAMEHIST-COUNT).
       KEEP-NAMEHIST-EXIT.
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
