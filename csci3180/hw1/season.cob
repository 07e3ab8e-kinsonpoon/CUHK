      * Each CSV is read with the same layout the scoring program
      * writes (rank first, team second); a team appearing in some
      * contests and not others simply scores nothing for the ones
      * it missed.  A row whose STATUS column reads UNOFFICIAL (a
      * team that broke the eligibility rules) scores nothing and
      * the official teams below it move up one place for points;
      * CSVs from before the STATUS column are all official.
      * Teams are rolled up by their permanent team number, from
      * the CSV's TEAMNO column or, for a CSV from before it, by
      * looking the name up in teams.txt and then in
      * team-name-history.txt, so a team renamed during the season
      * is one line in the table, printed under its current name.
      * A name with no number anywhere rolls up by name as before.
      * Institutions come from the TINST field of
      * teams.txt; a team not in the registration master rolls up
      * under UNKNOWN.  The report (season-report.txt) carries the
      * season standings per team, with the points taken from each
000044         ASSIGN TO 'teams.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS TEAMS-STATUS.
000043     SELECT NHIST-FILE
000044         ASSIGN TO 'team-name-history.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL
000045         FILE STATUS IS NHIST-STATUS.
000043     SELECT SEA-FILE
000044         ASSIGN TO 'season-report.txt'
000045         ORGANIZATION IS LINE SEQUENTIAL.
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
       FD SEA-FILE.
           01 SEALINE PIC X(300).
000000*
           01  SEACTL-STATUS PIC XX.
           01  STAND-STATUS PIC XX.
           01  TEAMS-STATUS PIC XX.
           01  NHIST-STATUS PIC XX.
           01  STAND-NAME PIC X(40).
000000*
      * Points-per-rank scale from line 2 of the control file.
           01  SEA-TAB.
               03 SEA-ENTRY OCCURS 150 TIMES.
                  05 SE-NAME PIC X(15).
                  05 SE-TEAMNO PIC X(5).
                  05 SE-INST PIC X(25).
                  05 SE-PTS OCCURS 8 TIMES PIC 9(4).
                  05 SE-TOTAL PIC 9(5).
           01  SE-I PIC 999.
           01  SEFOUND PIC X.
               88 SE-IS-FOUND VALUE 'Y'.
000000*
      * Every name a team number has been registered under: the
      * current names from teams.txt first, then the old and new
      * names from the rename history, first entry for a name wins.
           01  NAMENO-TAB.
               03 NAMENO-ENTRY OCCURS 500 TIMES.
                  05 NN-NAME PIC X(15).
                  05 NN-TEAMNO PIC X(5).
           01  NAMENO-COUNT PIC 999 VALUE 0.
           01  NN-I PIC 999.
           01  NN-KEY PIC X(15).
           01  NN-KEYNO PIC X(5).
000000*
      * Institution roll-up table.
           01  INST-TAB.
      * reader: unstring into a field table, rank first and team
      * second.
           01  UF-TAB.
               03 UF PIC X(30) OCCURS 26 TIMES.
           01  UFCOUNT PIC 99.
           01  UPTR PIC 9(4).
           01  ROW-RANK PIC 999.
           01  ROW-PTS PIC 999.
           01  UNOFF-SEEN PIC 999.
           01  STAT-I PIC 99.
           01  ROW-TEAMNO PIC X(5).
           01  NOCOLFLAG PIC X.
               88 CSV-HAS-TEAMNO VALUE 'Y'.
000000*
      * Ranking work fields (bubble sort of an order table).
           01  ORDER-TAB.
000181* INSTITUTIONS COME FROM THE REGISTRATION MASTER; TEAMS ARE
000181* SEEDED INTO THE SEASON TABLE AS THE CONTESTS ARE READ, SO A
000181* TEAM ABSENT FROM SOME CONTESTS STILL ROLLS UP CORRECTLY.
000181* FIRST THE NAME-TO-NUMBER LOOKUP, CURRENT NAMES AHEAD OF THE
000181* NAMES IN THE RENAME HISTORY.
       LOAD-INSTITUTIONS.
           OPEN INPUT IN-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
               GO TO LOAD-NHIST
           END-IF.
           GO TO LOAD-NAMENO-LOOP.
       LOAD-NAMENO-LOOP.
           READ IN-FILE
               AT END GO TO LOAD-NAMENO-DONE.
           MOVE NAM TO NN-KEY.
           MOVE TM-TEAMNO TO NN-KEYNO.
           PERFORM NAMENO-ADD THRU NAMENO-ADD-EXIT.
           GO TO LOAD-NAMENO-LOOP.
       LOAD-NAMENO-DONE.
           CLOSE IN-FILE.
       LOAD-NHIST.
           OPEN INPUT NHIST-FILE.
           IF NHIST-STATUS NOT = '00' THEN
               GO TO LOAD-LOOKUP-DONE
           END-IF.
           GO TO LOAD-NHIST-LOOP.
       LOAD-NHIST-LOOP.
           READ NHIST-FILE
               AT END GO TO LOAD-NHIST-DONE.
           MOVE NH-TEAMNO TO NN-KEYNO.
           MOVE NH-OLDNAM TO NN-KEY.
           PERFORM NAMENO-ADD THRU NAMENO-ADD-EXIT.
           MOVE NH-NEWNAM TO NN-KEY.
           PERFORM NAMENO-ADD THRU NAMENO-ADD-EXIT.
           GO TO LOAD-NHIST-LOOP.
       LOAD-NHIST-DONE.
           CLOSE NHIST-FILE.
       LOAD-LOOKUP-DONE.
           MOVE 1 TO CT-I.
           GO TO CONTEST-LOOP.
000181* ONE PASS PER CONTEST: EVERY DATA ROW OF ITS STANDINGS CSV
000181* AWARDS THE TEAM THE POINTS FOR ITS FINAL RANK AMONG THE
000181* OFFICIAL TEAMS.
       CONTEST-LOOP.
           IF CT-I > CONTEST-COUNT THEN
               GO TO FILL-INSTITUTIONS
               CLOSE STAND-FILE
               GO TO CONTEST-NEXT
           END-IF.
           MOVE 0 TO UNOFF-SEEN.
           MOVE 'N' TO NOCOLFLAG.
           GO TO STAND-LOOP.
       STAND-LOOP.
           READ STAND-FILE INTO STAND-LINE
           MOVE 1 TO UPTR.
           GO TO STAND-PARSE-LOOP.
       STAND-PARSE-LOOP.
           IF UFCOUNT >= 26 OR UPTR > 300 THEN
               GO TO STAND-PARSE-DONE
           END-IF.
           ADD 1 TO UFCOUNT.
           IF UFCOUNT < 2 THEN
               GO TO STAND-LOOP
           END-IF.
           IF UF(1) = 'RANK' AND UF(UFCOUNT) = 'TEAMNO' THEN
               MOVE 'Y' TO NOCOLFLAG
               GO TO STAND-LOOP
           END-IF.
           INSPECT UF(1) REPLACING LEADING ' ' BY '0'.
           IF UF(1)(1:3) NOT NUMERIC THEN
               GO TO STAND-LOOP
           IF ROW-RANK = 0 OR UF(2) = SPACES THEN
               GO TO STAND-LOOP
           END-IF.
           MOVE UFCOUNT TO STAT-I.
           MOVE SPACES TO ROW-TEAMNO.
           IF CSV-HAS-TEAMNO THEN
               SUBTRACT 1 FROM STAT-I
               MOVE UF(UFCOUNT)(1:5) TO ROW-TEAMNO
           END-IF.
           IF ROW-TEAMNO NOT NUMERIC THEN
               PERFORM NAMENO-FIND THRU NAMENO-FIND-EXIT
           END-IF.
           MOVE 0 TO ROW-PTS.
           IF UF(STAT-I) = 'UNOFFICIAL' THEN
               ADD 1 TO UNOFF-SEEN
               GO TO SEA-FIND-START
           END-IF.
           IF ROW-RANK > UNOFF-SEEN THEN
               SUBTRACT UNOFF-SEEN FROM ROW-RANK
           END-IF.
           IF ROW-RANK <= 10 THEN
               MOVE SC-PTS(ROW-RANK) TO ROW-PTS
           END-IF.
       SEA-FIND-START.
           MOVE 'N' TO SEFOUND.
           MOVE 1 TO SE-I.
           GO TO SEA-FIND-LOOP.
           IF SE-I > SEA-COUNT THEN
               GO TO SEA-FIND-DONE
           END-IF.
           IF ROW-TEAMNO IS NUMERIC THEN
               IF SE-TEAMNO(SE-I) = ROW-TEAMNO THEN
                   MOVE 'Y' TO SEFOUND
                   GO TO SEA-FIND-DONE
               END-IF
               ADD 1 TO SE-I
               GO TO SEA-FIND-LOOP
           END-IF.
           IF SE-NAME(SE-I) = UF(2)(1:15)
                   AND SE-TEAMNO(SE-I) NOT NUMERIC THEN
               MOVE 'Y' TO SEFOUND
               GO TO SEA-FIND-DONE
           END-IF.
           ADD 1 TO SEA-COUNT.
           MOVE SEA-COUNT TO SE-I.
           INITIALIZE SEA-ENTRY(SE-I).
           MOVE ROW-TEAMNO TO SE-TEAMNO(SE-I).
           MOVE 'UNKNOWN' TO SE-INST(SE-I).
           GO TO SEA-POST.
       SEA-POST.
           MOVE UF(2)(1:15) TO SE-NAME(SE-I).
           ADD ROW-PTS TO SE-PTS(SE-I, CT-I).
           ADD ROW-PTS TO SE-TOTAL(SE-I).
           GO TO STAND-LOOP.
       CONTEST-NEXT.
           ADD 1 TO CT-I.
           GO TO CONTEST-LOOP.
000181* PICK UP EACH TEAM'S INSTITUTION AND CURRENT NAME FROM THE
000181* REGISTRATION MASTER, THEN ROLL THE TEAM TOTALS UP PER
000181* INSTITUTION.
       FILL-INSTITUTIONS.
           OPEN INPUT IN-FILE.
           IF TEAMS-STATUS NOT = '00' THEN
           IF SE-I > SEA-COUNT THEN
               GO TO FILL-INST-LOOP
           END-IF.
           IF SE-TEAMNO(SE-I) IS NUMERIC THEN
               IF SE-TEAMNO(SE-I) = TM-TEAMNO THEN
                   MOVE NAM TO SE-NAME(SE-I)
                   IF TM-INST NOT = SPACES THEN
                       MOVE TM-INST TO SE-INST(SE-I)
                   END-IF
               END-IF
               ADD 1 TO SE-I
               GO TO FILL-INST-SCAN
           END-IF.
           IF SE-NAME(SE-I) = NAM AND TM-INST NOT = SPACES THEN
               MOVE TM-INST TO SE-INST(SE-I)
           END-IF.
       SEASON-DONE.
           CLOSE SEA-FILE.
           STOP RUN.
000181* ADD NAME NN-KEY, REGISTERED UNDER NUMBER NN-KEYNO, TO THE
000181* LOOKUP UNLESS THE NAME IS ALREADY THERE.
       NAMENO-ADD.
           IF NN-KEY = SPACES OR NN-KEYNO NOT NUMERIC
                   OR NAMENO-COUNT >= 500 THEN
               GO TO NAMENO-ADD-EXIT
           END-IF.
           MOVE 1 TO NN-I.
           GO TO NAMENO-ADD-LOOP.
       NAMENO-ADD-LOOP.
           IF NN-I > NAMENO-COUNT THEN
               ADD 1 TO NAMENO-COUNT
               MOVE NN-KEY TO NN-NAME(NAMENO-COUNT)
               MOVE NN-KEYNO TO NN-TEAMNO(NAMENO-COUNT)
               GO TO NAMENO-ADD-EXIT
           END-IF.
           IF NN-NAME(NN-I) = NN-KEY THEN
               GO TO NAMENO-ADD-EXIT
           END-IF.
           ADD 1 TO NN-I.
           GO TO NAMENO-ADD-LOOP.
       NAMENO-ADD-EXIT.
           EXIT.
000181* THE TEAM NUMBER FOR THE ROW'S TEAM NAME, INTO ROW-TEAMNO;
000181* LEFT BLANK IF THE NAME WAS NEVER REGISTERED WITH A NUMBER.
       NAMENO-FIND.
           MOVE SPACES TO ROW-TEAMNO.
           MOVE 1 TO NN-I.
           GO TO NAMENO-FIND-LOOP.
       NAMENO-FIND-LOOP.
           IF NN-I > NAMENO-COUNT THEN
               GO TO NAMENO-FIND-EXIT
           END-IF.
           IF NN-NAME(NN-I) = UF(2)(1:15) THEN
               MOVE NN-TEAMNO(NN-I) TO ROW-TEAMNO
               GO TO NAMENO-FIND-EXIT
           END-IF.
           ADD 1 TO NN-I.
           GO TO NAMENO-FIND-LOOP.
       NAMENO-FIND-EXIT.
           EXIT.
