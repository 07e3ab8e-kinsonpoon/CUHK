      * the scoring run: accepts a team name and displays that team's
      * current rank, totals, and per-problem detail, so a single
      * "where does team X stand" call needs neither the full report
      * nor a rerun.  A 5-digit entry is taken as the team's
      * permanent team number (the alternate key), so a caller who
      * only knows the team's old name can still be answered; if no
      * team has that number it is tried as a name.  Enter a blank
      * name to end.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
000045         ORGANIZATION IS INDEXED
000045         ACCESS MODE IS RANDOM
000045         RECORD KEY IS IX-TEAM
000045         ALTERNATE RECORD KEY IS IX-TEAMNO WITH DUPLICATES
000045         FILE STATUS IS IX-STATUS.
000050*
000060 DATA DIVISION.
       FD IX-FILE.
           01 IX-REC.
              03 IX-TEAM PIC X(15).
              03 IX-TEAMNO PIC X(5).
              03 IX-RANK PIC 9(3).
              03 IX-TSCORE PIC 9(6).
              03 IX-TPEN PIC 9(5).
           END-IF.
           GO TO ASK-LOOP.
       ASK-LOOP.
           DISPLAY 'TEAM NAME OR NUMBER (BLANK TO END):'.
           MOVE SPACES TO INQ-NAME.
           ACCEPT INQ-NAME.
           IF INQ-NAME = SPACES THEN
               GO TO ASK-DONE
           END-IF.
           IF INQ-NAME(1:5) NOT NUMERIC
                   OR INQ-NAME(6:10) NOT = SPACES THEN
               GO TO READ-BY-NAME
           END-IF.
           MOVE INQ-NAME(1:5) TO IX-TEAMNO.
           READ IX-FILE KEY IS IX-TEAMNO
               INVALID KEY GO TO READ-BY-NAME
           END-READ.
           GO TO SHOW-TEAM.
       READ-BY-NAME.
           MOVE INQ-NAME TO IX-TEAM.
           READ IX-FILE
               INVALID KEY GO TO NOT-FOUND
           END-READ.
           GO TO SHOW-TEAM.
       SHOW-TEAM.
           MOVE IX-RANK TO RANK-ED.
           MOVE IX-TSCORE TO TSCORE-ED.
           MOVE IX-TPEN TO TPEN-ED.
           DISPLAY 'TEAM:            ' IX-TEAM.
           DISPLAY 'TEAM NUMBER:     ' IX-TEAMNO.
           DISPLAY 'CURRENT RANK:    ' RANK-ED.
           DISPLAY 'TOTAL SCORE:     ' TSCORE-ED.
           DISPLAY 'PENALTY MINUTES: ' TPEN-ED.
