       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASNCLS.
       AUTHOR "Daniel Thornton".
      *Year-end season close. PLAYER-SCORES, ACHIEVEMENTS and the
      *lifetime leaderboard never reset, so a player who joined in
      *the spring can never catch the regulars; the season gives
      *everyone a fresh start each January while the lifetime
      *figures carry on. For the season year (the year just ended
      *unless SEASONPARMS names one) the program:
      *  1 snapshots every PS-RECORD, with the player's AC-RECORD,
      *    the season's own counters from SEASON-SCORES and the
      *    year's POINTS-LEDGER and TOURNEY-LOG totals, into
      *    SEASON-HISTORY under the season year;
      *  2 prints the season awards from those snapshots - points
      *    champion, most wins, best win percentage (LEADERPARMS
      *    minimum games, as on the leaderboard), longest winning
      *    streak, most improved (win percentage against the
      *    player's previous season, both seasons over the same
      *    minimum) and each tournament's winner (most wins,
      *    fewest guesses on those wins, as the standings rank).
      *    A shared top figure lists every player sharing it;
      *  3 opens the new season: SEASON-SCORES is emptied and
      *    every current streak in ACHIEVEMENTS is set back to
      *    zero. Lifetime PLAYER-SCORES, best streaks and the
      *    one-time badges are left exactly as they were.
      *A clean close is stamped in RUN-CONTROL against the last day
      *of the season year, and a second run for a year that
      *already has a clean stamp is refused - it would wipe the
      *new season's counters and streaks. A run that fails before
      *the new season is opened leaves no clean stamp, so it can
      *be run again: players already in SEASON-HISTORY for the
      *year are skipped and the awards come from the file. Any
      *failure, or a full table, skips step 3 and ends the run
      *with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT PLAYER-SCORES ASSIGN TO "PLAYERSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS WS-PS-STATUS.

           SELECT ACHIEVEMENTS ASSIGN TO "ACHIEVEMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-PLAYER-ID
               FILE STATUS IS WS-AC-STATUS.

           SELECT SEASON-SCORES ASSIGN TO "SEASONSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-PLAYER-ID
               FILE STATUS IS WS-SN-STATUS.

           SELECT SEASON-HISTORY ASSIGN TO "SEASONHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.

           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO "POINTSLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTS-STATUS.

           SELECT TOURNEY-LOG ASSIGN TO "TOURNEYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT LEADER-PARMS ASSIGN TO "LEADERPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPARM-STATUS.

           SELECT SEASON-PARMS ASSIGN TO "SEASONPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SEASON-AWARDS ASSIGN TO "SEASONAWARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  PLAYER-SCORES.
           COPY PLYRSCR.

       FD  ACHIEVEMENTS.
           COPY ACHVMNT.

       FD  SEASON-SCORES.
           COPY SEASSCR.

       FD  SEASON-HISTORY.
           COPY SEASHST.

       FD  PLAYER-MASTER.
           COPY PLYRMST.

       FD  POINTS-LEDGER.
       01  PTS-RECORD PIC X(54).

       FD  TOURNEY-LOG.
       01  TOURNEY-RECORD PIC X(45).

      *Same card the leaderboard reads:
      *  col  1- 3  LPARM-MIN-GAMES  (minimum games played to rank)
       FD  LEADER-PARMS.
       01  LPARM-RECORD.
           05 LPARM-MIN-GAMES PIC 999.

      *SEASONPARMS is left out for the January run; to close a
      *season on its last evening, or to rerun an earlier one,
      *supply a card:
      *  col  1- 4  PARM-SEASON-YEAR  (YYYY; blank = last year)
       FD  SEASON-PARMS.
       01  PARM-RECORD.
           05 PARM-SEASON-YEAR PIC X(4).

       FD  SEASON-AWARDS.
       01  RPT-LINE PIC X(80).

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY PTSLED.
       COPY TRNYLIN.
       COPY RUNCTL.

       01 WS-PS-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-SN-STATUS PIC XX.
       01 WS-SH-STATUS PIC XX.
       01 WS-PM-STATUS PIC XX.
       01 WS-PTS-STATUS PIC XX.
       01 WS-TL-STATUS PIC XX.
       01 WS-LPARM-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUNCTL-EOF PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(10).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-SEASON-CLOSED PIC X VALUE "N".
       01 WS-PM-AVAILABLE PIC X VALUE "N".
       01 WS-NEW-SEASON-OPENED PIC X VALUE "N".
       01 WS-PTS-EOF PIC X VALUE "N".
       01 WS-TL-EOF PIC X VALUE "N".
       01 WS-PS-EOF PIC X VALUE "N".
       01 WS-SH-EOF PIC X VALUE "N".
       01 WS-SN-EOF PIC X VALUE "N".
       01 WS-AC-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-CURRENT-YEAR PIC 9(4).
       01 WS-SEASON-YEAR PIC 9(4).
       01 WS-SEASON-YEAR-X REDEFINES WS-SEASON-YEAR PIC X(4).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-MIN-GAMES PIC 999 VALUE 5.
       01 WS-SUB PIC 9(4).
       01 WS-TSUB PIC 999.
       01 WS-ESUB PIC 9(4).
       01 WS-PLAYER-FOUND PIC X.
       01 WS-LOOKUP-ID PIC X(10).
       01 WS-GUESS-COUNT PIC 999.
       01 WS-PRIOR-PERCENT PIC 999V99.
       01 WS-TOP-VALUE PIC S9(9)V99.
       01 WS-BEST-WINS PIC 999.
       01 WS-BEST-GUESSES PIC 9(5).
       01 WS-DISPLAY-NAME PIC X(30).
       01 WS-RECORDED-COUNT PIC 9(5) VALUE 0.
       01 WS-ON-FILE-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITE-ERRORS PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(5) VALUE 0.
       01 WS-STREAKS-CLEARED PIC 9(5) VALUE 0.

      *The award being printed: its heading, what the figure is
      *and whether it carries decimals (the percentages).
       01 WS-AWARD-TITLE PIC X(40).
       01 WS-AWARD-UNITS PIC X(19).
       01 WS-AWARD-DECIMAL PIC X.

      *The year's POINTS-LEDGER and TOURNEY-LOG totals per player,
      *gathered before the snapshot so each record is complete
      *when it is written.
       01 WS-YEAR-COUNT PIC 9(4) VALUE 0.
       01 WS-YEAR-TABLE.
           05 WS-YEAR-ENTRY OCCURS 500 TIMES.
               10 WS-YR-PLAYER-ID PIC X(10).
               10 WS-YR-POINTS PIC 9(9).
               10 WS-YR-ROUNDS PIC 9(5).
               10 WS-YR-WINS PIC 9(5).
               10 WS-YR-TRNY-ROUNDS PIC 9(5).
               10 WS-YR-TRNY-WINS PIC 9(5).

      *Tournaments played in the season, in the order their first
      *round appears in the log, and one entry per tournament and
      *entrant for picking each winner.
       01 WS-TOURNEY-COUNT PIC 999 VALUE 0.
       01 WS-TOURNEY-TABLE.
           05 WS-TN-ID PIC X(8) OCCURS 100 TIMES.
       01 WS-ENTRANT-COUNT PIC 9(4) VALUE 0.
       01 WS-ENTRANT-TABLE.
           05 WS-ENTRANT-ENTRY OCCURS 2000 TIMES.
               10 WS-EN-TOURNEY PIC X(8).
               10 WS-EN-PLAYER-ID PIC X(10).
               10 WS-EN-WINS PIC 999.
               10 WS-EN-GUESSES PIC 9(5).

      *The season's snapshots read back for the awards, with the
      *win percentage worked out once and the change against the
      *previous season where the player qualified in both.
      *WS-AW-VALUE holds the figure for the award being printed.
       01 WS-AWARD-COUNT PIC 9(4) VALUE 0.
       01 WS-AWARD-TABLE.
           05 WS-AWARD-ENTRY OCCURS 500 TIMES.
               10 WS-AW-PLAYER-ID PIC X(10).
               10 WS-AW-PLAYED PIC 9(5).
               10 WS-AW-WON PIC 9(5).
               10 WS-AW-STREAK PIC 999.
               10 WS-AW-POINTS PIC 9(9).
               10 WS-AW-PERCENT PIC 999V99.
               10 WS-AW-IMPROVE-OK PIC X.
               10 WS-AW-IMPROVE PIC S999V99.
               10 WS-AW-VALUE PIC S9(9)V99.

       01 WS-AWARD-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AD-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AD-FIGURE.
               10 WS-AD-INT PIC ZZZ,ZZZ,ZZ9.
               10 FILLER PIC X(3).
           05 WS-AD-FIGURE-DEC REDEFINES WS-AD-FIGURE
               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-AD-UNITS PIC X(19).

       01 WS-TOURNEY-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TD-TOURNEY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TD-NAME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-TD-WINS PIC ZZ9.
           05 FILLER PIC X(7) VALUE " wins, ".
           05 WS-TD-GUESSES PIC ZZZ9.
           05 FILLER PIC X(8) VALUE " guesses".
           05 FILLER PIC X(3) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(40).
           05 WS-TOT-VALUE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
           PERFORM READ-SEASON-PARMS.
           IF WS-SEASON-YEAR > WS-CURRENT-YEAR
               DISPLAY "Season " WS-SEASON-YEAR " has not started; "
                   "nothing closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-SEASON-CLOSED = "Y"
               DISPLAY "Season " WS-SEASON-YEAR " is already "
                   "closed; a second run would wipe the new "
                   "season's counters and streaks"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-SEASON-YEAR - 1.
           PERFORM READ-LEADER-PARMS.
           PERFORM TALLY-YEAR-POINTS.
           PERFORM TALLY-YEAR-TOURNEYS.
           PERFORM OPEN-FILES.
           IF WS-END-STATUS = "OK" AND WS-TABLE-FULL = "N"
               PERFORM SNAPSHOT-PLAYER UNTIL WS-PS-EOF = "Y"
               IF WS-WRITE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
                   MOVE "RC08" TO WS-END-STATUS
               END-IF
           END-IF.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "Season not closed - the year's totals "
                   "would be incomplete"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           OPEN OUTPUT SEASON-AWARDS.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-END-STATUS = "OK"
               PERFORM LOAD-AWARD-TABLE
               PERFORM WRITE-AWARDS
           END-IF.
           IF WS-END-STATUS = "OK"
               PERFORM OPEN-NEW-SEASON
           END-IF.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE SEASON-AWARDS.
           PERFORM CLOSE-FILES.
           DISPLAY "Season " WS-SEASON-YEAR " close: "
               WS-RECORDED-COUNT " recorded, "
               WS-ON-FILE-COUNT " already on file, "
               WS-WRITE-ERRORS " not written".
           IF WS-NEW-SEASON-OPENED = "Y"
               DISPLAY "New season opened: " WS-CLEARED-COUNT
                   " season records cleared, "
                   WS-STREAKS-CLEARED " current streaks cleared"
           ELSE
               DISPLAY "New season NOT opened"
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

      *No card, or one that is not a year, means the year before
      *the one the run falls in.
       READ-SEASON-PARMS.
           MOVE WS-CURRENT-YEAR TO WS-SEASON-YEAR.
           SUBTRACT 1 FROM WS-SEASON-YEAR.
           OPEN INPUT SEASON-PARMS.
           IF WS-PARM-STATUS = "00"
               READ SEASON-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SEASON-YEAR IS NUMERIC
                           MOVE PARM-SEASON-YEAR TO WS-SEASON-YEAR
                       END-IF
               END-READ
               CLOSE SEASON-PARMS
           END-IF.

       READ-LEADER-PARMS.
           OPEN INPUT LEADER-PARMS.
           IF WS-LPARM-STATUS = "00"
               READ LEADER-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LPARM-MIN-GAMES TO WS-MIN-GAMES
               END-READ
               CLOSE LEADER-PARMS
           END-IF.

      *The close is stamped against the season's last day, so a
      *clean stamp in the season year is the once-a-year block
      *whatever day the job actually ran.
       CHECK-RUN-CONTROL.
           MOVE "N" TO WS-SEASON-CLOSED.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM SCAN-RUNCTL-LINE UNTIL WS-RUNCTL-EOF = "Y"
               CLOSE RUN-CONTROL
           END-IF.

       SCAN-RUNCTL-LINE.
           READ RUN-CONTROL
               AT END
                   MOVE "Y" TO WS-RUNCTL-EOF
               NOT AT END
                   MOVE RUNCTL-RECORD TO WS-RUNCTL-LINE
                   IF WS-RC-PROGRAM = "SEASNCLS" AND
                      WS-RC-DATE(1:4) = WS-SEASON-YEAR-X AND
                      WS-RC-STATUS = "OK"
                       MOVE "Y" TO WS-SEASON-CLOSED
                   END-IF
           END-READ.

      *Only a close that opened the new season is stamped clean.
       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "SEASNCLS" TO WS-RC-PROGRAM.
           STRING WS-SEASON-YEAR-X "-12-31"
               DELIMITED BY SIZE INTO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.

      *POINTS-LEDGER and TOURNEY-LOG are never trimmed, so the
      *season's lines are picked out by their date. An ABND line
      *is a round the overnight closure booked as lost; it counts
      *as a round with no points, as on the monthly points board.
       TALLY-YEAR-POINTS.
           OPEN INPUT POINTS-LEDGER.
           IF WS-PTS-STATUS = "00"
               PERFORM READ-POINTS-LINE UNTIL WS-PTS-EOF = "Y"
               CLOSE POINTS-LEDGER
           END-IF.

       READ-POINTS-LINE.
           READ POINTS-LEDGER
               AT END
                   MOVE "Y" TO WS-PTS-EOF
               NOT AT END
                   MOVE PTS-RECORD TO WS-POINTS-LINE
                   IF WS-PT-DATE(1:4) = WS-SEASON-YEAR-X
                       PERFORM POST-POINTS-LINE
                   END-IF
           END-READ.

       POST-POINTS-LINE.
           MOVE WS-PT-PLAYER TO WS-LOOKUP-ID.
           PERFORM ADD-YEAR-ENTRY.
           IF WS-SUB > 0
               ADD 1 TO WS-YR-ROUNDS(WS-SUB)
               IF WS-PT-RESULT = "WON"
                   ADD 1 TO WS-YR-WINS(WS-SUB)
               END-IF
               IF WS-PT-POINTS IS NUMERIC
                   ADD WS-PT-POINTS TO WS-YR-POINTS(WS-SUB)
               END-IF
           END-IF.

       TALLY-YEAR-TOURNEYS.
           OPEN INPUT TOURNEY-LOG.
           IF WS-TL-STATUS = "00"
               PERFORM READ-TOURNEY-LINE UNTIL WS-TL-EOF = "Y"
               CLOSE TOURNEY-LOG
           END-IF.

       READ-TOURNEY-LINE.
           READ TOURNEY-LOG
               AT END
                   MOVE "Y" TO WS-TL-EOF
               NOT AT END
                   MOVE TOURNEY-RECORD TO WS-TOURNEY-LINE
                   IF WS-TL-DATE(1:4) = WS-SEASON-YEAR-X
                       PERFORM POST-TOURNEY-LINE
                   END-IF
           END-READ.

       POST-TOURNEY-LINE.
           MOVE WS-TL-PLAYER TO WS-LOOKUP-ID.
           PERFORM ADD-YEAR-ENTRY.
           IF WS-SUB > 0
               ADD 1 TO WS-YR-TRNY-ROUNDS(WS-SUB)
               IF WS-TL-RESULT = "WON"
                   ADD 1 TO WS-YR-TRNY-WINS(WS-SUB)
               END-IF
           END-IF.
           PERFORM ADD-TOURNEY-ENTRY.
           PERFORM ADD-ENTRANT-ENTRY.
           IF WS-ESUB > 0 AND WS-TL-RESULT = "WON"
               ADD 1 TO WS-EN-WINS(WS-ESUB)
               MOVE WS-TL-COUNT TO WS-GUESS-COUNT
               ADD WS-GUESS-COUNT TO WS-EN-GUESSES(WS-ESUB)
           END-IF.

      *Leaves WS-SUB on the player's entry, adding one if needed;
      *zero when the table is full.
       ADD-YEAR-ENTRY.
           PERFORM FIND-YEAR-ENTRY.
           IF WS-PLAYER-FOUND = "N"
               IF WS-YEAR-COUNT >= 500
                   PERFORM NOTE-TABLE-FULL
                   MOVE 0 TO WS-SUB
               ELSE
                   ADD 1 TO WS-YEAR-COUNT
                   MOVE WS-YEAR-COUNT TO WS-SUB
                   MOVE WS-LOOKUP-ID TO WS-YR-PLAYER-ID(WS-SUB)
                   MOVE 0 TO WS-YR-POINTS(WS-SUB)
                   MOVE 0 TO WS-YR-ROUNDS(WS-SUB)
                   MOVE 0 TO WS-YR-WINS(WS-SUB)
                   MOVE 0 TO WS-YR-TRNY-ROUNDS(WS-SUB)
                   MOVE 0 TO WS-YR-TRNY-WINS(WS-SUB)
               END-IF
           END-IF.

       FIND-YEAR-ENTRY.
           MOVE "N" TO WS-PLAYER-FOUND.
           PERFORM MATCH-YEAR-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-YEAR-COUNT
                  OR WS-PLAYER-FOUND = "Y".

      *PERFORM VARYING leaves WS-SUB one past the hit, so step back
      *when the player was already in the table.
       MATCH-YEAR-ENTRY.
           IF WS-YR-PLAYER-ID(WS-SUB) = WS-LOOKUP-ID
               MOVE "Y" TO WS-PLAYER-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.

       ADD-TOURNEY-ENTRY.
           MOVE "N" TO WS-PLAYER-FOUND.
           PERFORM MATCH-TOURNEY-ENTRY
               VARYING WS-TSUB FROM 1 BY 1
               UNTIL WS-TSUB > WS-TOURNEY-COUNT
                  OR WS-PLAYER-FOUND = "Y".
           IF WS-PLAYER-FOUND = "N"
               IF WS-TOURNEY-COUNT >= 100
                   PERFORM NOTE-TABLE-FULL
               ELSE
                   ADD 1 TO WS-TOURNEY-COUNT
                   MOVE WS-TL-TOURNEY-ID TO WS-TN-ID(WS-TOURNEY-COUNT)
               END-IF
           END-IF.

       MATCH-TOURNEY-ENTRY.
           IF WS-TN-ID(WS-TSUB) = WS-TL-TOURNEY-ID
               MOVE "Y" TO WS-PLAYER-FOUND
           END-IF.

      *Leaves WS-ESUB on the tournament's entry for the player,
      *adding one if needed; zero when the table is full.
       ADD-ENTRANT-ENTRY.
           MOVE "N" TO WS-PLAYER-FOUND.
           PERFORM MATCH-ENTRANT-ENTRY
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-ENTRANT-COUNT
                  OR WS-PLAYER-FOUND = "Y".
           IF WS-PLAYER-FOUND = "N"
               IF WS-ENTRANT-COUNT >= 2000
                   PERFORM NOTE-TABLE-FULL
                   MOVE 0 TO WS-ESUB
               ELSE
                   ADD 1 TO WS-ENTRANT-COUNT
                   MOVE WS-ENTRANT-COUNT TO WS-ESUB
                   MOVE WS-TL-TOURNEY-ID TO WS-EN-TOURNEY(WS-ESUB)
                   MOVE WS-TL-PLAYER TO WS-EN-PLAYER-ID(WS-ESUB)
                   MOVE 0 TO WS-EN-WINS(WS-ESUB)
                   MOVE 0 TO WS-EN-GUESSES(WS-ESUB)
               END-IF
           END-IF.

       MATCH-ENTRANT-ENTRY.
           IF WS-EN-TOURNEY(WS-ESUB) = WS-TL-TOURNEY-ID AND
              WS-EN-PLAYER-ID(WS-ESUB) = WS-TL-PLAYER
               MOVE "Y" TO WS-PLAYER-FOUND
               SUBTRACT 1 FROM WS-ESUB
           END-IF.

       NOTE-TABLE-FULL.
           IF WS-TABLE-FULL = "N"
               MOVE "Y" TO WS-TABLE-FULL
               DISPLAY "Warning: season table full (500 players, "
                   "100 tournaments or 2000 entrants)"
           END-IF.

      *SEASON-SCORES and SEASON-HISTORY are created on first use,
      *as the game creates its files. PLAYER-MASTER only supplies
      *the names on the awards, so the close goes ahead without
      *it.
       OPEN-FILES.
           OPEN INPUT PLAYER-SCORES.
           IF WS-PS-STATUS NOT = "00"
               DISPLAY "Player scores not available, status "
                   WS-PS-STATUS "; season not closed"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           OPEN I-O ACHIEVEMENTS.
           IF WS-AC-STATUS = "35"
               OPEN OUTPUT ACHIEVEMENTS
               CLOSE ACHIEVEMENTS
               OPEN I-O ACHIEVEMENTS
           END-IF.
           OPEN I-O SEASON-SCORES.
           IF WS-SN-STATUS = "35"
               OPEN OUTPUT SEASON-SCORES
               CLOSE SEASON-SCORES
               OPEN I-O SEASON-SCORES
           END-IF.
           OPEN I-O SEASON-HISTORY.
           IF WS-SH-STATUS = "35"
               OPEN OUTPUT SEASON-HISTORY
               CLOSE SEASON-HISTORY
               OPEN I-O SEASON-HISTORY
           END-IF.
           IF WS-AC-STATUS NOT = "00" OR WS-SN-STATUS NOT = "00"
              OR WS-SH-STATUS NOT = "00"
               DISPLAY "Season files not available, status "
                   WS-AC-STATUS "/" WS-SN-STATUS "/" WS-SH-STATUS
                   "; season not closed"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           OPEN INPUT PLAYER-MASTER.
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-PM-AVAILABLE
           END-IF.

       CLOSE-FILES.
           IF WS-PS-STATUS NOT = "35"
               CLOSE PLAYER-SCORES
           END-IF.
           CLOSE ACHIEVEMENTS.
           CLOSE SEASON-SCORES.
           CLOSE SEASON-HISTORY.
           IF WS-PM-AVAILABLE = "Y"
               CLOSE PLAYER-MASTER
           END-IF.

       SNAPSHOT-PLAYER.
           READ PLAYER-SCORES
               AT END
                   MOVE "Y" TO WS-PS-EOF
               NOT AT END
                   PERFORM BUILD-SEASON-RECORD
                   PERFORM WRITE-SEASON-RECORD
           END-READ.

      *A player with no achievement or season record, or no line
      *in the year, is recorded with zeroes there.
       BUILD-SEASON-RECORD.
           MOVE WS-SEASON-YEAR TO SH-SEASON-YEAR.
           MOVE PS-PLAYER-ID TO SH-PLAYER-ID.
           MOVE PS-GAMES-PLAYED TO SH-GAMES-PLAYED.
           MOVE PS-GAMES-WON TO SH-GAMES-WON.
           MOVE PS-BEST-GUESSES TO SH-BEST-GUESSES.
           MOVE PS-TOTAL-GUESSES TO SH-TOTAL-GUESSES.
           MOVE PS-PLAYER-ID TO AC-PLAYER-ID.
           READ ACHIEVEMENTS
               INVALID KEY
                   MOVE 0 TO SH-CURRENT-STREAK
                   MOVE 0 TO SH-BEST-STREAK
                   MOVE 0 TO SH-BADGE-COUNT
                   MOVE "N" TO SH-BADGE-FIRST-WIN
                   MOVE "N" TO SH-BADGE-FAST-WIN
                   MOVE "N" TO SH-BADGE-TEN-WINS
                   MOVE "N" TO SH-BADGE-STREAK-5
               NOT INVALID KEY
                   MOVE AC-CURRENT-STREAK TO SH-CURRENT-STREAK
                   MOVE AC-BEST-STREAK TO SH-BEST-STREAK
                   MOVE AC-BADGE-COUNT TO SH-BADGE-COUNT
                   MOVE AC-BADGE-FIRST-WIN TO SH-BADGE-FIRST-WIN
                   MOVE AC-BADGE-FAST-WIN TO SH-BADGE-FAST-WIN
                   MOVE AC-BADGE-TEN-WINS TO SH-BADGE-TEN-WINS
                   MOVE AC-BADGE-STREAK-5 TO SH-BADGE-STREAK-5
           END-READ.
           MOVE PS-PLAYER-ID TO SN-PLAYER-ID.
           READ SEASON-SCORES
               INVALID KEY
                   MOVE 0 TO SH-SEASON-PLAYED
                   MOVE 0 TO SH-SEASON-WON
                   MOVE 0 TO SH-SEASON-BEST
                   MOVE 0 TO SH-SEASON-GUESSES
                   MOVE 0 TO SH-SEASON-STREAK
               NOT INVALID KEY
                   MOVE SN-GAMES-PLAYED TO SH-SEASON-PLAYED
                   MOVE SN-GAMES-WON TO SH-SEASON-WON
                   MOVE SN-BEST-GUESSES TO SH-SEASON-BEST
                   MOVE SN-TOTAL-GUESSES TO SH-SEASON-GUESSES
                   MOVE SN-BEST-STREAK TO SH-SEASON-STREAK
           END-READ.
           MOVE PS-PLAYER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-YEAR-ENTRY.
           IF WS-PLAYER-FOUND = "Y"
               MOVE WS-YR-POINTS(WS-SUB) TO SH-POINTS
               MOVE WS-YR-ROUNDS(WS-SUB) TO SH-POINTS-ROUNDS
               MOVE WS-YR-WINS(WS-SUB) TO SH-POINTS-WINS
               MOVE WS-YR-TRNY-ROUNDS(WS-SUB) TO SH-TRNY-ROUNDS
               MOVE WS-YR-TRNY-WINS(WS-SUB) TO SH-TRNY-WINS
           ELSE
               MOVE 0 TO SH-POINTS
               MOVE 0 TO SH-POINTS-ROUNDS
               MOVE 0 TO SH-POINTS-WINS
               MOVE 0 TO SH-TRNY-ROUNDS
               MOVE 0 TO SH-TRNY-WINS
           END-IF.

      *Status 22 is a player already recorded for the season by an
      *earlier run that stopped short; that record stands.
       WRITE-SEASON-RECORD.
           WRITE SH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-SH-STATUS = "00" OR WS-SH-STATUS = "02"
               ADD 1 TO WS-RECORDED-COUNT
           ELSE
               IF WS-SH-STATUS = "22"
                   ADD 1 TO WS-ON-FILE-COUNT
               ELSE
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "Season record not written for "
                       SH-PLAYER-ID ", status " WS-SH-STATUS
               END-IF
           END-IF.

      *Read the season back on its key: one START on the season
      *year, then every record until the year changes.
       LOAD-AWARD-TABLE.
           MOVE WS-SEASON-YEAR TO SH-SEASON-YEAR.
           MOVE LOW-VALUES TO SH-PLAYER-ID.
           START SEASON-HISTORY KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SH-EOF
           END-START.
           PERFORM READ-SEASON-ROW UNTIL WS-SH-EOF = "Y".
           PERFORM FETCH-PRIOR-SEASON
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AWARD-COUNT.
           IF WS-TABLE-FULL = "Y"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.

       READ-SEASON-ROW.
           READ SEASON-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SH-EOF
               NOT AT END
                   IF SH-SEASON-YEAR NOT = WS-SEASON-YEAR
                       MOVE "Y" TO WS-SH-EOF
                   ELSE
                       PERFORM ADD-AWARD-ENTRY
                   END-IF
           END-READ.

       ADD-AWARD-ENTRY.
           IF WS-AWARD-COUNT >= 500
               PERFORM NOTE-TABLE-FULL
           ELSE
               ADD 1 TO WS-AWARD-COUNT
               MOVE WS-AWARD-COUNT TO WS-SUB
               MOVE SH-PLAYER-ID TO WS-AW-PLAYER-ID(WS-SUB)
               MOVE SH-SEASON-PLAYED TO WS-AW-PLAYED(WS-SUB)
               MOVE SH-SEASON-WON TO WS-AW-WON(WS-SUB)
               MOVE SH-SEASON-STREAK TO WS-AW-STREAK(WS-SUB)
               MOVE SH-POINTS TO WS-AW-POINTS(WS-SUB)
               MOVE 0 TO WS-AW-PERCENT(WS-SUB)
               IF SH-SEASON-PLAYED > 0
                   COMPUTE WS-AW-PERCENT(WS-SUB) =
                       (SH-SEASON-WON / SH-SEASON-PLAYED) * 100
               END-IF
               MOVE "N" TO WS-AW-IMPROVE-OK(WS-SUB)
               MOVE 0 TO WS-AW-IMPROVE(WS-SUB)
           END-IF.

      *Most improved only compares like with like: the player must
      *have played the minimum in this season and the one before.
       FETCH-PRIOR-SEASON.
           IF WS-AW-PLAYED(WS-SUB) >= WS-MIN-GAMES
               MOVE WS-PRIOR-YEAR TO SH-SEASON-YEAR
               MOVE WS-AW-PLAYER-ID(WS-SUB) TO SH-PLAYER-ID
               READ SEASON-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MEASURE-IMPROVEMENT
               END-READ
           END-IF.

       MEASURE-IMPROVEMENT.
           IF SH-SEASON-PLAYED >= WS-MIN-GAMES AND
              SH-SEASON-PLAYED > 0
               COMPUTE WS-PRIOR-PERCENT =
                   (SH-SEASON-WON / SH-SEASON-PLAYED) * 100
               COMPUTE WS-AW-IMPROVE(WS-SUB) =
                   WS-AW-PERCENT(WS-SUB) - WS-PRIOR-PERCENT
               MOVE "Y" TO WS-AW-IMPROVE-OK(WS-SUB)
           END-IF.

      *MOVE SPACES before the STRING so the untouched tail of the
      *record never carries low-value bytes into the LINE SEQUENTIAL
      *file (same guard the leaderboard uses).
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "guessNumber Season " WS-SEASON-YEAR-X
               " Awards - closed " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Win percentage and most improved need "
               WS-MIN-GAMES " rounds in the season"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-END-STATUS NOT = "OK"
               MOVE "** Season not closed - see the job log **"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *Each award fills WS-AW-VALUE for every player, then the
      *shared paragraph lists whoever holds the top figure.
       WRITE-AWARDS.
           IF WS-TABLE-FULL = "Y"
               MOVE "** Awards truncated at 500 players **"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE "Season points champion" TO WS-AWARD-TITLE.
           MOVE "points" TO WS-AWARD-UNITS.
           MOVE "N" TO WS-AWARD-DECIMAL.
           PERFORM SET-POINTS-VALUE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AWARD-COUNT.
           PERFORM WRITE-AWARD.
           MOVE "Most wins" TO WS-AWARD-TITLE.
           MOVE "rounds won" TO WS-AWARD-UNITS.
           PERFORM SET-WINS-VALUE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AWARD-COUNT.
           PERFORM WRITE-AWARD.
           MOVE "Best win percentage" TO WS-AWARD-TITLE.
           MOVE "% of rounds won" TO WS-AWARD-UNITS.
           MOVE "Y" TO WS-AWARD-DECIMAL.
           PERFORM SET-PERCENT-VALUE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AWARD-COUNT.
           PERFORM WRITE-AWARD.
           MOVE "Longest winning streak" TO WS-AWARD-TITLE.
           MOVE "wins in a row" TO WS-AWARD-UNITS.
           MOVE "N" TO WS-AWARD-DECIMAL.
           PERFORM SET-STREAK-VALUE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AWARD-COUNT.
           PERFORM WRITE-AWARD.
           MOVE "Most improved (win % on last season)"
               TO WS-AWARD-TITLE.
           MOVE "points of win %" TO WS-AWARD-UNITS.
           MOVE "Y" TO WS-AWARD-DECIMAL.
           PERFORM SET-IMPROVE-VALUE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AWARD-COUNT.
           PERFORM WRITE-AWARD.
           PERFORM WRITE-TOURNEY-WINNERS.

       SET-POINTS-VALUE.
           MOVE WS-AW-POINTS(WS-SUB) TO WS-AW-VALUE(WS-SUB).

       SET-WINS-VALUE.
           MOVE WS-AW-WON(WS-SUB) TO WS-AW-VALUE(WS-SUB).

       SET-PERCENT-VALUE.
           MOVE 0 TO WS-AW-VALUE(WS-SUB).
           IF WS-AW-PLAYED(WS-SUB) >= WS-MIN-GAMES
               MOVE WS-AW-PERCENT(WS-SUB) TO WS-AW-VALUE(WS-SUB)
           END-IF.

       SET-STREAK-VALUE.
           MOVE WS-AW-STREAK(WS-SUB) TO WS-AW-VALUE(WS-SUB).

       SET-IMPROVE-VALUE.
           MOVE 0 TO WS-AW-VALUE(WS-SUB).
           IF WS-AW-IMPROVE-OK(WS-SUB) = "Y"
               MOVE WS-AW-IMPROVE(WS-SUB) TO WS-AW-VALUE(WS-SUB)
           END-IF.

      *Nothing above zero means nobody earned the award.
       WRITE-AWARD.
           MOVE WS-AWARD-TITLE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-TOP-VALUE.
           PERFORM FIND-TOP-VALUE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AWARD-COUNT.
           IF WS-TOP-VALUE > 0
               PERFORM WRITE-AWARD-WINNER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AWARD-COUNT
           ELSE
               MOVE "  (not awarded this season)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       FIND-TOP-VALUE.
           IF WS-AW-VALUE(WS-SUB) > WS-TOP-VALUE
               MOVE WS-AW-VALUE(WS-SUB) TO WS-TOP-VALUE
           END-IF.

       WRITE-AWARD-WINNER.
           IF WS-AW-VALUE(WS-SUB) = WS-TOP-VALUE
               MOVE WS-AW-PLAYER-ID(WS-SUB) TO WS-LOOKUP-ID
               PERFORM FETCH-DISPLAY-NAME
               MOVE WS-LOOKUP-ID TO WS-AD-PLAYER-ID
               MOVE WS-DISPLAY-NAME TO WS-AD-NAME
               MOVE SPACES TO WS-AD-FIGURE
               IF WS-AWARD-DECIMAL = "Y"
                   MOVE WS-AW-VALUE(WS-SUB) TO WS-AD-FIGURE-DEC
               ELSE
                   MOVE WS-AW-VALUE(WS-SUB) TO WS-AD-INT
               END-IF
               MOVE WS-AWARD-UNITS TO WS-AD-UNITS
               WRITE RPT-LINE FROM WS-AWARD-DETAIL
           END-IF.

       FETCH-DISPLAY-NAME.
           MOVE SPACES TO WS-DISPLAY-NAME.
           IF WS-PM-AVAILABLE = "Y"
               MOVE WS-LOOKUP-ID TO PM-PLAYER-ID
               READ PLAYER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-DISPLAY-NAME TO WS-DISPLAY-NAME
               END-READ
           END-IF.

      *One winner per tournament, ranked the way the standings
      *report ranks: most wins, then fewest guesses on those wins.
       WRITE-TOURNEY-WINNERS.
           MOVE "Tournament winners" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TOURNEY-COUNT = 0
               MOVE "  (no tournaments this season)" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM WRITE-ONE-TOURNEY
                   VARYING WS-TSUB FROM 1 BY 1
                   UNTIL WS-TSUB > WS-TOURNEY-COUNT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-ONE-TOURNEY.
           MOVE 0 TO WS-BEST-WINS.
           MOVE 99999 TO WS-BEST-GUESSES.
           PERFORM FIND-TOURNEY-BEST
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-ENTRANT-COUNT.
           IF WS-BEST-WINS = 0
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-TN-ID(WS-TSUB)
                   "  (no winning rounds)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM WRITE-TOURNEY-WINNER
                   VARYING WS-ESUB FROM 1 BY 1
                   UNTIL WS-ESUB > WS-ENTRANT-COUNT
           END-IF.

       FIND-TOURNEY-BEST.
           IF WS-EN-TOURNEY(WS-ESUB) = WS-TN-ID(WS-TSUB) AND
              WS-EN-WINS(WS-ESUB) > 0
               IF WS-EN-WINS(WS-ESUB) > WS-BEST-WINS OR
                  (WS-EN-WINS(WS-ESUB) = WS-BEST-WINS AND
                   WS-EN-GUESSES(WS-ESUB) < WS-BEST-GUESSES)
                   MOVE WS-EN-WINS(WS-ESUB) TO WS-BEST-WINS
                   MOVE WS-EN-GUESSES(WS-ESUB) TO WS-BEST-GUESSES
               END-IF
           END-IF.

       WRITE-TOURNEY-WINNER.
           IF WS-EN-TOURNEY(WS-ESUB) = WS-TN-ID(WS-TSUB) AND
              WS-EN-WINS(WS-ESUB) = WS-BEST-WINS AND
              WS-EN-GUESSES(WS-ESUB) = WS-BEST-GUESSES
               MOVE WS-EN-PLAYER-ID(WS-ESUB) TO WS-LOOKUP-ID
               PERFORM FETCH-DISPLAY-NAME
               MOVE WS-TN-ID(WS-TSUB) TO WS-TD-TOURNEY
               MOVE WS-LOOKUP-ID TO WS-TD-PLAYER-ID
               MOVE WS-DISPLAY-NAME TO WS-TD-NAME
               MOVE WS-BEST-WINS TO WS-TD-WINS
               MOVE WS-BEST-GUESSES TO WS-TD-GUESSES
               WRITE RPT-LINE FROM WS-TOURNEY-DETAIL
           END-IF.

      *The new season starts from nothing: every SEASON-SCORES
      *record goes, and every current streak is set back to zero.
      *Best streaks and badges are lifetime and stay as they are.
       OPEN-NEW-SEASON.
           MOVE LOW-VALUES TO SN-PLAYER-ID.
           START SEASON-SCORES KEY IS NOT LESS THAN SN-PLAYER-ID
               INVALID KEY
                   MOVE "Y" TO WS-SN-EOF
           END-START.
           PERFORM CLEAR-SEASON-SCORE UNTIL WS-SN-EOF = "Y".
           MOVE LOW-VALUES TO AC-PLAYER-ID.
           START ACHIEVEMENTS KEY IS NOT LESS THAN AC-PLAYER-ID
               INVALID KEY
                   MOVE "Y" TO WS-AC-EOF
           END-START.
           PERFORM CLEAR-CURRENT-STREAK UNTIL WS-AC-EOF = "Y".
           IF WS-END-STATUS = "OK"
               MOVE "Y" TO WS-NEW-SEASON-OPENED
           END-IF.

       CLEAR-SEASON-SCORE.
           READ SEASON-SCORES NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SN-EOF
               NOT AT END
                   DELETE SEASON-SCORES RECORD
                   IF WS-SN-STATUS = "00"
                       ADD 1 TO WS-CLEARED-COUNT
                   ELSE
                       DISPLAY "Season record not cleared for "
                           SN-PLAYER-ID ", status " WS-SN-STATUS
                       MOVE 8 TO RETURN-CODE
                       MOVE "RC08" TO WS-END-STATUS
                       MOVE "Y" TO WS-SN-EOF
                   END-IF
           END-READ.

       CLEAR-CURRENT-STREAK.
           READ ACHIEVEMENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AC-EOF
               NOT AT END
                   IF AC-CURRENT-STREAK > 0
                       MOVE 0 TO AC-CURRENT-STREAK
                       REWRITE AC-RECORD
                       IF WS-AC-STATUS = "00"
                           ADD 1 TO WS-STREAKS-CLEARED
                       ELSE
                           DISPLAY "Streak not cleared for "
                               AC-PLAYER-ID ", status " WS-AC-STATUS
                           MOVE 8 TO RETURN-CODE
                           MOVE "RC08" TO WS-END-STATUS
                           MOVE "Y" TO WS-AC-EOF
                       END-IF
                   END-IF
           END-READ.

       WRITE-REPORT-FOOTER.
           MOVE "Players recorded for the season" TO WS-TOT-LABEL.
           MOVE WS-RECORDED-COUNT TO WS-TOT-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-ON-FILE-COUNT > 0
               MOVE "Already recorded by an earlier run"
                   TO WS-TOT-LABEL
               MOVE WS-ON-FILE-COUNT TO WS-TOT-VALUE
               WRITE RPT-LINE FROM WS-TOTAL-LINE
           END-IF.
           IF WS-NEW-SEASON-OPENED = "Y"
               MOVE "Season counters cleared" TO WS-TOT-LABEL
               MOVE WS-CLEARED-COUNT TO WS-TOT-VALUE
               WRITE RPT-LINE FROM WS-TOTAL-LINE
               MOVE "Current streaks cleared" TO WS-TOT-LABEL
               MOVE WS-STREAKS-CLEARED TO WS-TOT-VALUE
               WRITE RPT-LINE FROM WS-TOTAL-LINE
           ELSE
               MOVE "** New season NOT opened - see the job log **"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
