       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYERINQ.
       AUTHOR "Daniel Thornton".
      *Console inquiry for one player, run at the desk the same way
      *as PLAYERMNT. Enter a player ID and everything held on the
      *player is shown on one screen:
      *  - status and display name from PLAYER-MASTER
      *  - lifetime counters from PLAYER-SCORES
      *  - this season's counters from SEASON-SCORES
      *  - streaks and badges from ACHIEVEMENTS
      *  - month-to-date rounds and points from POINTS-LEDGER
      *  - the player's TOURNEY-LOG rounds (totals and the latest
      *    ten)
      *  - the player's last twenty AUDIT-LOG rows, as written
      *  - MERGE-XREF lines merging this ID away or into it
      *  - a RESTART-CHECKPOINT round waiting for the player
      *    (point RESTARTCKPT at every console's checkpoint file,
      *    as the abandoned-round closure does)
      *  - review hold, prepaid credit balance and challenge
      *    rating, where the player has them
      *Every file is opened INPUT and nothing is ever written, so
      *the inquiry can be left running beside the game. The line
      *files are reread for each inquiry so the screen shows rows
      *written since the program started. A blank ID exits.
      *AUDIT-LOG is the live log, so the twenty rows come from
      *the month in progress; older rounds are in ROUND-HISTORY.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT PLAYER-SCORES ASSIGN TO "PLAYERSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS WS-PS-STATUS.

           SELECT ACHIEVEMENTS ASSIGN TO "ACHIEVEMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-PLAYER-ID
               FILE STATUS IS WS-AC-STATUS.

           SELECT SEASON-SCORES ASSIGN TO "SEASONSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-PLAYER-ID
               FILE STATUS IS WS-SN-STATUS.

           SELECT REVIEW-HOLD ASSIGN TO "REVIEWHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-PLAYER-ID
               FILE STATUS IS WS-RH-STATUS.

           SELECT PLAYER-CREDITS ASSIGN TO "PLAYERCREDITS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS WS-CR-STATUS.

           SELECT PLAYER-RATING ASSIGN TO "PLAYERRATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-PR-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO "POINTSLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTS-STATUS.

           SELECT TOURNEY-LOG ASSIGN TO "TOURNEYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MERGE-XREF ASSIGN TO "MERGEXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.

           SELECT RESTART-CHECKPOINT ASSIGN TO "RESTARTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  PLAYER-MASTER.
           COPY PLYRMST.

       FD  PLAYER-SCORES.
           COPY PLYRSCR.

       FD  ACHIEVEMENTS.
           COPY ACHVMNT.

       FD  SEASON-SCORES.
           COPY SEASSCR.

       FD  REVIEW-HOLD.
           COPY RVWHOLD.

       FD  PLAYER-CREDITS.
           COPY PLYRCRD.

       FD  PLAYER-RATING.
           COPY PLYRRTG.

       FD  POINTS-LEDGER.
       01  PTS-RECORD PIC X(54).

       FD  TOURNEY-LOG.
       01  TOURNEY-RECORD PIC X(45).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD PIC X(80).

       FD  MERGE-XREF.
       01  XREF-RECORD PIC X(21).

       FD  RESTART-CHECKPOINT.
       01  CKPT-RECORD PIC X(56).

       WORKING-STORAGE SECTION.
       COPY PTSLED.
       COPY TRNYLIN.
       COPY AUDTLIN.
       COPY MRGXREF.
       COPY CKPTLIN.

       01 WS-PM-STATUS PIC XX.
       01 WS-PS-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-SN-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-PR-STATUS PIC XX.
       01 WS-PTS-STATUS PIC XX.
       01 WS-TL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-RUN PIC 9 VALUE 1.
       01 WS-EOF PIC X.
       01 WS-REC-FOUND PIC X.
       01 WS-ENTERED-ID PIC X(10).
       01 WS-THIS-MONTH PIC X(7).
       01 WS-SUB PIC 99.
       01 WS-SLOT PIC 99.
       01 WS-SHOW-COUNT PIC 99.
       01 WS-XREF-HITS PIC 999.
       01 WS-CKPT-HITS PIC 99.
       01 WS-MONTH-ROUNDS PIC 9(5).
       01 WS-MONTH-WINS PIC 9(5).
       01 WS-MONTH-POINTS PIC 9(9).
       01 WS-TRNY-ROUNDS PIC 9(5).
       01 WS-TRNY-WINS PIC 9(5).
       01 WS-AVG-GUESSES PIC 999V99.
       01 WS-EDIT-COUNT PIC ZZ,ZZ9.
       01 WS-EDIT-POINTS PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-DEC PIC ZZ9.99.

      *The latest rows seen for the player, kept round-robin:
      *WS-xx-SEEN counts every row that matched, WS-xx-NEXT is the
      *slot the next one goes into, so once the table has wrapped
      *the oldest row kept is the one at WS-xx-NEXT.
       01 WS-AUDIT-SEEN PIC 9(7).
       01 WS-AUDIT-NEXT PIC 99.
       01 WS-AUDIT-RECENT.
           05 WS-AR-ROW PIC X(80) OCCURS 20 TIMES.

       01 WS-TRNY-SEEN PIC 9(7).
       01 WS-TRNY-NEXT PIC 99.
       01 WS-TRNY-RECENT.
           05 WS-TR-ROW PIC X(45) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           PERFORM INQUIRE-PLAYER UNTIL WS-RUN = 0.
           PERFORM CLOSE-FILES.
           DISPLAY "Player inquiry ended.".
           STOP RUN.

      *A keyed file that will not open (status 35: never created)
      *simply has nothing to show; each section tests its status.
       OPEN-FILES.
           OPEN INPUT PLAYER-MASTER.
           OPEN INPUT PLAYER-SCORES.
           OPEN INPUT ACHIEVEMENTS.
           OPEN INPUT SEASON-SCORES.
           OPEN INPUT REVIEW-HOLD.
           OPEN INPUT PLAYER-CREDITS.
           OPEN INPUT PLAYER-RATING.

       CLOSE-FILES.
           IF WS-PM-STATUS NOT = "35"
               CLOSE PLAYER-MASTER
           END-IF.
           IF WS-PS-STATUS NOT = "35"
               CLOSE PLAYER-SCORES
           END-IF.
           IF WS-AC-STATUS NOT = "35"
               CLOSE ACHIEVEMENTS
           END-IF.
           IF WS-SN-STATUS NOT = "35"
               CLOSE SEASON-SCORES
           END-IF.
           IF WS-RH-STATUS NOT = "35"
               CLOSE REVIEW-HOLD
           END-IF.
           IF WS-CR-STATUS NOT = "35"
               CLOSE PLAYER-CREDITS
           END-IF.
           IF WS-PR-STATUS NOT = "35"
               CLOSE PLAYER-RATING
           END-IF.

      *IDs are folded to upper case, as at sign-on and in the
      *maintenance program.
       INQUIRE-PLAYER.
           DISPLAY " ".
           DISPLAY "Player ID (blank to exit): ".
           ACCEPT WS-ENTERED-ID.
           MOVE FUNCTION UPPER-CASE(WS-ENTERED-ID) TO WS-ENTERED-ID.
           IF WS-ENTERED-ID = SPACES
               MOVE 0 TO WS-RUN
           ELSE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2)
                      DELIMITED BY SIZE INTO WS-THIS-MONTH
               DISPLAY "=============================================="
                   "=========================="
               DISPLAY "Player inquiry - " WS-ENTERED-ID
               DISPLAY "=============================================="
                   "=========================="
               PERFORM SHOW-MASTER
               PERFORM SHOW-LIFETIME
               PERFORM SHOW-SEASON
               PERFORM SHOW-ACHIEVEMENTS
               PERFORM SHOW-MONTH-POINTS
               PERFORM SHOW-TOURNEY-ROUNDS
               PERFORM SHOW-RECENT-AUDIT
               PERFORM SHOW-MERGE-XREF
               PERFORM SHOW-CHECKPOINT
               PERFORM SHOW-OTHER-RECORDS
           END-IF.

       SHOW-MASTER.
           MOVE WS-ENTERED-ID TO PM-PLAYER-ID.
           PERFORM READ-MASTER-RECORD.
           IF WS-REC-FOUND = "Y"
               IF PM-ACTIVE-FLAG = "A"
                   DISPLAY "Master:      ACTIVE    "
                       FUNCTION TRIM(PM-DISPLAY-NAME)
               ELSE
                   DISPLAY "Master:      INACTIVE  "
                       FUNCTION TRIM(PM-DISPLAY-NAME)
               END-IF
           ELSE
               DISPLAY "Master:      not registered"
           END-IF.

       READ-MASTER-RECORD.
           MOVE "N" TO WS-REC-FOUND.
           IF WS-PM-STATUS NOT = "35"
               READ PLAYER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REC-FOUND
               END-READ
           END-IF.

       SHOW-LIFETIME.
           DISPLAY " ".
           DISPLAY "Lifetime (PLAYER-SCORES)".
           MOVE "N" TO WS-REC-FOUND.
           MOVE WS-ENTERED-ID TO PS-PLAYER-ID.
           IF WS-PS-STATUS NOT = "35"
               READ PLAYER-SCORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REC-FOUND
               END-READ
           END-IF.
           IF WS-REC-FOUND = "Y"
               MOVE PS-GAMES-PLAYED TO WS-EDIT-COUNT
               DISPLAY "  Games played:        " WS-EDIT-COUNT
               MOVE PS-GAMES-WON TO WS-EDIT-COUNT
               DISPLAY "  Games won:           " WS-EDIT-COUNT
               MOVE PS-BEST-GUESSES TO WS-EDIT-COUNT
               DISPLAY "  Best winning round:  " WS-EDIT-COUNT
               MOVE 0 TO WS-AVG-GUESSES
               IF PS-GAMES-WON > 0
                   COMPUTE WS-AVG-GUESSES =
                       PS-TOTAL-GUESSES / PS-GAMES-WON
               END-IF
               MOVE WS-AVG-GUESSES TO WS-EDIT-DEC
               DISPLAY "  Average per win:     " WS-EDIT-DEC
           ELSE
               DISPLAY "  (no score record)"
           END-IF.

       SHOW-SEASON.
           DISPLAY " ".
           DISPLAY "This season (SEASON-SCORES)".
           MOVE "N" TO WS-REC-FOUND.
           MOVE WS-ENTERED-ID TO SN-PLAYER-ID.
           IF WS-SN-STATUS NOT = "35"
               READ SEASON-SCORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REC-FOUND
               END-READ
           END-IF.
           IF WS-REC-FOUND = "Y"
               MOVE SN-GAMES-PLAYED TO WS-EDIT-COUNT
               DISPLAY "  Games played:        " WS-EDIT-COUNT
               MOVE SN-GAMES-WON TO WS-EDIT-COUNT
               DISPLAY "  Games won:           " WS-EDIT-COUNT
               MOVE SN-BEST-GUESSES TO WS-EDIT-COUNT
               DISPLAY "  Best winning round:  " WS-EDIT-COUNT
               MOVE SN-BEST-STREAK TO WS-EDIT-COUNT
               DISPLAY "  Best win streak:     " WS-EDIT-COUNT
           ELSE
               DISPLAY "  (no rounds this season)"
           END-IF.

       SHOW-ACHIEVEMENTS.
           DISPLAY " ".
           DISPLAY "Streaks and badges (ACHIEVEMENTS)".
           MOVE "N" TO WS-REC-FOUND.
           MOVE WS-ENTERED-ID TO AC-PLAYER-ID.
           IF WS-AC-STATUS NOT = "35"
               READ ACHIEVEMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REC-FOUND
               END-READ
           END-IF.
           IF WS-REC-FOUND = "Y"
               MOVE AC-CURRENT-STREAK TO WS-EDIT-COUNT
               DISPLAY "  Current win streak:  " WS-EDIT-COUNT
               MOVE AC-BEST-STREAK TO WS-EDIT-COUNT
               DISPLAY "  Best win streak:     " WS-EDIT-COUNT
               MOVE AC-BADGE-COUNT TO WS-EDIT-COUNT
               DISPLAY "  Badges earned:       " WS-EDIT-COUNT
               IF AC-BADGE-FIRST-WIN = "Y"
                   DISPLAY "    * First Win"
               END-IF
               IF AC-BADGE-FAST-WIN = "Y"
                   DISPLAY "    * Won in 5 guesses or fewer"
               END-IF
               IF AC-BADGE-TEN-WINS = "Y"
                   DISPLAY "    * 10 lifetime wins"
               END-IF
               IF AC-BADGE-STREAK-5 = "Y"
                   DISPLAY "    * 5 wins in a row"
               END-IF
           ELSE
               DISPLAY "  (no achievement record)"
           END-IF.

      *ABND lines are rounds the overnight closure booked as lost;
      *they carry no points but count as rounds, as in the
      *monthly points report.
       SHOW-MONTH-POINTS.
           DISPLAY " ".
           DISPLAY "Points this month (POINTS-LEDGER, "
               WS-THIS-MONTH ")".
           MOVE 0 TO WS-MONTH-ROUNDS.
           MOVE 0 TO WS-MONTH-WINS.
           MOVE 0 TO WS-MONTH-POINTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT POINTS-LEDGER.
           IF WS-PTS-STATUS = "00"
               PERFORM READ-POINTS-LINE UNTIL WS-EOF = "Y"
               CLOSE POINTS-LEDGER
           END-IF.
           MOVE WS-MONTH-ROUNDS TO WS-EDIT-COUNT.
           DISPLAY "  Rounds:              " WS-EDIT-COUNT.
           MOVE WS-MONTH-WINS TO WS-EDIT-COUNT.
           DISPLAY "  Rounds won:          " WS-EDIT-COUNT.
           MOVE WS-MONTH-POINTS TO WS-EDIT-POINTS.
           DISPLAY "  Points:         " WS-EDIT-POINTS.

       READ-POINTS-LINE.
           READ POINTS-LEDGER
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE PTS-RECORD TO WS-POINTS-LINE
                   IF WS-PT-PLAYER = WS-ENTERED-ID AND
                      WS-PT-DATE(1:7) = WS-THIS-MONTH
                       ADD 1 TO WS-MONTH-ROUNDS
                       IF WS-PT-RESULT = "WON"
                           ADD 1 TO WS-MONTH-WINS
                       END-IF
                       IF WS-PT-POINTS IS NUMERIC
                           ADD WS-PT-POINTS TO WS-MONTH-POINTS
                       END-IF
                   END-IF
           END-READ.

       SHOW-TOURNEY-ROUNDS.
           DISPLAY " ".
           DISPLAY "Tournament rounds (TOURNEY-LOG)".
           MOVE 0 TO WS-TRNY-ROUNDS.
           MOVE 0 TO WS-TRNY-WINS.
           MOVE 0 TO WS-TRNY-SEEN.
           MOVE 1 TO WS-TRNY-NEXT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TOURNEY-LOG.
           IF WS-TL-STATUS = "00"
               PERFORM READ-TOURNEY-LINE UNTIL WS-EOF = "Y"
               CLOSE TOURNEY-LOG
           END-IF.
           IF WS-TRNY-ROUNDS = 0
               DISPLAY "  (no tournament rounds)"
           ELSE
               MOVE WS-TRNY-ROUNDS TO WS-EDIT-COUNT
               DISPLAY "  Rounds:              " WS-EDIT-COUNT
               MOVE WS-TRNY-WINS TO WS-EDIT-COUNT
               DISPLAY "  Rounds won:          " WS-EDIT-COUNT
               DISPLAY "  Latest rounds:"
               PERFORM SHOW-TRNY-ROWS
           END-IF.

       READ-TOURNEY-LINE.
           READ TOURNEY-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE TOURNEY-RECORD TO WS-TOURNEY-LINE
                   IF WS-TL-PLAYER = WS-ENTERED-ID
                       ADD 1 TO WS-TRNY-ROUNDS
                       IF WS-TL-RESULT = "WON"
                           ADD 1 TO WS-TRNY-WINS
                       END-IF
                       ADD 1 TO WS-TRNY-SEEN
                       MOVE TOURNEY-RECORD
                           TO WS-TR-ROW(WS-TRNY-NEXT)
                       ADD 1 TO WS-TRNY-NEXT
                       IF WS-TRNY-NEXT > 10
                           MOVE 1 TO WS-TRNY-NEXT
                       END-IF
                   END-IF
           END-READ.

      *Oldest kept row first, so the screen reads down in the order
      *the rounds were played.
       SHOW-TRNY-ROWS.
           IF WS-TRNY-SEEN > 10
               MOVE 10 TO WS-SHOW-COUNT
               MOVE WS-TRNY-NEXT TO WS-SLOT
           ELSE
               MOVE WS-TRNY-SEEN TO WS-SHOW-COUNT
               MOVE 1 TO WS-SLOT
           END-IF.
           PERFORM SHOW-ONE-TRNY-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SHOW-COUNT.

       SHOW-ONE-TRNY-ROW.
           DISPLAY "    " WS-TR-ROW(WS-SLOT).
           ADD 1 TO WS-SLOT.
           IF WS-SLOT > 10
               MOVE 1 TO WS-SLOT
           END-IF.

       SHOW-RECENT-AUDIT.
           DISPLAY " ".
           DISPLAY "Last audit rows this month (AUDIT-LOG)".
           MOVE 0 TO WS-AUDIT-SEEN.
           MOVE 1 TO WS-AUDIT-NEXT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-LINE UNTIL WS-EOF = "Y"
               CLOSE AUDIT-LOG
           END-IF.
           IF WS-AUDIT-SEEN = 0
               DISPLAY "  (no audit rows)"
           ELSE
               PERFORM SHOW-AUDIT-ROWS
           END-IF.

       READ-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE AUDIT-RECORD TO WS-AUDIT-LINE
                   IF WS-AUDIT-LN-PLAYER = WS-ENTERED-ID
                       ADD 1 TO WS-AUDIT-SEEN
                       MOVE AUDIT-RECORD
                           TO WS-AR-ROW(WS-AUDIT-NEXT)
                       ADD 1 TO WS-AUDIT-NEXT
                       IF WS-AUDIT-NEXT > 20
                           MOVE 1 TO WS-AUDIT-NEXT
                       END-IF
                   END-IF
           END-READ.

       SHOW-AUDIT-ROWS.
           IF WS-AUDIT-SEEN > 20
               MOVE 20 TO WS-SHOW-COUNT
               MOVE WS-AUDIT-NEXT TO WS-SLOT
           ELSE
               MOVE WS-AUDIT-SEEN TO WS-SHOW-COUNT
               MOVE 1 TO WS-SLOT
           END-IF.
           PERFORM SHOW-ONE-AUDIT-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SHOW-COUNT.

       SHOW-ONE-AUDIT-ROW.
           DISPLAY "  " WS-AR-ROW(WS-SLOT)(1:76).
           ADD 1 TO WS-SLOT.
           IF WS-SLOT > 20
               MOVE 1 TO WS-SLOT
           END-IF.

       SHOW-MERGE-XREF.
           DISPLAY " ".
           DISPLAY "Merges (MERGE-XREF)".
           MOVE 0 TO WS-XREF-HITS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT MERGE-XREF.
           IF WS-MX-STATUS = "00"
               PERFORM READ-XREF-LINE UNTIL WS-EOF = "Y"
               CLOSE MERGE-XREF
           END-IF.
           IF WS-XREF-HITS = 0
               DISPLAY "  (none)"
           END-IF.

       READ-XREF-LINE.
           READ MERGE-XREF
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE XREF-RECORD TO WS-MERGE-XREF-LINE
                   IF WS-MX-FROM-ID = WS-ENTERED-ID
                       ADD 1 TO WS-XREF-HITS
                       DISPLAY "  Merged away into " WS-MX-TO-ID
                   END-IF
                   IF WS-MX-TO-ID = WS-ENTERED-ID
                       ADD 1 TO WS-XREF-HITS
                       DISPLAY "  " WS-MX-FROM-ID
                           " was merged into this ID"
                   END-IF
           END-READ.

       SHOW-CHECKPOINT.
           DISPLAY " ".
           DISPLAY "Round waiting for resumption (RESTART-CHECKPOINT)".
           MOVE 0 TO WS-CKPT-HITS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RESTART-CHECKPOINT.
           IF WS-CKPT-STATUS = "00"
               PERFORM READ-CHECKPOINT-LINE UNTIL WS-EOF = "Y"
               CLOSE RESTART-CHECKPOINT
           END-IF.
           IF WS-CKPT-HITS = 0
               DISPLAY "  (none)"
           END-IF.

      *Never the secret number - the desk has no business seeing
      *it while the round can still be resumed.
       READ-CHECKPOINT-LINE.
           READ RESTART-CHECKPOINT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE CKPT-RECORD TO WS-CKPT-LINE
                   IF WS-CKPT-LN-PLAYER = WS-ENTERED-ID
                       ADD 1 TO WS-CKPT-HITS
                       PERFORM SHOW-CHECKPOINT-LINE
                   END-IF
           END-READ.

       SHOW-CHECKPOINT-LINE.
           DISPLAY "  Guesses used " WS-CKPT-LN-COUNT
               " of " WS-CKPT-LN-MAX-GUESSES
               ", range 1 to " WS-CKPT-LN-RANGE-MAX.
           IF WS-CKPT-LN-TOURNEY NOT = SPACES
               DISPLAY "  Tournament " WS-CKPT-LN-TOURNEY
           END-IF.
           IF WS-CKPT-LN-MODE = "D"
               DISPLAY "  Daily Challenge for " WS-CKPT-LN-DAILY-DATE
           END-IF.
           IF WS-CKPT-LN-HINT = "Y"
               DISPLAY "  Hint already taken"
           END-IF.

       SHOW-OTHER-RECORDS.
           DISPLAY " ".
           DISPLAY "Other records".
           MOVE WS-ENTERED-ID TO RH-PLAYER-ID.
           MOVE "N" TO WS-REC-FOUND.
           IF WS-RH-STATUS NOT = "35"
               READ REVIEW-HOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REC-FOUND
               END-READ
           END-IF.
           IF WS-REC-FOUND = "Y" AND RH-STATUS = "H"
               DISPLAY "  UNDER REVIEW since " RH-FLAG-DATE
                   ", latest flagged round " RH-LAST-EVENT
           ELSE
               IF WS-REC-FOUND = "Y"
                   DISPLAY "  Review hold cleared " RH-CLEAR-DATE
               ELSE
                   DISPLAY "  No review hold"
               END-IF
           END-IF.
           MOVE WS-ENTERED-ID TO CR-PLAYER-ID.
           MOVE "N" TO WS-REC-FOUND.
           IF WS-CR-STATUS NOT = "35"
               READ PLAYER-CREDITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REC-FOUND
               END-READ
           END-IF.
           IF WS-REC-FOUND = "Y"
               MOVE CR-BALANCE TO WS-EDIT-COUNT
               DISPLAY "  Credit balance:      " WS-EDIT-COUNT
                   "   (last movement " CR-LAST-DATE ")"
           ELSE
               DISPLAY "  No prepaid credits"
           END-IF.
           MOVE WS-ENTERED-ID TO PR-PLAYER-ID.
           MOVE "N" TO WS-REC-FOUND.
           IF WS-PR-STATUS NOT = "35"
               READ PLAYER-RATING
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REC-FOUND
               END-READ
           END-IF.
           IF WS-REC-FOUND = "Y"
               DISPLAY "  Challenge rating " PR-RATING
                   ", played " PR-PLAYED ", won " PR-WON
                   ", lost " PR-LOST ", drawn " PR-DRAWN
           ELSE
               DISPLAY "  No challenge rating"
           END-IF.
