      *-------------------------------------------------------
      * PLAYER-RATING record layout - one record per player who
      * has played a head-to-head challenge, keyed like
      * PLAYER-MASTER. guessNumber moves PR-RATING up or down
      * after each challenge (Elo style, everyone starts at
      * 1200) and keeps the challenge record; the weekly ladder
      * report lists the file and then resets the PR-BASE-
      * fields to the current figures, so each week's ladder
      * shows the movement since the one before.
      *-------------------------------------------------------
       01  PR-RECORD.
           05 PR-PLAYER-ID        PIC X(10).
           05 PR-RATING           PIC 9(4).
           05 PR-PLAYED           PIC 9(5).
           05 PR-WON              PIC 9(5).
           05 PR-LOST             PIC 9(5).
           05 PR-DRAWN            PIC 9(5).
           05 PR-BASE-RATING      PIC 9(4).
           05 PR-BASE-PLAYED      PIC 9(5).
           05 PR-BASE-DATE        PIC X(10).
           05 PR-LAST-DATE        PIC X(10).
