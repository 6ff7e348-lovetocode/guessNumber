      * scoreReport batch program. One line per WRITE: a guess
      * row (WS-AUDIT-LN-RESULT of TOO LOW/TOO HIGH), a HINT row
      * (guess column zero, count column carrying the guess the
      * hint cost) or a round terminal row (WON/LOST). A round
      * walked away from is closed by the nightly closure step
      * with an ABANDONED terminal row (guess column zero, count
      * column carrying the guesses the round had used).
      * Every row also carries the round's range top end and
      * guesses allowed, and the first guess row after a round
      * is resumed from its checkpoint is marked "R", so the
      * play screening can judge a result against the odds it
      * was played at. Rows written before those columns were
      * added have spaces there; readers test IS NUMERIC.
      * WS-AUDIT-LN-MODE tells how the round was played: "C" for
      * a head-to-head challenge (two players taking turns on one
      * number, each row under the player who guessed), "D" for
      * the Daily Challenge (the day's shared number), space for
      * an ordinary round. WS-AUDIT-LN-TOURNEY carries the
      * tournament ID on every row of a tournament round
      * (spaces otherwise); older rows have spaces there too.
      *-------------------------------------------------------
       01  WS-AUDIT-LINE.
           05 WS-AUDIT-LN-DATE PIC X(10).
           05 WS-AUDIT-LN-RESULT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-AUDIT-LN-COUNT PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-AUDIT-LN-RANGE-MAX PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-AUDIT-LN-MAX-GUESSES PIC 999.
           05 FILLER PIC X VALUE SPACE.
           05 WS-AUDIT-LN-RESUMED PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-AUDIT-LN-MODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-AUDIT-LN-TOURNEY PIC X(8).
