      * TOURNEY-LOG line layout - shared by guessNumber and the
      * tournament standings report. One line per finished
      * tournament round: the tournament it was played in, the
      * day, the player, WON or LOST, and the guesses taken. A
      * round walked away from gets an ABANDONED line from the
      * nightly closure step, with the guesses it had used.
      * Lifetime PLAYER-SCORES accumulates exactly as before;
      * this file is the separate competition on top.
      *-------------------------------------------------------
