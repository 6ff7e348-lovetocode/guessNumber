      *-------------------------------------------------------
      * SEASON-SCORES record layout - one record per player
      * who has finished a round this season, keyed like
      * PLAYER-MASTER. The same counters PLAYER-SCORES keeps
      * for life, plus the longest run of wins inside the
      * season, kept by guessNumber at round end and by the
      * nightly abandoned-round closure. The year-end season
      * close copies every record into SEASON-HISTORY and then
      * empties the file, so each season starts from nothing
      * while PLAYER-SCORES carries on untouched.
      *-------------------------------------------------------
       01  SN-RECORD.
           05 SN-PLAYER-ID        PIC X(10).
           05 SN-GAMES-PLAYED     PIC 9(5).
           05 SN-GAMES-WON        PIC 9(5).
           05 SN-BEST-GUESSES     PIC 999.
           05 SN-TOTAL-GUESSES    PIC 9(7).
           05 SN-BEST-STREAK      PIC 999.
