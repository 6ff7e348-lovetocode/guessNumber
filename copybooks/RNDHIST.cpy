      *-------------------------------------------------------
      * ROUND-HISTORY record layout - one record per finished
      * round (WON, LOST or ABANDONED), keyed by the player and
      * then the date and time of the round's terminal audit
      * row, so one player's rounds sit together oldest-first
      * and a month is a START away. HS-WHEN is also an
      * alternate key (duplicates allowed - two players can
      * finish in the same second) so the whole history can be
      * read back in date/time order across all players.
      * HSTLOAD builds the file once from the archive
      * generations and then adds each night's validated log;
      * the key doubles as the rerun check, a round already on
      * file being skipped rather than added twice.
      * HS-OUTCOME is "W", "L" or "A" (abandoned). The range
      * and guesses allowed are zero for rows written before
      * the audit line carried them. HS-HINT-TAKEN and
      * HS-RESUMED are "Y" when a HINT row, or a row marked
      * resumed, came earlier in the same round. HS-TOURNEY-ID
      * is spaces outside a tournament; HS-MODE is the audit
      * line's mode ("C" challenge, "D" daily, space ordinary).
      *-------------------------------------------------------
       01  HS-RECORD.
           05 HS-KEY.
               10 HS-PLAYER-ID    PIC X(10).
               10 HS-WHEN.
                   15 HS-DATE     PIC X(10).
                   15 HS-TIME     PIC X(8).
           05 HS-OUTCOME          PIC X.
           05 HS-GUESSES-USED     PIC 999.
           05 HS-RANGE-MAX        PIC 9(6).
           05 HS-MAX-GUESSES      PIC 999.
           05 HS-HINT-TAKEN       PIC X.
           05 HS-TOURNEY-ID       PIC X(8).
           05 HS-MODE             PIC X.
           05 HS-RESUMED          PIC X.
