      *-------------------------------------------------------
      * SEASON-HISTORY record layout - one record per player
      * per closed season, keyed by the season year and then
      * the player, written by the year-end season close. It
      * holds the player's PLAYER-SCORES and ACHIEVEMENTS
      * records as they stood at the close, the season's own
      * counters from SEASON-SCORES, and the year's
      * POINTS-LEDGER and TOURNEY-LOG totals. The awards are
      * worked out from these records, and the previous
      * season's record is what "most improved" measures
      * against. The key doubles as the rerun check - a
      * player already on file for the year is skipped.
      *-------------------------------------------------------
       01  SH-RECORD.
           05 SH-KEY.
               10 SH-SEASON-YEAR  PIC 9(4).
               10 SH-PLAYER-ID    PIC X(10).
           05 SH-LIFETIME.
               10 SH-GAMES-PLAYED     PIC 9(5).
               10 SH-GAMES-WON        PIC 9(5).
               10 SH-BEST-GUESSES     PIC 999.
               10 SH-TOTAL-GUESSES    PIC 9(7).
           05 SH-ACHIEVEMENTS.
               10 SH-CURRENT-STREAK   PIC 999.
               10 SH-BEST-STREAK      PIC 999.
               10 SH-BADGE-COUNT      PIC 99.
               10 SH-BADGE-FIRST-WIN  PIC X.
               10 SH-BADGE-FAST-WIN   PIC X.
               10 SH-BADGE-TEN-WINS   PIC X.
               10 SH-BADGE-STREAK-5   PIC X.
           05 SH-SEASON.
               10 SH-SEASON-PLAYED    PIC 9(5).
               10 SH-SEASON-WON       PIC 9(5).
               10 SH-SEASON-BEST      PIC 999.
               10 SH-SEASON-GUESSES   PIC 9(7).
               10 SH-SEASON-STREAK    PIC 999.
           05 SH-YEAR-TOTALS.
               10 SH-POINTS           PIC 9(9).
               10 SH-POINTS-ROUNDS    PIC 9(5).
               10 SH-POINTS-WINS      PIC 9(5).
               10 SH-TRNY-ROUNDS      PIC 9(5).
               10 SH-TRNY-WINS        PIC 9(5).
