      *   col 52-61  TD-END-DATE     (YYYY-MM-DD)
      *   col 63-68  TD-RANGE-MAX    (fixed difficulty)
      *   col 70-72  TD-MAX-GUESSES
      *   col 74-76  TD-ENTRY-PRICE  (credits per round; blank
      *                               charges an ordinary round)
      *-------------------------------------------------------
       01  TD-RECORD.
           05 TD-TOURNEY-ID       PIC X(8).
           05 TD-RANGE-MAX        PIC 9(6).
           05 FILLER              PIC X.
           05 TD-MAX-GUESSES      PIC 999.
           05 FILLER              PIC X.
           05 TD-ENTRY-PRICE      PIC XXX.
