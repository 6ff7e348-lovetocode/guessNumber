      *-------------------------------------------------------
      * DAILY-CHALLENGE record layout - one record per player
      * per day they took the Daily Challenge, keyed by the day
      * and then the player, so one day's entrants sit together
      * and a second try the same day is a duplicate key. The
      * game writes the record with DC-STATUS "S" before the
      * first guess and rewrites it "W" (solved) or "L" (out of
      * guesses) when the round ends; one still at "S" the next
      * morning was never finished. DC-RAND is only filled in
      * when the round ends, so the day's number never sits on
      * the file while the day's challenge is still being
      * played. The next-morning results report reads the file.
      *-------------------------------------------------------
       01  DC-RECORD.
           05 DC-KEY.
               10 DC-DATE         PIC X(10).
               10 DC-PLAYER-ID    PIC X(10).
           05 DC-STATUS           PIC X.
           05 DC-RAND             PIC 9(6).
           05 DC-RANGE-MAX        PIC 9(6).
           05 DC-MAX-GUESSES      PIC 999.
           05 DC-GUESSES          PIC 999.
           05 DC-START-TIME       PIC X(8).
           05 DC-END-TIME         PIC X(8).
