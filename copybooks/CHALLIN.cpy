      *-------------------------------------------------------
      * CHALLENGE-LOG line layout - one line per finished
      * head-to-head challenge, appended by guessNumber. The
      * first player guessed first; the winner is one of the
      * two IDs, or DRAW when both ran out of guesses. Each
      * player's guesses used and rating before and after the
      * result are kept so the ladder can be checked by hand.
      *-------------------------------------------------------
       01  WS-CHALLENGE-LINE.
           05 WS-CH-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-TIME PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-FIRST-ID PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-SECOND-ID PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-WINNER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-FIRST-GUESSES PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-SECOND-GUESSES PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-RANGE-MAX PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-MAX-GUESSES PIC 999.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-FIRST-BEFORE PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-FIRST-AFTER PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-SECOND-BEFORE PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CH-SECOND-AFTER PIC 9(4).
