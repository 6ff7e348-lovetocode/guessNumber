      *-------------------------------------------------------
      * CREDIT-LEDGER line layout - one line per movement on
      * a player's credit balance, appended by whichever
      * program made it:
      *   DEB  guessNumber, a fresh round's price taken; the
      *        reason is ROUND, TOURNEY, DAILY or CHALLNGE
      *   TOP  PLAYERMNT, credits bought at the desk
      *   REF  PLAYERMNT, unused credits paid back at the desk
      * The balance is the player's balance after the line, so
      * the ledger can be read back to any day's position.
      *-------------------------------------------------------
       01  WS-CREDIT-LINE.
           05 WS-CL-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CL-TIME PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CL-PLAYER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CL-TYPE PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CL-AMOUNT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CL-BALANCE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CL-REASON PIC X(8).
