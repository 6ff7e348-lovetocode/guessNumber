      *-------------------------------------------------------
      * PLAYER-CREDITS record layout - one record per player
      * who has ever bought credits at the desk, keyed like
      * PLAYER-MASTER. PLAYERMNT adds to CR-BALANCE on a
      * top-up and takes it down on a refund; guessNumber
      * takes the round's price off it as each fresh round
      * starts. The lifetime totals and last-movement date
      * are for the desk's eye only - the month-end billing
      * works from CREDIT-LEDGER, not from this file.
      *-------------------------------------------------------
       01  CR-RECORD.
           05 CR-PLAYER-ID        PIC X(10).
           05 CR-BALANCE          PIC 9(5).
           05 CR-PURCHASED        PIC 9(7).
           05 CR-CHARGED          PIC 9(7).
           05 CR-LAST-DATE        PIC X(10).
