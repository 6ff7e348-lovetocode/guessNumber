      *-------------------------------------------------------
      * REVIEW-HOLD record layout - one record per player the
      * weekly play screening has put under review, keyed like
      * PLAYER-MASTER. Written by the screening program, cleared
      * at the desk through the player maintenance program, and
      * read by the points and tournament reports, which mark a
      * held player "UNDER REVIEW". RH-STATUS is "H" while the
      * hold stands and "C" once the desk has cleared it; a
      * cleared player is only held again by a suspicious round
      * played after RH-CLEAR-DATE. RH-LAST-EVENT is the date of
      * the latest flagged round the screening saw.
      *-------------------------------------------------------
       01  RH-RECORD.
           05 RH-PLAYER-ID        PIC X(10).
           05 RH-STATUS           PIC X.
           05 RH-FLAG-DATE        PIC X(10).
           05 RH-SCORE            PIC 9(5).
           05 RH-LAST-EVENT       PIC X(10).
           05 RH-CLEAR-DATE       PIC X(10).
