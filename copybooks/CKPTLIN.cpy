      *-------------------------------------------------------
      * RESTART-CHECKPOINT line layout - written by guessNumber
      * after every guess of a round in progress, and read back
      * at start-up to offer the round for resumption; the
      * nightly abandoned-round closure reads it too, so a round
      * still waiting on its console is never closed out.
      * VALUE SPACE fillers mirror WS-AUDIT-LINE's pattern so
      * WRITE CKPT-RECORD FROM WS-CKPT-LINE never writes unset
      * low-value bytes into the LINE SEQUENTIAL file. Carries
      * the range/max-guesses active for the round so a resumed
      * game keeps the difficulty it was started under even if
      * DIFFICULTY-PARMS changed while it was checkpointed. The
      * tournament ID rides along too (spaces outside a
      * tournament) so a resumed tournament round still lands in
      * TOURNEY-LOG, and the hint flag so a resumed round can't
      * take a second hint. A checkpoint written before the hint
      * flag existed reads back with a space there, which counts
      * as not taken. The round mode ("D" for the Daily
      * Challenge, space otherwise) and the day the daily
      * attempt was claimed ride along so a resumed daily round
      * still finishes the right DAILY-CHALLENGE entry; older
      * checkpoints read back with spaces, an ordinary round.
      *-------------------------------------------------------
       01 WS-CKPT-LINE.
           05 WS-CKPT-LN-PLAYER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CKPT-LN-RAND PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CKPT-LN-COUNT PIC 999.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CKPT-LN-RANGE-MAX PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CKPT-LN-MAX-GUESSES PIC 999.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CKPT-LN-TOURNEY PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CKPT-LN-HINT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CKPT-LN-MODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-CKPT-LN-DAILY-DATE PIC X(10).
