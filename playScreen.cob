       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYSCRN.
       AUTHOR "Daniel Thornton".
      *Weekly suspicious-play screening over the full audit trail
      *(archive generations plus the live log). RESTART-CHECKPOINT
      *holds the secret number in the clear, so a run of one- and
      *two-guess wins on a big range might be luck or might be a
      *peek at the console's checkpoint file. This program replays
      *every round per player (folding merged IDs through
      *MERGE-XREF the way RECONRPT does) and counts four kinds of
      *evidence:
      *  FAST - a win in very few guesses on a big range;
      *  RSM  - a round resumed from its checkpoint and won on the
      *         very next guess (the "R" mark on the audit row);
      *  IGN  - a win after guesses that ignored earlier TOO LOW/
      *         TOO HIGH answers, i.e. a guess outside the range
      *         the answers had already narrowed to, which a
      *         player only makes when the answers don't matter;
      *  RATE - more wins than the range and guesses allowed make
      *         possible: with G guesses a perfect halving search
      *         covers 2**G - 1 numbers, so a round on range R can
      *         be won with probability at most (2**G - 1) / R.
      *         Summed over a player's rounds that gives expected
      *         wins and a variance; wins more than SIGMA standard
      *         deviations (and at least two) above the expectation
      *         are flagged.
      *Each kind carries a weight (FAST 3, RSM 5, IGN 2 per round,
      *RATE 10 once) and the weighted score ranks the review list
      *for the desk. A player scoring at the hold threshold goes on
      *REVIEW-HOLD, which POINTSRPT and TRNYRPT show as "UNDER
      *REVIEW" until the desk clears the hold in PLAYERMNT. A
      *cleared player stays cleared unless a FAST, RSM or IGN round
      *turns up dated after the clear - the RATE test looks at the
      *whole history, so it alone never re-holds a cleared player.
      *Rows written before the audit line carried the range and
      *guesses allowed can't be judged against the odds and only
      *feed the IGN test. Challenge rounds are left out altogether:
      *both players hear every answer, so a quick win there is the
      *game working as intended, not a sign of a peek.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MERGE-XREF ASSIGN TO "MERGEXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.

           SELECT SCREEN-PARMS ASSIGN TO "SCRNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REVIEW-HOLD ASSIGN TO "REVIEWHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-PLAYER-ID
               FILE STATUS IS WS-RH-STATUS.

           SELECT SCREEN-REPORT ASSIGN TO "SCRNREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  AUDIT-LOG.
       01  AUDIT-RECORD PIC X(80).

       FD  MERGE-XREF.
       01  XREF-RECORD PIC X(21).

      *SCREEN-PARMS tunes the tests; any column left blank or zero
      *keeps its default:
      *  col  1- 6  PARM-BIG-RANGE     (FAST: range at least, 1000)
      *  col  8-10  PARM-FAST-GUESSES  (FAST: won within, 2)
      *  col 12-14  PARM-IGNORE-MIN    (IGN: off-range guesses, 2)
      *  col 16-19  PARM-MIN-ROUNDS    (RATE: rounds needed, 20)
      *  col 21-23  PARM-LIST-SCORE    (score to list, 5)
      *  col 25-27  PARM-HOLD-SCORE    (score to hold, 10)
      *  col 29     PARM-SIGMA         (RATE: std deviations, 3)
       FD  SCREEN-PARMS.
       01  PARM-RECORD.
           05 PARM-BIG-RANGE PIC X(6).
           05 FILLER PIC X.
           05 PARM-FAST-GUESSES PIC X(3).
           05 FILLER PIC X.
           05 PARM-IGNORE-MIN PIC X(3).
           05 FILLER PIC X.
           05 PARM-MIN-ROUNDS PIC X(4).
           05 FILLER PIC X.
           05 PARM-LIST-SCORE PIC X(3).
           05 FILLER PIC X.
           05 PARM-HOLD-SCORE PIC X(3).
           05 FILLER PIC X.
           05 PARM-SIGMA PIC X.

       FD  REVIEW-HOLD.
           COPY RVWHOLD.

       FD  SCREEN-REPORT.
       01  RPT-LINE PIC X(80).

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY AUDTLIN.
       COPY MRGXREF.
       COPY RUNCTL.

       01 WS-AUDIT-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(10).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-BIG-RANGE PIC 9(6) VALUE 1000.
       01 WS-FAST-GUESSES PIC 999 VALUE 2.
       01 WS-IGNORE-MIN PIC 999 VALUE 2.
       01 WS-MIN-ROUNDS PIC 9(4) VALUE 20.
       01 WS-LIST-SCORE PIC 999 VALUE 5.
       01 WS-HOLD-SCORE PIC 999 VALUE 10.
       01 WS-SIGMA PIC 9 VALUE 3.
       01 WS-ROW-COUNT PIC 9(7) VALUE 0.
       01 WS-PLAYER-COUNT PIC 9(4) VALUE 0.
       01 WS-XREF-COUNT PIC 999 VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-NEW-HOLDS PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-SUB-2 PIC 9(4).
       01 WS-XSUB PIC 999.
       01 WS-RANK PIC 9(4).
       01 WS-SWAPPED PIC X.
       01 WS-PLAYER-FOUND PIC X.
       01 WS-LOOKUP-ID PIC X(10).
       01 WS-GUESS-COUNT PIC 999.
       01 WS-GUESS PIC 9(6).
       01 WS-RANGE-MAX PIC 9(6).
       01 WS-MAX-GUESSES PIC 999.
       01 WS-ODDS-KNOWN PIC X.
       01 WS-COVER PIC 9(7).
       01 WS-WIN-CHANCE PIC 9V9(6).
       01 WS-EXCESS PIC S9(5)V9(4).
       01 WS-EXCESS-SQ PIC 9(9)V9(4).
       01 WS-LIMIT-SQ PIC 9(9)V9(4).

      *Recorded merges in the order they were done, so a chained
      *merge (A into B, later B into C) resolves to the final
      *surviving ID when each pair is applied in sequence.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 200 TIMES.
               10 WS-XRF-FROM-ID PIC X(10).
               10 WS-XRF-TO-ID PIC X(10).

      *Per-player evidence, plus the state of the round the player
      *has in progress in the replay: the low and high bounds the
      *TOO LOW/TOO HIGH answers have narrowed it to and how many
      *guesses have fallen outside them.
       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 500 TIMES.
               10 WS-SC-PLAYER-ID PIC X(10).
               10 WS-SC-ROUNDS PIC 9(5).
               10 WS-SC-WINS PIC 9(5).
               10 WS-SC-EXPECTED PIC 9(5)V9(4).
               10 WS-SC-VARIANCE PIC 9(5)V9(4).
               10 WS-SC-FAST PIC 9(4).
               10 WS-SC-RESUME PIC 9(4).
               10 WS-SC-IGNORED PIC 9(4).
               10 WS-SC-RATE-FLAG PIC X.
               10 WS-SC-SCORE PIC 9(5).
               10 WS-SC-LAST-EVENT PIC X(10).
               10 WS-SC-HOLD-TEXT PIC X(8).
               10 WS-SC-OPEN PIC X.
               10 WS-SC-LAST-COUNT PIC 999.
               10 WS-SC-LOW PIC 9(6).
               10 WS-SC-HIGH PIC 9(6).
               10 WS-SC-MISSES PIC 999.
       01 WS-SAVE-ENTRY PIC X(93).

       01 WS-RPT-DETAIL.
           05 WS-RPT-RANK PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-ROUNDS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-WINS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-EXPECTED PIC ZZ,ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-FAST PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-RESUME PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-IGNORED PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-RATE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-SCORE PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-HOLD PIC X(8).

       01 WS-RPT-HEADING.
           05 FILLER PIC X(3) VALUE "RNK".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PLAYER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ROUNDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  WINS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "EXP WINS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "FST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "RSM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "IGN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "RATE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE " SCORE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "HOLD".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM READ-SCREEN-PARMS.
           PERFORM LOAD-MERGE-XREF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = "00"
               PERFORM REPLAY-AUDIT-LINE UNTIL WS-AUDIT-EOF = "Y"
               CLOSE AUDIT-LOG
           ELSE
               DISPLAY "Audit log not available, status "
                   WS-AUDIT-STATUS "; nothing screened"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           PERFORM SCORE-PLAYER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAYER-COUNT.
           PERFORM SORT-BY-SCORE.
           PERFORM UPDATE-REVIEW-HOLDS.
           PERFORM WRITE-REPORT.
           IF WS-TABLE-FULL = "Y"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           DISPLAY "Play screening complete".
           DISPLAY "  Audit rows read:    " WS-ROW-COUNT.
           DISPLAY "  Players screened:   " WS-PLAYER-COUNT.
           DISPLAY "  Players listed:     " WS-LISTED-COUNT.
           DISPLAY "  New holds:          " WS-NEW-HOLDS.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "PLAYSCRN" TO WS-RC-PROGRAM.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.

      *No parm file, or a blank card, screens at the defaults.
       READ-SCREEN-PARMS.
           OPEN INPUT SCREEN-PARMS.
           IF WS-PARM-STATUS = "00"
               READ SCREEN-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-SCREEN-PARMS
               END-READ
               CLOSE SCREEN-PARMS
           END-IF.

       APPLY-SCREEN-PARMS.
           IF PARM-BIG-RANGE IS NUMERIC
               IF PARM-BIG-RANGE > "000000"
                   MOVE PARM-BIG-RANGE TO WS-BIG-RANGE
               END-IF
           END-IF.
           IF PARM-FAST-GUESSES IS NUMERIC
               IF PARM-FAST-GUESSES > "000"
                   MOVE PARM-FAST-GUESSES TO WS-FAST-GUESSES
               END-IF
           END-IF.
           IF PARM-IGNORE-MIN IS NUMERIC
               IF PARM-IGNORE-MIN > "000"
                   MOVE PARM-IGNORE-MIN TO WS-IGNORE-MIN
               END-IF
           END-IF.
           IF PARM-MIN-ROUNDS IS NUMERIC
               IF PARM-MIN-ROUNDS > "0000"
                   MOVE PARM-MIN-ROUNDS TO WS-MIN-ROUNDS
               END-IF
           END-IF.
           IF PARM-LIST-SCORE IS NUMERIC
               IF PARM-LIST-SCORE > "000"
                   MOVE PARM-LIST-SCORE TO WS-LIST-SCORE
               END-IF
           END-IF.
           IF PARM-HOLD-SCORE IS NUMERIC
               IF PARM-HOLD-SCORE > "000"
                   MOVE PARM-HOLD-SCORE TO WS-HOLD-SCORE
               END-IF
           END-IF.
           IF PARM-SIGMA IS NUMERIC
               IF PARM-SIGMA > "0"
                   MOVE PARM-SIGMA TO WS-SIGMA
               END-IF
           END-IF.

       LOAD-MERGE-XREF.
           OPEN INPUT MERGE-XREF.
           IF WS-MX-STATUS = "00"
               PERFORM READ-XREF-LINE UNTIL WS-XREF-EOF = "Y"
               CLOSE MERGE-XREF
           END-IF.

       READ-XREF-LINE.
           READ MERGE-XREF
               AT END
                   MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   MOVE XREF-RECORD TO WS-MERGE-XREF-LINE
                   IF WS-XREF-COUNT >= 200
                       DISPLAY "Warning: merge table full at 200;"
                           " later merges are not applied"
                       MOVE "Y" TO WS-XREF-EOF
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       MOVE WS-MX-FROM-ID
                           TO WS-XRF-FROM-ID(WS-XREF-COUNT)
                       MOVE WS-MX-TO-ID
                           TO WS-XRF-TO-ID(WS-XREF-COUNT)
                   END-IF
           END-READ.

       REPLAY-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   MOVE AUDIT-RECORD TO WS-AUDIT-LINE
                   IF WS-AUDIT-LN-MODE NOT = "C" AND
                      (WS-AUDIT-LN-RESULT = "TOO LOW" OR
                       WS-AUDIT-LN-RESULT = "TOO HIGH" OR
                       WS-AUDIT-LN-RESULT = "HINT" OR
                       WS-AUDIT-LN-RESULT = "WON" OR
                       WS-AUDIT-LN-RESULT = "LOST" OR
                       WS-AUDIT-LN-RESULT = "ABANDONED")
                       PERFORM SCREEN-AUDIT-ROW
                   END-IF
           END-READ.

      *Rows under an erasure token ("ERASED" and four digits)
      *belong to nobody who can be held, so they are passed over.
       SCREEN-AUDIT-ROW.
           MOVE WS-AUDIT-LN-PLAYER TO WS-LOOKUP-ID.
           PERFORM RESOLVE-MERGED-ID.
           IF WS-LOOKUP-ID(1:6) = "ERASED" AND
              WS-LOOKUP-ID(7:4) IS NUMERIC
               CONTINUE
           ELSE
               PERFORM SCREEN-PLAYER-ROW
           END-IF.

       SCREEN-PLAYER-ROW.
           PERFORM FIND-PLAYER-ENTRY.
           IF WS-PLAYER-FOUND = "N" AND WS-PLAYER-COUNT >= 500
               IF WS-TABLE-FULL = "N"
                   MOVE "Y" TO WS-TABLE-FULL
                   DISPLAY "Warning: player table full at 500; "
                       "screening is incomplete"
               END-IF
           ELSE
               IF WS-PLAYER-FOUND = "N"
                   PERFORM ADD-PLAYER-ENTRY
               END-IF
               PERFORM SET-ROW-ODDS
               MOVE WS-AUDIT-LN-COUNT TO WS-GUESS-COUNT
               IF WS-AUDIT-LN-RESULT = "LOST" OR
                  WS-AUDIT-LN-RESULT = "ABANDONED"
                   PERFORM CLOSE-SCREENED-ROUND
               ELSE
                   PERFORM TRACK-ROUND-GUESS
               END-IF
           END-IF.

      *Each recorded merge is applied in the order it was done,
      *so rows under a twice-merged ID land on the final
      *survivor.
       RESOLVE-MERGED-ID.
           PERFORM APPLY-ONE-XREF
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-XREF-COUNT.

       APPLY-ONE-XREF.
           IF WS-LOOKUP-ID = WS-XRF-FROM-ID(WS-XSUB)
               MOVE WS-XRF-TO-ID(WS-XSUB) TO WS-LOOKUP-ID
           END-IF.

       FIND-PLAYER-ENTRY.
           MOVE "N" TO WS-PLAYER-FOUND.
           PERFORM MATCH-PLAYER-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAYER-COUNT
                  OR WS-PLAYER-FOUND = "Y".

      *PERFORM VARYING leaves WS-SUB one past the hit, so step back
      *when the player was already in the table.
       MATCH-PLAYER-ENTRY.
           IF WS-SC-PLAYER-ID(WS-SUB) = WS-LOOKUP-ID
               MOVE "Y" TO WS-PLAYER-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.

       ADD-PLAYER-ENTRY.
           ADD 1 TO WS-PLAYER-COUNT.
           MOVE WS-PLAYER-COUNT TO WS-SUB.
           MOVE WS-LOOKUP-ID TO WS-SC-PLAYER-ID(WS-SUB).
           MOVE 0 TO WS-SC-ROUNDS(WS-SUB).
           MOVE 0 TO WS-SC-WINS(WS-SUB).
           MOVE 0 TO WS-SC-EXPECTED(WS-SUB).
           MOVE 0 TO WS-SC-VARIANCE(WS-SUB).
           MOVE 0 TO WS-SC-FAST(WS-SUB).
           MOVE 0 TO WS-SC-RESUME(WS-SUB).
           MOVE 0 TO WS-SC-IGNORED(WS-SUB).
           MOVE "N" TO WS-SC-RATE-FLAG(WS-SUB).
           MOVE 0 TO WS-SC-SCORE(WS-SUB).
           MOVE SPACES TO WS-SC-LAST-EVENT(WS-SUB).
           MOVE SPACES TO WS-SC-HOLD-TEXT(WS-SUB).
           MOVE "N" TO WS-SC-OPEN(WS-SUB).
           MOVE 0 TO WS-SC-LAST-COUNT(WS-SUB).
           MOVE 0 TO WS-SC-MISSES(WS-SUB).

      *The odds a row was played at, when the row carries them.
       SET-ROW-ODDS.
           MOVE "N" TO WS-ODDS-KNOWN.
           MOVE 0 TO WS-RANGE-MAX.
           MOVE 0 TO WS-MAX-GUESSES.
           IF WS-AUDIT-LN-RANGE-MAX IS NUMERIC AND
              WS-AUDIT-LN-MAX-GUESSES IS NUMERIC
               MOVE WS-AUDIT-LN-RANGE-MAX TO WS-RANGE-MAX
               MOVE WS-AUDIT-LN-MAX-GUESSES TO WS-MAX-GUESSES
               IF WS-RANGE-MAX > 0 AND WS-MAX-GUESSES > 0
                   MOVE "Y" TO WS-ODDS-KNOWN
               END-IF
           END-IF.

      *Guess counts only climb within a round, so a count at or
      *below the last one seen starts a fresh round even when the
      *previous one never got a terminal row.
       TRACK-ROUND-GUESS.
           IF WS-SC-OPEN(WS-SUB) = "N" OR
              WS-GUESS-COUNT <= WS-SC-LAST-COUNT(WS-SUB)
               PERFORM START-SCREENED-ROUND
           END-IF.
           MOVE WS-GUESS-COUNT TO WS-SC-LAST-COUNT(WS-SUB).
           IF WS-AUDIT-LN-RESULT NOT = "HINT"
               MOVE WS-AUDIT-LN-GUESS TO WS-GUESS
               PERFORM CHECK-GUESS-BOUNDS
           END-IF.
           IF WS-AUDIT-LN-RESULT = "WON"
               PERFORM SCREEN-WON-ROUND
               PERFORM CLOSE-SCREENED-ROUND
           END-IF.

       START-SCREENED-ROUND.
           MOVE "Y" TO WS-SC-OPEN(WS-SUB).
           MOVE 1 TO WS-SC-LOW(WS-SUB).
           IF WS-ODDS-KNOWN = "Y"
               MOVE WS-RANGE-MAX TO WS-SC-HIGH(WS-SUB)
           ELSE
               MOVE 999999 TO WS-SC-HIGH(WS-SUB)
           END-IF.
           MOVE 0 TO WS-SC-MISSES(WS-SUB).

      *A guess outside what the answers so far allow is a miss;
      *then the answer narrows the bounds for the next guess.
       CHECK-GUESS-BOUNDS.
           IF WS-GUESS < WS-SC-LOW(WS-SUB) OR
              WS-GUESS > WS-SC-HIGH(WS-SUB)
               ADD 1 TO WS-SC-MISSES(WS-SUB)
           END-IF.
           IF WS-AUDIT-LN-RESULT = "TOO LOW"
               IF WS-GUESS + 1 > WS-SC-LOW(WS-SUB)
                   COMPUTE WS-SC-LOW(WS-SUB) = WS-GUESS + 1
               END-IF
           END-IF.
           IF WS-AUDIT-LN-RESULT = "TOO HIGH"
               IF WS-GUESS - 1 < WS-SC-HIGH(WS-SUB)
                   COMPUTE WS-SC-HIGH(WS-SUB) = WS-GUESS - 1
               END-IF
           END-IF.

       SCREEN-WON-ROUND.
           IF WS-ODDS-KNOWN = "Y" AND
              WS-RANGE-MAX >= WS-BIG-RANGE AND
              WS-GUESS-COUNT <= WS-FAST-GUESSES
               ADD 1 TO WS-SC-FAST(WS-SUB)
               MOVE WS-AUDIT-LN-DATE TO WS-SC-LAST-EVENT(WS-SUB)
           END-IF.
           IF WS-AUDIT-LN-RESUMED = "R"
               ADD 1 TO WS-SC-RESUME(WS-SUB)
               MOVE WS-AUDIT-LN-DATE TO WS-SC-LAST-EVENT(WS-SUB)
           END-IF.
           IF WS-SC-MISSES(WS-SUB) >= WS-IGNORE-MIN
               ADD 1 TO WS-SC-IGNORED(WS-SUB)
               MOVE WS-AUDIT-LN-DATE TO WS-SC-LAST-EVENT(WS-SUB)
           END-IF.

      *Every finished round played at known odds adds its win
      *chance to the expectation: at most (2**G - 1) / R, and
      *certain once the guesses cover the range (anything past
      *twenty guesses covers any range the game allows).
       CLOSE-SCREENED-ROUND.
           MOVE "N" TO WS-SC-OPEN(WS-SUB).
           IF WS-ODDS-KNOWN = "Y"
               ADD 1 TO WS-SC-ROUNDS(WS-SUB)
               IF WS-AUDIT-LN-RESULT = "WON"
                   ADD 1 TO WS-SC-WINS(WS-SUB)
               END-IF
               IF WS-MAX-GUESSES > 20
                   MOVE 1 TO WS-WIN-CHANCE
               ELSE
                   COMPUTE WS-COVER = 2 ** WS-MAX-GUESSES - 1
                   IF WS-COVER >= WS-RANGE-MAX
                       MOVE 1 TO WS-WIN-CHANCE
                   ELSE
                       COMPUTE WS-WIN-CHANCE ROUNDED =
                           WS-COVER / WS-RANGE-MAX
                   END-IF
               END-IF
               ADD WS-WIN-CHANCE TO WS-SC-EXPECTED(WS-SUB)
               COMPUTE WS-SC-VARIANCE(WS-SUB) ROUNDED =
                   WS-SC-VARIANCE(WS-SUB)
                       + WS-WIN-CHANCE * (1 - WS-WIN-CHANCE)
           END-IF.

      *Squares are compared so no square root is needed: flagged
      *when the excess wins, squared, top SIGMA squared times the
      *variance.
       SCORE-PLAYER.
           IF WS-SC-ROUNDS(WS-SUB) >= WS-MIN-ROUNDS
               COMPUTE WS-EXCESS =
                   WS-SC-WINS(WS-SUB) - WS-SC-EXPECTED(WS-SUB)
               IF WS-EXCESS >= 2
                   COMPUTE WS-EXCESS-SQ = WS-EXCESS * WS-EXCESS
                   COMPUTE WS-LIMIT-SQ = WS-SIGMA * WS-SIGMA
                       * WS-SC-VARIANCE(WS-SUB)
                   IF WS-EXCESS-SQ > WS-LIMIT-SQ
                       MOVE "Y" TO WS-SC-RATE-FLAG(WS-SUB)
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-SC-SCORE(WS-SUB) =
               WS-SC-FAST(WS-SUB) * 3
               + WS-SC-RESUME(WS-SUB) * 5
               + WS-SC-IGNORED(WS-SUB) * 2.
           IF WS-SC-RATE-FLAG(WS-SUB) = "Y"
               ADD 10 TO WS-SC-SCORE(WS-SUB)
           END-IF.

      *Highest score first. Simple exchange sort, same as the
      *other report programs' tables.
       SORT-BY-SCORE.
           IF WS-PLAYER-COUNT > 1
               MOVE "Y" TO WS-SWAPPED
               PERFORM SCORE-SORT-PASS UNTIL WS-SWAPPED = "N"
           END-IF.

       SCORE-SORT-PASS.
           MOVE "N" TO WS-SWAPPED.
           PERFORM SCORE-SORT-COMPARE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-PLAYER-COUNT.

       SCORE-SORT-COMPARE.
           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-SC-SCORE(WS-SUB-2) > WS-SC-SCORE(WS-SUB)
               MOVE WS-PLAYER-ENTRY(WS-SUB) TO WS-SAVE-ENTRY
               MOVE WS-PLAYER-ENTRY(WS-SUB-2)
                   TO WS-PLAYER-ENTRY(WS-SUB)
               MOVE WS-SAVE-ENTRY TO WS-PLAYER-ENTRY(WS-SUB-2)
               MOVE "Y" TO WS-SWAPPED
           END-IF.

      *Holds are only ever added or refreshed here; clearing one
      *is a desk decision made in PLAYERMNT.
       UPDATE-REVIEW-HOLDS.
           OPEN I-O REVIEW-HOLD.
           IF WS-RH-STATUS = "35"
               OPEN OUTPUT REVIEW-HOLD
               CLOSE REVIEW-HOLD
               OPEN I-O REVIEW-HOLD
           END-IF.
           IF WS-RH-STATUS = "00"
               PERFORM APPLY-REVIEW-HOLD
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PLAYER-COUNT
               CLOSE REVIEW-HOLD
           ELSE
               DISPLAY "Review hold file not available, status "
                   WS-RH-STATUS "; no holds recorded"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.

       APPLY-REVIEW-HOLD.
           MOVE WS-SC-PLAYER-ID(WS-SUB) TO RH-PLAYER-ID.
           READ REVIEW-HOLD
               INVALID KEY
                   IF WS-SC-SCORE(WS-SUB) >= WS-HOLD-SCORE
                       PERFORM ADD-REVIEW-HOLD
                   END-IF
               NOT INVALID KEY
                   PERFORM REFRESH-REVIEW-HOLD
           END-READ.

       ADD-REVIEW-HOLD.
           MOVE WS-SC-PLAYER-ID(WS-SUB) TO RH-PLAYER-ID.
           MOVE "H" TO RH-STATUS.
           MOVE WS-RUN-DATE TO RH-FLAG-DATE.
           MOVE WS-SC-SCORE(WS-SUB) TO RH-SCORE.
           MOVE WS-SC-LAST-EVENT(WS-SUB) TO RH-LAST-EVENT.
           MOVE SPACES TO RH-CLEAR-DATE.
           WRITE RH-RECORD.
           ADD 1 TO WS-NEW-HOLDS.
           MOVE "NEW HOLD" TO WS-SC-HOLD-TEXT(WS-SUB).

       REFRESH-REVIEW-HOLD.
           IF RH-STATUS = "H"
               MOVE "HELD" TO WS-SC-HOLD-TEXT(WS-SUB)
               IF WS-SC-SCORE(WS-SUB) >= WS-HOLD-SCORE
                   MOVE WS-RUN-DATE TO RH-FLAG-DATE
                   MOVE WS-SC-SCORE(WS-SUB) TO RH-SCORE
                   MOVE WS-SC-LAST-EVENT(WS-SUB) TO RH-LAST-EVENT
                   REWRITE RH-RECORD
               END-IF
           ELSE
               MOVE "CLEARED" TO WS-SC-HOLD-TEXT(WS-SUB)
               IF WS-SC-SCORE(WS-SUB) >= WS-HOLD-SCORE AND
                  WS-SC-LAST-EVENT(WS-SUB) > RH-CLEAR-DATE
                   MOVE "H" TO RH-STATUS
                   MOVE WS-RUN-DATE TO RH-FLAG-DATE
                   MOVE WS-SC-SCORE(WS-SUB) TO RH-SCORE
                   MOVE WS-SC-LAST-EVENT(WS-SUB) TO RH-LAST-EVENT
                   REWRITE RH-RECORD
                   ADD 1 TO WS-NEW-HOLDS
                   MOVE "NEW HOLD" TO WS-SC-HOLD-TEXT(WS-SUB)
               END-IF
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT SCREEN-REPORT.
           MOVE SPACES TO RPT-LINE.
           STRING "Suspicious-play screening - " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           PERFORM WRITE-RANKED-LINE
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-PLAYER-COUNT.
           IF WS-LISTED-COUNT = 0
               MOVE "  (no player reached the review score)"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Score: FST x3, RSM x5, IGN x2 per round; RATE 10."
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Listed at score " WS-LIST-SCORE
                  ", held at score " WS-HOLD-SCORE
                  "; players screened " WS-PLAYER-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "New holds this run: " WS-NEW-HOLDS
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TABLE-FULL = "Y"
               MOVE "Player table overflowed; screening incomplete."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE SCREEN-REPORT.

      *The table is in score order, so the listed players are the
      *top of it; the rest are passed over.
       WRITE-RANKED-LINE.
           IF WS-SC-SCORE(WS-RANK) >= WS-LIST-SCORE
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-LISTED-COUNT TO WS-RPT-RANK
               MOVE WS-SC-PLAYER-ID(WS-RANK) TO WS-RPT-PLAYER-ID
               MOVE WS-SC-ROUNDS(WS-RANK) TO WS-RPT-ROUNDS
               MOVE WS-SC-WINS(WS-RANK) TO WS-RPT-WINS
               MOVE WS-SC-EXPECTED(WS-RANK) TO WS-RPT-EXPECTED
               MOVE WS-SC-FAST(WS-RANK) TO WS-RPT-FAST
               MOVE WS-SC-RESUME(WS-RANK) TO WS-RPT-RESUME
               MOVE WS-SC-IGNORED(WS-RANK) TO WS-RPT-IGNORED
               MOVE SPACES TO WS-RPT-RATE
               IF WS-SC-RATE-FLAG(WS-RANK) = "Y"
                   MOVE "HIGH" TO WS-RPT-RATE
               END-IF
               MOVE WS-SC-SCORE(WS-RANK) TO WS-RPT-SCORE
               MOVE WS-SC-HOLD-TEXT(WS-RANK) TO WS-RPT-HOLD
               WRITE RPT-LINE FROM WS-RPT-DETAIL
           END-IF.
