       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABNDCLOSE.
       AUTHOR "Daniel Thornton".
      *Nightly closure of abandoned rounds. A player who walks away
      *mid-round (or whose console is switched off, or who answers
      *"n" to the resume prompt next morning) leaves TOO LOW/TOO
      *HIGH/HINT rows in AUDIT-LOG with no WON or LOST row behind
      *them, so PLAYER-SCORES, ACHIEVEMENTS and POINTS-LEDGER never
      *hear of the round and a losing streak can simply be walked
      *away from. This step runs after the log collector and ahead
      *of AUDITVAL. It walks the log per player: a round is open
      *from its first guess row until a terminal row, and a new
      *round starting (the guess count going back down) while one
      *is still open proves the earlier one was abandoned. Rounds
      *still open at the end of the log are abandoned too, unless
      *a console's RESTART-CHECKPOINT is holding that very round
      *(same player, same guess count) for resumption - those are
      *left alone until the checkpoint is resumed or discarded.
      *Each abandoned round gets a closing ABANDONED row written
      *straight after its last row, dated and timed with that
      *row, so the log stays in date/time order and the replay
      *programs see the closure exactly where the round ended.
      *The rewritten log goes to AUDIT-CURRENT (the JCL copies it
      *back over the live log, as the month-end archive does), and
      *each closure is booked as a loss: games played in
      *PLAYER-SCORES (journalled) and in the season's counters in
      *SEASON-SCORES, the current streak reset in ACHIEVEMENTS,
      *and a zero-point ABND line in POINTS-LEDGER. A tournament
      *round also gets an ABANDONED line in TOURNEY-LOG, so the
      *standings count it as a round played and not won.
      *The abandoned-rounds report lists closures by player and
      *terminal day. A closed round ends with a terminal row, so a
      *rerun finds nothing new to close. On any table overflow or
      *unreadable log nothing is rewritten or booked and the run
      *ends with RETURN-CODE 8. A record that cannot be booked
      *once the log is rewritten ends the run with RETURN-CODE 4:
      *the log still goes back, so no round is ever booked twice.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-CURRENT ASSIGN TO "AUDITCURRENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.

           SELECT RESTART-CHECKPOINT ASSIGN TO "RESTARTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT PLAYER-SCORES ASSIGN TO "PLAYERSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS WS-PS-STATUS.

           SELECT ACHIEVEMENTS ASSIGN TO "ACHIEVEMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-PLAYER-ID
               FILE STATUS IS WS-AC-STATUS.

           SELECT SEASON-SCORES ASSIGN TO "SEASONSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-PLAYER-ID
               FILE STATUS IS WS-SN-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO "POINTSLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTS-STATUS.

           SELECT TOURNEY-LOG ASSIGN TO "TOURNEYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT SCORE-JOURNAL ASSIGN TO "SCOREJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ABANDON-REPORT ASSIGN TO "ABNDREPORT"
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

       FD  AUDIT-CURRENT.
       01  CURR-RECORD PIC X(80).

      *The RESTARTCKPT DD concatenates every console's checkpoint
      *file; each holds at most one round in progress.
       FD  RESTART-CHECKPOINT.
       01  CKPT-RECORD PIC X(56).

       FD  PLAYER-SCORES.
           COPY PLYRSCR.

       FD  ACHIEVEMENTS.
           COPY ACHVMNT.

       FD  SEASON-SCORES.
           COPY SEASSCR.

       FD  POINTS-LEDGER.
       01  PTS-RECORD PIC X(54).

       FD  TOURNEY-LOG.
       01  TOURNEY-RECORD PIC X(45).

       FD  SCORE-JOURNAL.
       01  JRNL-RECORD PIC X(95).

       FD  ABANDON-REPORT.
       01  RPT-LINE PIC X(80).

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY AUDTLIN.
       COPY CKPTLIN.
       COPY PTSLED.
       COPY TRNYLIN.
       COPY SCRJRNL.
       COPY RUNCTL.

       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CURR-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-PS-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-PTS-STATUS PIC XX.
       01 WS-TL-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(10).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-CKPT-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-CLOSE-ERROR PIC X VALUE "N".
       01 WS-LINE-NO PIC 9(7) VALUE 0.
       01 WS-GUESS-COUNT PIC 999.
       01 WS-ROUND-COUNT PIC 9(5) VALUE 0.
       01 WS-CLOSURE-COUNT PIC 9(4) VALUE 0.
       01 WS-CKPT-COUNT PIC 99 VALUE 0.
       01 WS-HELD-COUNT PIC 9(4) VALUE 0.
       01 WS-NEXT-CLOSURE PIC 9(4).
       01 WS-SUB PIC 9(5).
       01 WS-SUB-2 PIC 9(5).
       01 WS-CSUB PIC 9(4).
       01 WS-KSUB PIC 99.
       01 WS-ROUND-FOUND PIC X.
       01 WS-CKPT-HELD PIC X.
       01 WS-SWAPPED PIC X.
       01 WS-LOOKUP-ID PIC X(10).
       01 WS-AC-FOUND PIC X.
       01 WS-SN-STATUS PIC XX.
       01 WS-JRNL-ACTION PIC X(3).
       01 WS-PS-BEFORE PIC X(30).
       01 WS-BREAK-PLAYER PIC X(10).
       01 WS-BREAK-DATE PIC X(10).
       01 WS-DAY-ROUNDS PIC 9(4).
       01 WS-DAY-GUESSES PIC 9(6).
       01 WS-PLAYER-TOTAL PIC 9(4) VALUE 0.

      *Per-player round state while the log is walked: whether a
      *round is open and where its latest row sits, so a closure
      *can be placed straight after it. Range and guesses allowed
      *are held as they appear on the row (spaces on rows older
      *than those columns) and carried onto the closing row, as
      *are the round's mode and tournament ID.
       01 WS-ROUND-TABLE.
           05 WS-ROUND-ENTRY OCCURS 500 TIMES.
               10 WS-RT-PLAYER-ID PIC X(10).
               10 WS-RT-OPEN PIC X.
               10 WS-RT-LINE-NO PIC 9(7).
               10 WS-RT-DATE PIC X(10).
               10 WS-RT-TIME PIC X(8).
               10 WS-RT-COUNT PIC 999.
               10 WS-RT-RANGE-MAX PIC X(6).
               10 WS-RT-MAX-GUESSES PIC X(3).
               10 WS-RT-MODE PIC X.
               10 WS-RT-TOURNEY PIC X(8).

      *Rounds held for resumption on some console tonight.
       01 WS-CKPT-TABLE.
           05 WS-CKPT-ENTRY OCCURS 20 TIMES.
               10 WS-CK-PLAYER-ID PIC X(10).
               10 WS-CK-COUNT PIC 999.

      *One slot per round closed this run; sorted into log order
      *for the rewrite, then into player/day order for the report.
       01 WS-CLOSURE-TABLE.
           05 WS-CLOSURE-ENTRY OCCURS 1000 TIMES.
               10 WS-CL-LINE-NO PIC 9(7).
               10 WS-CL-PLAYER-ID PIC X(10).
               10 WS-CL-DATE PIC X(10).
               10 WS-CL-TIME PIC X(8).
               10 WS-CL-COUNT PIC 999.
               10 WS-CL-RANGE-MAX PIC X(6).
               10 WS-CL-MAX-GUESSES PIC X(3).
               10 WS-CL-MODE PIC X.
               10 WS-CL-TOURNEY PIC X(8).
       01 WS-SAVE-ENTRY.
           05 WS-SAVE-LINE-NO PIC 9(7).
           05 WS-SAVE-PLAYER-ID PIC X(10).
           05 WS-SAVE-DATE PIC X(10).
           05 WS-SAVE-TIME PIC X(8).
           05 WS-SAVE-COUNT PIC 999.
           05 WS-SAVE-RANGE-MAX PIC X(6).
           05 WS-SAVE-MAX-GUESSES PIC X(3).
           05 WS-SAVE-MODE PIC X.
           05 WS-SAVE-TOURNEY PIC X(8).

       01 WS-RPT-DETAIL.
           05 WS-RPT-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-DATE PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-ROUNDS PIC Z,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-GUESSES PIC ZZZ,ZZ9.
           05 FILLER PIC X(38) VALUE SPACES.

       01 WS-RPT-HEADING.
           05 FILLER PIC X(10) VALUE "PLAYER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "TERMINAL DAY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ROUNDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE " GUESSES".
           05 FILLER PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM LOAD-CHECKPOINTS.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = "00"
               PERFORM SCAN-AUDIT-LINE UNTIL WS-AUDIT-EOF = "Y"
               CLOSE AUDIT-LOG
               PERFORM CLOSE-STRANDED-ROUND
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROUND-COUNT
           ELSE
               DISPLAY "Audit log not available, status "
                   WS-AUDIT-STATUS "; nothing closed"
               PERFORM FLAG-CLOSE-ERROR
           END-IF.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "Closure tables full; nothing rewritten or "
                   "booked - split the log and rerun"
               PERFORM FLAG-CLOSE-ERROR
           END-IF.
           OPEN OUTPUT ABANDON-REPORT.
           IF WS-CLOSE-ERROR = "N"
               PERFORM SORT-CLOSURES-BY-LINE
               PERFORM REWRITE-AUDIT-LOG
           END-IF.
           IF WS-CLOSE-ERROR = "N"
               PERFORM BOOK-CLOSURES
               PERFORM SORT-CLOSURES-BY-PLAYER
               PERFORM WRITE-REPORT
           ELSE
               MOVE "Abandoned-round closure failed; see the job "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "log. The live audit log was not replaced."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE ABANDON-REPORT.
           DISPLAY "Abandoned-round closure summary".
           DISPLAY "  Rounds closed:          " WS-CLOSURE-COUNT.
           DISPLAY "  Held for a checkpoint:  " WS-HELD-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

      *Any failure holds the JCL's copy-back step, so the live log
      *is only ever replaced by a complete rewrite.
       FLAG-CLOSE-ERROR.
           MOVE "Y" TO WS-CLOSE-ERROR.
           MOVE 8 TO RETURN-CODE.
           MOVE "RC08" TO WS-END-STATUS.

      *A booking failure comes after the closures are already in
      *the rewritten log and some of them already booked, so the
      *log must still go back or the next night would close and
      *book the same rounds again. It ends the run with
      *RETURN-CODE 4, which the copy-back step lets through; the
      *unbooked closure shows up on the next reconciliation.
       FLAG-BOOKING-ERROR.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
               MOVE "RC04" TO WS-END-STATUS
           END-IF.

       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "ABNDCLOSE" TO WS-RC-PROGRAM.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.

      *No checkpoint file on a console is normal - nothing is
      *waiting there.
       LOAD-CHECKPOINTS.
           OPEN INPUT RESTART-CHECKPOINT.
           IF WS-CKPT-STATUS = "00"
               PERFORM READ-CHECKPOINT-LINE UNTIL WS-CKPT-EOF = "Y"
               CLOSE RESTART-CHECKPOINT
           END-IF.

       READ-CHECKPOINT-LINE.
           READ RESTART-CHECKPOINT
               AT END
                   MOVE "Y" TO WS-CKPT-EOF
               NOT AT END
                   MOVE CKPT-RECORD TO WS-CKPT-LINE
                   IF WS-CKPT-LN-PLAYER NOT = SPACES
                       IF WS-CKPT-COUNT >= 20
                           DISPLAY "Warning: checkpoint table full "
                               "at 20; later checkpoints ignored"
                           MOVE "Y" TO WS-CKPT-EOF
                       ELSE
                           ADD 1 TO WS-CKPT-COUNT
                           MOVE WS-CKPT-LN-PLAYER
                               TO WS-CK-PLAYER-ID(WS-CKPT-COUNT)
                           MOVE WS-CKPT-LN-COUNT
                               TO WS-CK-COUNT(WS-CKPT-COUNT)
                       END-IF
                   END-IF
           END-READ.

       SCAN-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   MOVE AUDIT-RECORD TO WS-AUDIT-LINE
                   IF WS-AUDIT-LN-RESULT = "WON" OR
                      WS-AUDIT-LN-RESULT = "LOST" OR
                      WS-AUDIT-LN-RESULT = "ABANDONED"
                       PERFORM END-OPEN-ROUND
                   ELSE
                       IF WS-AUDIT-LN-RESULT = "TOO LOW" OR
                          WS-AUDIT-LN-RESULT = "TOO HIGH" OR
                          WS-AUDIT-LN-RESULT = "HINT"
                           PERFORM TRACK-GUESS-ROW
                       END-IF
                   END-IF
           END-READ.

       END-OPEN-ROUND.
           MOVE WS-AUDIT-LN-PLAYER TO WS-LOOKUP-ID.
           PERFORM FIND-ROUND-ENTRY.
           IF WS-ROUND-FOUND = "Y"
               MOVE "N" TO WS-RT-OPEN(WS-SUB)
           END-IF.

      *Guess counts only climb within a round (a resumed round
      *carries on from the checkpointed count), so a count at or
      *below the open round's latest means a fresh round began
      *and the open one was walked away from.
       TRACK-GUESS-ROW.
           MOVE WS-AUDIT-LN-PLAYER TO WS-LOOKUP-ID.
           MOVE WS-AUDIT-LN-COUNT TO WS-GUESS-COUNT.
           PERFORM FIND-ROUND-ENTRY.
           IF WS-ROUND-FOUND = "N" AND WS-ROUND-COUNT >= 500
               IF WS-TABLE-FULL = "N"
                   MOVE "Y" TO WS-TABLE-FULL
                   DISPLAY "Warning: round table full at 500 "
                       "players"
               END-IF
           ELSE
               IF WS-ROUND-FOUND = "N"
                   ADD 1 TO WS-ROUND-COUNT
                   MOVE WS-ROUND-COUNT TO WS-SUB
                   MOVE WS-LOOKUP-ID TO WS-RT-PLAYER-ID(WS-SUB)
                   MOVE "N" TO WS-RT-OPEN(WS-SUB)
               END-IF
               IF WS-RT-OPEN(WS-SUB) = "Y" AND
                  WS-GUESS-COUNT <= WS-RT-COUNT(WS-SUB)
                   PERFORM RECORD-CLOSURE
               END-IF
               MOVE "Y" TO WS-RT-OPEN(WS-SUB)
               MOVE WS-LINE-NO TO WS-RT-LINE-NO(WS-SUB)
               MOVE WS-AUDIT-LN-DATE TO WS-RT-DATE(WS-SUB)
               MOVE WS-AUDIT-LN-TIME TO WS-RT-TIME(WS-SUB)
               MOVE WS-GUESS-COUNT TO WS-RT-COUNT(WS-SUB)
               MOVE WS-AUDIT-LINE(54:6) TO WS-RT-RANGE-MAX(WS-SUB)
               MOVE WS-AUDIT-LINE(61:3)
                   TO WS-RT-MAX-GUESSES(WS-SUB)
               MOVE WS-AUDIT-LINE(67:1) TO WS-RT-MODE(WS-SUB)
               MOVE WS-AUDIT-LN-TOURNEY TO WS-RT-TOURNEY(WS-SUB)
           END-IF.

       FIND-ROUND-ENTRY.
           MOVE "N" TO WS-ROUND-FOUND.
           PERFORM MATCH-ROUND-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ROUND-COUNT
                  OR WS-ROUND-FOUND = "Y".

      *PERFORM VARYING leaves WS-SUB one past the hit, so step back
      *when the player was already in the table.
       MATCH-ROUND-ENTRY.
           IF WS-RT-PLAYER-ID(WS-SUB) = WS-LOOKUP-ID
               MOVE "Y" TO WS-ROUND-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.

      *Still open at the end of the log: abandoned, unless a
      *console checkpoint holds this player's round at this count.
       CLOSE-STRANDED-ROUND.
           IF WS-RT-OPEN(WS-SUB) = "Y"
               MOVE "N" TO WS-CKPT-HELD
               PERFORM MATCH-CHECKPOINT
                   VARYING WS-KSUB FROM 1 BY 1
                   UNTIL WS-KSUB > WS-CKPT-COUNT
               IF WS-CKPT-HELD = "Y"
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM RECORD-CLOSURE
               END-IF
           END-IF.

       MATCH-CHECKPOINT.
           IF WS-CK-PLAYER-ID(WS-KSUB) = WS-RT-PLAYER-ID(WS-SUB) AND
              WS-CK-COUNT(WS-KSUB) = WS-RT-COUNT(WS-SUB)
               MOVE "Y" TO WS-CKPT-HELD
           END-IF.

      *WS-SUB points at the open round being closed.
       RECORD-CLOSURE.
           IF WS-CLOSURE-COUNT >= 1000
               IF WS-TABLE-FULL = "N"
                   MOVE "Y" TO WS-TABLE-FULL
                   DISPLAY "Warning: closure table full at 1000 "
                       "rounds"
               END-IF
           ELSE
               ADD 1 TO WS-CLOSURE-COUNT
               MOVE WS-CLOSURE-COUNT TO WS-CSUB
               MOVE WS-RT-LINE-NO(WS-SUB) TO WS-CL-LINE-NO(WS-CSUB)
               MOVE WS-RT-PLAYER-ID(WS-SUB)
                   TO WS-CL-PLAYER-ID(WS-CSUB)
               MOVE WS-RT-DATE(WS-SUB) TO WS-CL-DATE(WS-CSUB)
               MOVE WS-RT-TIME(WS-SUB) TO WS-CL-TIME(WS-CSUB)
               MOVE WS-RT-COUNT(WS-SUB) TO WS-CL-COUNT(WS-CSUB)
               MOVE WS-RT-RANGE-MAX(WS-SUB)
                   TO WS-CL-RANGE-MAX(WS-CSUB)
               MOVE WS-RT-MAX-GUESSES(WS-SUB)
                   TO WS-CL-MAX-GUESSES(WS-CSUB)
               MOVE WS-RT-MODE(WS-SUB) TO WS-CL-MODE(WS-CSUB)
               MOVE WS-RT-TOURNEY(WS-SUB)
                   TO WS-CL-TOURNEY(WS-CSUB)
           END-IF.

      *Simple exchange sort on the log line number, so the
      *rewrite can drop each closure in with one forward pass.
       SORT-CLOSURES-BY-LINE.
           IF WS-CLOSURE-COUNT > 1
               MOVE "Y" TO WS-SWAPPED
               PERFORM LINE-SORT-PASS UNTIL WS-SWAPPED = "N"
           END-IF.

       LINE-SORT-PASS.
           MOVE "N" TO WS-SWAPPED.
           PERFORM LINE-SORT-COMPARE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-CLOSURE-COUNT.

       LINE-SORT-COMPARE.
           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-CL-LINE-NO(WS-SUB-2) < WS-CL-LINE-NO(WS-SUB)
               PERFORM SWAP-CLOSURES
           END-IF.

       SWAP-CLOSURES.
           MOVE WS-CLOSURE-ENTRY(WS-SUB) TO WS-SAVE-ENTRY.
           MOVE WS-CLOSURE-ENTRY(WS-SUB-2)
               TO WS-CLOSURE-ENTRY(WS-SUB).
           MOVE WS-SAVE-ENTRY TO WS-CLOSURE-ENTRY(WS-SUB-2).
           MOVE "Y" TO WS-SWAPPED.

      *Second pass over the log: every line passes through byte
      *for byte, with each closure row written straight after the
      *last row of the round it closes.
       REWRITE-AUDIT-LOG.
           MOVE 0 TO WS-LINE-NO.
           MOVE 1 TO WS-NEXT-CLOSURE.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-LOG.
           OPEN OUTPUT AUDIT-CURRENT.
           IF WS-AUDIT-STATUS = "00" AND WS-CURR-STATUS = "00"
               PERFORM COPY-AUDIT-LINE UNTIL WS-AUDIT-EOF = "Y"
           ELSE
               DISPLAY "Log rewrite could not open its files, "
                   "status " WS-AUDIT-STATUS "/" WS-CURR-STATUS
               PERFORM FLAG-CLOSE-ERROR
           END-IF.
           CLOSE AUDIT-LOG.
           CLOSE AUDIT-CURRENT.
           IF WS-CLOSE-ERROR = "N" AND
              WS-NEXT-CLOSURE <= WS-CLOSURE-COUNT
               DISPLAY "Log changed under the closure run; "
                   "nothing booked - rerun the step"
               PERFORM FLAG-CLOSE-ERROR
           END-IF.

       COPY-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   WRITE CURR-RECORD FROM AUDIT-RECORD
                   IF WS-NEXT-CLOSURE <= WS-CLOSURE-COUNT
                       IF WS-CL-LINE-NO(WS-NEXT-CLOSURE) = WS-LINE-NO
                           PERFORM WRITE-CLOSURE-ROW
                       END-IF
                   END-IF
           END-READ.

      *Guess column zero, count column carrying the guesses the
      *round had used when it was left.
       WRITE-CLOSURE-ROW.
           MOVE WS-NEXT-CLOSURE TO WS-CSUB.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE WS-CL-DATE(WS-CSUB) TO WS-AUDIT-LN-DATE.
           MOVE WS-CL-TIME(WS-CSUB) TO WS-AUDIT-LN-TIME.
           MOVE WS-CL-PLAYER-ID(WS-CSUB) TO WS-AUDIT-LN-PLAYER.
           MOVE 0 TO WS-AUDIT-LN-GUESS.
           MOVE "ABANDONED" TO WS-AUDIT-LN-RESULT.
           MOVE WS-CL-COUNT(WS-CSUB) TO WS-AUDIT-LN-COUNT.
           MOVE WS-CL-RANGE-MAX(WS-CSUB) TO WS-AUDIT-LINE(54:6).
           MOVE WS-CL-MAX-GUESSES(WS-CSUB) TO WS-AUDIT-LINE(61:3).
           MOVE WS-CL-MODE(WS-CSUB) TO WS-AUDIT-LINE(67:1).
           MOVE WS-CL-TOURNEY(WS-CSUB) TO WS-AUDIT-LN-TOURNEY.
           WRITE CURR-RECORD FROM WS-AUDIT-LINE.
           ADD 1 TO WS-NEXT-CLOSURE.

      *Closures are booked in log order, so a player with two
      *abandoned rounds has them applied oldest first.
       BOOK-CLOSURES.
           OPEN I-O PLAYER-SCORES.
           IF WS-PS-STATUS = "35"
               OPEN OUTPUT PLAYER-SCORES
               CLOSE PLAYER-SCORES
               OPEN I-O PLAYER-SCORES
           END-IF.
           OPEN I-O ACHIEVEMENTS.
           IF WS-AC-STATUS = "35"
               OPEN OUTPUT ACHIEVEMENTS
               CLOSE ACHIEVEMENTS
               OPEN I-O ACHIEVEMENTS
           END-IF.
           OPEN I-O SEASON-SCORES.
           IF WS-SN-STATUS = "35"
               OPEN OUTPUT SEASON-SCORES
               CLOSE SEASON-SCORES
               OPEN I-O SEASON-SCORES
           END-IF.
           OPEN EXTEND POINTS-LEDGER.
           IF WS-PTS-STATUS = "35"
               OPEN OUTPUT POINTS-LEDGER
           END-IF.
           OPEN EXTEND TOURNEY-LOG.
           IF WS-TL-STATUS = "35"
               OPEN OUTPUT TOURNEY-LOG
           END-IF.
           OPEN EXTEND SCORE-JOURNAL.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT SCORE-JOURNAL
           END-IF.
           PERFORM BOOK-ONE-CLOSURE
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CLOSURE-COUNT.
           CLOSE PLAYER-SCORES.
           CLOSE ACHIEVEMENTS.
           CLOSE SEASON-SCORES.
           CLOSE POINTS-LEDGER.
           CLOSE TOURNEY-LOG.
           CLOSE SCORE-JOURNAL.

       BOOK-ONE-CLOSURE.
           PERFORM BOOK-PLAYER-SCORE.
           PERFORM BOOK-ACHIEVEMENTS.
           PERFORM BOOK-SEASON-SCORE.
           PERFORM BOOK-POINTS-LINE.
           IF WS-CL-TOURNEY(WS-CSUB) NOT = SPACES
               PERFORM BOOK-TOURNEY-LINE
           END-IF.

      *A loss as far as the lifetime counters go: one more game
      *played, nothing won, no guesses toward the win average.
       BOOK-PLAYER-SCORE.
           MOVE WS-CL-PLAYER-ID(WS-CSUB) TO PS-PLAYER-ID.
           READ PLAYER-SCORES
               INVALID KEY
                   MOVE SPACES TO WS-PS-BEFORE
                   MOVE "ADD" TO WS-JRNL-ACTION
                   MOVE 1 TO PS-GAMES-PLAYED
                   MOVE 0 TO PS-GAMES-WON
                   MOVE 0 TO PS-BEST-GUESSES
                   MOVE 0 TO PS-TOTAL-GUESSES
                   WRITE PS-RECORD
               NOT INVALID KEY
                   MOVE PS-RECORD TO WS-PS-BEFORE
                   MOVE "UPD" TO WS-JRNL-ACTION
                   ADD 1 TO PS-GAMES-PLAYED
                   REWRITE PS-RECORD
           END-READ.
           IF WS-PS-STATUS NOT = "00"
               DISPLAY "Score update failed for "
                   WS-CL-PLAYER-ID(WS-CSUB) ", status " WS-PS-STATUS
               PERFORM FLAG-BOOKING-ERROR
           ELSE
               PERFORM WRITE-SCORE-JOURNAL
           END-IF.

       WRITE-SCORE-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-LINE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-JL-DATE.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-JL-TIME.
           MOVE "ABNDCLOSE" TO WS-JL-PROGRAM.
           MOVE WS-JRNL-ACTION TO WS-JL-ACTION.
           MOVE WS-PS-BEFORE TO WS-JL-BEFORE.
           MOVE PS-RECORD TO WS-JL-AFTER.
           WRITE JRNL-RECORD FROM WS-JOURNAL-LINE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Warning: score journal not written, "
                   "status " WS-JRNL-STATUS
           END-IF.

      *The streak breaks exactly as a lost round breaks it; badges
      *already earned are never taken away. A player with no
      *record yet gets one, as the game would have written.
       BOOK-ACHIEVEMENTS.
           MOVE WS-CL-PLAYER-ID(WS-CSUB) TO AC-PLAYER-ID.
           MOVE "Y" TO WS-AC-FOUND.
           READ ACHIEVEMENTS
               INVALID KEY
                   MOVE "N" TO WS-AC-FOUND
                   MOVE WS-CL-PLAYER-ID(WS-CSUB) TO AC-PLAYER-ID
                   MOVE 0 TO AC-BEST-STREAK
                   MOVE 0 TO AC-BADGE-COUNT
                   MOVE "N" TO AC-BADGE-FIRST-WIN
                   MOVE "N" TO AC-BADGE-FAST-WIN
                   MOVE "N" TO AC-BADGE-TEN-WINS
                   MOVE "N" TO AC-BADGE-STREAK-5
           END-READ.
           MOVE 0 TO AC-CURRENT-STREAK.
           IF WS-AC-FOUND = "Y"
               REWRITE AC-RECORD
           ELSE
               WRITE AC-RECORD
           END-IF.
           IF WS-AC-STATUS NOT = "00"
               DISPLAY "Achievement update failed for "
                   WS-CL-PLAYER-ID(WS-CSUB) ", status " WS-AC-STATUS
               PERFORM FLAG-BOOKING-ERROR
           END-IF.

      *The season's counters take the loss the same way the
      *lifetime ones do; a loss never lengthens the season's best
      *streak.
       BOOK-SEASON-SCORE.
           MOVE WS-CL-PLAYER-ID(WS-CSUB) TO SN-PLAYER-ID.
           READ SEASON-SCORES
               INVALID KEY
                   MOVE 1 TO SN-GAMES-PLAYED
                   MOVE 0 TO SN-GAMES-WON
                   MOVE 0 TO SN-BEST-GUESSES
                   MOVE 0 TO SN-TOTAL-GUESSES
                   MOVE 0 TO SN-BEST-STREAK
                   WRITE SN-RECORD
               NOT INVALID KEY
                   ADD 1 TO SN-GAMES-PLAYED
                   REWRITE SN-RECORD
           END-READ.
           IF WS-SN-STATUS NOT = "00"
               DISPLAY "Season score update failed for "
                   WS-CL-PLAYER-ID(WS-CSUB) ", status " WS-SN-STATUS
               PERFORM FLAG-BOOKING-ERROR
           END-IF.

      *A zero line, dated with the closure row, so the month's
      *points board counts the round the way it counts a loss.
       BOOK-POINTS-LINE.
           MOVE SPACES TO WS-POINTS-LINE.
           MOVE WS-CL-DATE(WS-CSUB) TO WS-PT-DATE.
           MOVE WS-CL-TIME(WS-CSUB) TO WS-PT-TIME.
           MOVE WS-CL-PLAYER-ID(WS-CSUB) TO WS-PT-PLAYER.
           MOVE 0 TO WS-PT-RANGE-MAX.
           IF WS-CL-RANGE-MAX(WS-CSUB) IS NUMERIC
               MOVE WS-CL-RANGE-MAX(WS-CSUB) TO WS-PT-RANGE-MAX
           END-IF.
           MOVE 0 TO WS-PT-GUESSES-LEFT.
           MOVE "ABND" TO WS-PT-RESULT.
           MOVE 0 TO WS-PT-POINTS.
           WRITE PTS-RECORD FROM WS-POINTS-LINE.
           IF WS-PTS-STATUS NOT = "00"
               DISPLAY "Points ledger write failed for "
                   WS-CL-PLAYER-ID(WS-CSUB) ", status " WS-PTS-STATUS
               PERFORM FLAG-BOOKING-ERROR
           END-IF.

      *Dated with the round, like the points line. The standings
      *count every line as a round and only WON as a win, so the
      *round still counts against the entrant.
       BOOK-TOURNEY-LINE.
           MOVE SPACES TO WS-TOURNEY-LINE.
           MOVE WS-CL-TOURNEY(WS-CSUB) TO WS-TL-TOURNEY-ID.
           MOVE WS-CL-DATE(WS-CSUB) TO WS-TL-DATE.
           MOVE WS-CL-PLAYER-ID(WS-CSUB) TO WS-TL-PLAYER.
           MOVE "ABANDONED" TO WS-TL-RESULT.
           MOVE WS-CL-COUNT(WS-CSUB) TO WS-TL-COUNT.
           WRITE TOURNEY-RECORD FROM WS-TOURNEY-LINE.
           IF WS-TL-STATUS NOT = "00"
               DISPLAY "Tournament log write failed for "
                   WS-CL-PLAYER-ID(WS-CSUB) ", status " WS-TL-STATUS
               PERFORM FLAG-BOOKING-ERROR
           END-IF.

      *Player, then day, then time - the order the report reads.
       SORT-CLOSURES-BY-PLAYER.
           IF WS-CLOSURE-COUNT > 1
               MOVE "Y" TO WS-SWAPPED
               PERFORM PLAYER-SORT-PASS UNTIL WS-SWAPPED = "N"
           END-IF.

       PLAYER-SORT-PASS.
           MOVE "N" TO WS-SWAPPED.
           PERFORM PLAYER-SORT-COMPARE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-CLOSURE-COUNT.

       PLAYER-SORT-COMPARE.
           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-CL-PLAYER-ID(WS-SUB-2) < WS-CL-PLAYER-ID(WS-SUB)
               PERFORM SWAP-CLOSURES
           ELSE
               IF WS-CL-PLAYER-ID(WS-SUB-2) =
                  WS-CL-PLAYER-ID(WS-SUB) AND
                  WS-CL-DATE(WS-SUB-2) < WS-CL-DATE(WS-SUB)
                   PERFORM SWAP-CLOSURES
               END-IF
           END-IF.

      *One line per player per terminal day: the rounds closed
      *that day and the guesses they had used between them.
       WRITE-REPORT.
           MOVE SPACES TO RPT-LINE.
           STRING "Abandoned rounds closed - " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           IF WS-CLOSURE-COUNT = 0
               MOVE "  (no abandoned rounds tonight)" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-CL-PLAYER-ID(1) TO WS-BREAK-PLAYER
               MOVE WS-CL-DATE(1) TO WS-BREAK-DATE
               MOVE 0 TO WS-DAY-ROUNDS
               MOVE 0 TO WS-DAY-GUESSES
               MOVE 1 TO WS-PLAYER-TOTAL
               PERFORM REPORT-CLOSURE
                   VARYING WS-CSUB FROM 1 BY 1
                   UNTIL WS-CSUB > WS-CLOSURE-COUNT
               PERFORM WRITE-DAY-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Rounds closed as ABANDONED: " WS-CLOSURE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CLOSURE-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING "Players affected: " WS-PLAYER-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "Rounds left open for a waiting checkpoint: "
                  WS-HELD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       REPORT-CLOSURE.
           IF WS-CL-PLAYER-ID(WS-CSUB) NOT = WS-BREAK-PLAYER OR
              WS-CL-DATE(WS-CSUB) NOT = WS-BREAK-DATE
               PERFORM WRITE-DAY-LINE
               IF WS-CL-PLAYER-ID(WS-CSUB) NOT = WS-BREAK-PLAYER
                   ADD 1 TO WS-PLAYER-TOTAL
               END-IF
               MOVE WS-CL-PLAYER-ID(WS-CSUB) TO WS-BREAK-PLAYER
               MOVE WS-CL-DATE(WS-CSUB) TO WS-BREAK-DATE
               MOVE 0 TO WS-DAY-ROUNDS
               MOVE 0 TO WS-DAY-GUESSES
           END-IF.
           ADD 1 TO WS-DAY-ROUNDS.
           ADD WS-CL-COUNT(WS-CSUB) TO WS-DAY-GUESSES.

       WRITE-DAY-LINE.
           MOVE WS-BREAK-PLAYER TO WS-RPT-PLAYER-ID.
           MOVE WS-BREAK-DATE TO WS-RPT-DATE.
           MOVE WS-DAY-ROUNDS TO WS-RPT-ROUNDS.
           MOVE WS-DAY-GUESSES TO WS-RPT-GUESSES.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
