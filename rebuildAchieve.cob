      *damaged file had no way back - and the maintenance merge
      *moves PLAYER-SCORES counters to the surviving ID but
      *leaves the old ID's achievement record orphaned, so a
      *merged player's badges vanished. This program replays
      *every finished round in ROUND-HISTORY in date/time order -
      *the streak fields only come out right when rounds arrive
      *oldest-first, and a merged player's rounds under two IDs
      *must interleave as they were played - by reading the file
      *on its date/time alternate key, folds each round's player
      *ID through MERGE-XREF the way RECONRPT does, and rebuilds
      *every record - current streak, best streak and all four
      *badge flags - into a fresh ACHIEVEMENTS file the JCL swaps
      *in once it is verified. Badges are awarded by the same
      *rules the game applies at round end, so a rebuilt file
      *matches what an undamaged one would hold. An ABANDONED
      *round (closed by the nightly closure step) breaks the
      *streak exactly as a LOST round does. The year-end season
      *close clears every current streak, so the first round a
      *player finishes after a year-end the close actually ran
      *for (a clean SEASNCLS stamp dated 31 December in
      *RUN-CONTROL) starts the current streak afresh; a year-end
      *with no close on record - history loaded from before the
      *season close existed - carries the streak over, as the
      *live file did.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT ROUND-HISTORY ASSIGN TO "ROUNDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-WHEN WITH DUPLICATES
               FILE STATUS IS WS-HS-STATUS.

           SELECT MERGE-XREF ASSIGN TO "MERGEXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS AC-PLAYER-ID
               FILE STATUS IS WS-AC-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  ROUND-HISTORY.
           COPY RNDHIST.

       FD  MERGE-XREF.
       01  XREF-RECORD PIC X(21).
       FD  ACHIEVEMENTS.
           COPY ACHVMNT.

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY MRGXREF.
       COPY RUNCTL.

       01 WS-HS-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUNCTL-EOF PIC X VALUE "N".
       01 WS-HISTORY-EOF PIC X VALUE "N".
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-ROUND-COUNT PIC 9(7) VALUE 0.
       01 WS-PLAYER-COUNT PIC 9(4) VALUE 0.
       01 WS-RECORDS-WRITTEN PIC 9(4) VALUE 0.
       01 WS-XSUB PIC 999.
       01 WS-PLAYER-FOUND PIC X.
       01 WS-LOOKUP-ID PIC X(10).
       01 WS-CLOSED-COUNT PIC 999 VALUE 0.
       01 WS-CSUB PIC 999.
       01 WS-YEAR-CLOSED PIC X.

      *Recorded merges in the order they were done, so a chained
      *merge (A into B, later B into C) resolves to the final
               10 WS-XRF-FROM-ID PIC X(10).
               10 WS-XRF-TO-ID PIC X(10).

      *Season years the year-end close has run for, from the clean
      *SEASNCLS stamps in RUN-CONTROL.
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-YEAR PIC X(4) OCCURS 100 TIMES.

      *Per-player replay state; the streak fields track the run
      *of wins exactly as the game does round by round, and the
      *lifetime win count drives the ten-wins badge. The year of
      *the player's last round is checked against the closed
      *season years for the season boundary.
       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-PLAYER-ID PIC X(10).
               10 WS-TBL-FAST-WIN PIC X.
               10 WS-TBL-TEN-WINS PIC X.
               10 WS-TBL-STREAK-5 PIC X.
               10 WS-TBL-LAST-YEAR PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-MERGE-XREF.
           PERFORM LOAD-CLOSED-SEASONS.
           PERFORM OPEN-FILES.
           IF WS-HS-STATUS = "00"
               PERFORM START-HISTORY-REPLAY
               PERFORM REPLAY-FINISHED-ROUND
                   UNTIL WS-HISTORY-EOF = "Y"
               CLOSE ROUND-HISTORY
           ELSE
               DISPLAY "Round history not available, status "
                   WS-HS-STATUS "; nothing rebuilt - do not swap "
                   "the new file in"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-ACHIEVEMENT-RECORDS.
           CLOSE ACHIEVEMENTS.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT ROUND-HISTORY.
           OPEN OUTPUT ACHIEVEMENTS.

       LOAD-MERGE-XREF.
                   END-IF
           END-READ.

      *A year-end counts only when the close ran clean for it; the
      *close stamps against the season's last day whatever day
      *the job ran. With no ledger, no year-end clears a streak.
       LOAD-CLOSED-SEASONS.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM READ-RUNCTL-LINE UNTIL WS-RUNCTL-EOF = "Y"
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY "Warning: RUN-CONTROL not available, status "
                   WS-RUNCTL-STATUS "; no season closes applied"
           END-IF.

       READ-RUNCTL-LINE.
           READ RUN-CONTROL
               AT END
                   MOVE "Y" TO WS-RUNCTL-EOF
               NOT AT END
                   MOVE RUNCTL-RECORD TO WS-RUNCTL-LINE
                   IF WS-RC-PROGRAM = "SEASNCLS" AND
                      WS-RC-DATE(5:6) = "-12-31" AND
                      WS-RC-STATUS = "OK"
                       PERFORM ADD-CLOSED-SEASON
                   END-IF
           END-READ.

       ADD-CLOSED-SEASON.
           IF WS-CLOSED-COUNT >= 100
               DISPLAY "Warning: season table full at 100; later "
                   "closes are not applied"
           ELSE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE WS-RC-DATE(1:4) TO WS-CLOSED-YEAR(WS-CLOSED-COUNT)
           END-IF.

      *Positioning on the lowest date/time switches the reads that
      *follow onto the alternate key, so the file comes back in
      *the order the rounds finished, all players together. An
      *empty file has nothing to replay.
       START-HISTORY-REPLAY.
           MOVE LOW-VALUES TO HS-WHEN.
           START ROUND-HISTORY KEY IS NOT LESS THAN HS-WHEN
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF
           END-START.

       REPLAY-FINISHED-ROUND.
           READ ROUND-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   ADD 1 TO WS-ROUND-COUNT
                   PERFORM REPLAY-ROUND-RECORD
           END-READ.

      *Rounds under an erasure token ("ERASED" and four digits)
      *stay in the history for the totals, but an erased player
      *gets no achievement record back, so they are passed over.
       REPLAY-ROUND-RECORD.
           MOVE HS-PLAYER-ID TO WS-LOOKUP-ID.
           PERFORM RESOLVE-MERGED-ID.
           IF WS-LOOKUP-ID(1:6) = "ERASED" AND
              WS-LOOKUP-ID(7:4) IS NUMERIC
               CONTINUE
           ELSE
               PERFORM REPLAY-PLAYER-ROUND
           END-IF.

       REPLAY-PLAYER-ROUND.
           PERFORM FIND-PLAYER-ENTRY.
           IF WS-PLAYER-FOUND = "N" AND WS-PLAYER-COUNT >= 500
               IF WS-TABLE-FULL = "N"
                   MOVE "N" TO WS-TBL-FAST-WIN(WS-SUB)
                   MOVE "N" TO WS-TBL-TEN-WINS(WS-SUB)
                   MOVE "N" TO WS-TBL-STREAK-5(WS-SUB)
                   MOVE HS-DATE(1:4) TO WS-TBL-LAST-YEAR(WS-SUB)
               END-IF
               PERFORM APPLY-ROUND-TO-ENTRY
           END-IF.

      *The same rules UPDATE-ACHIEVEMENTS applies in the game: a
      *win extends the streak and can earn each one-time badge, a
      *loss resets the streak and takes nothing away. The season
      *close clears current streaks, so a round in a later year
      *than the player's last one starts from nothing when a
      *closed season year-end lies between the two; the best
      *streak is lifetime and carries over.
       APPLY-ROUND-TO-ENTRY.
           IF HS-DATE(1:4) > WS-TBL-LAST-YEAR(WS-SUB)
               PERFORM CHECK-SEASON-CLOSED
               IF WS-YEAR-CLOSED = "Y"
                   MOVE 0 TO WS-TBL-CUR-STREAK(WS-SUB)
               END-IF
           END-IF.
           MOVE HS-DATE(1:4) TO WS-TBL-LAST-YEAR(WS-SUB).
           IF HS-OUTCOME = "W"
               ADD 1 TO WS-TBL-CUR-STREAK(WS-SUB)
               ADD 1 TO WS-TBL-WINS(WS-SUB)
               IF WS-TBL-CUR-STREAK(WS-SUB) >
                   MOVE WS-TBL-CUR-STREAK(WS-SUB)
                       TO WS-TBL-BEST-STREAK(WS-SUB)
               END-IF
               MOVE "Y" TO WS-TBL-FIRST-WIN(WS-SUB)
               IF HS-GUESSES-USED <= 5
                   MOVE "Y" TO WS-TBL-FAST-WIN(WS-SUB)
               END-IF
               IF WS-TBL-WINS(WS-SUB) >= 10
               MOVE 0 TO WS-TBL-CUR-STREAK(WS-SUB)
           END-IF.

      *A close for any year from the player's last round up to the
      *year before this one fell between the two rounds.
       CHECK-SEASON-CLOSED.
           MOVE "N" TO WS-YEAR-CLOSED.
           PERFORM MATCH-CLOSED-SEASON
               VARYING WS-CSUB FROM 1 BY 1
               UNTIL WS-CSUB > WS-CLOSED-COUNT
                  OR WS-YEAR-CLOSED = "Y".

       MATCH-CLOSED-SEASON.
           IF WS-CLOSED-YEAR(WS-CSUB) >= WS-TBL-LAST-YEAR(WS-SUB) AND
              WS-CLOSED-YEAR(WS-CSUB) < HS-DATE(1:4)
               MOVE "Y" TO WS-YEAR-CLOSED
           END-IF.

       WRITE-ACHIEVEMENT-RECORDS.
           PERFORM WRITE-ONE-RECORD
               VARYING WS-SUB FROM 1 BY 1
