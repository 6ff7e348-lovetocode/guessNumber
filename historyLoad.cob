       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSTLOAD.
       AUTHOR "Daniel Thornton".
      *Loads ROUND-HISTORY, the indexed file of finished rounds the
      *reconciliation, the achievement rebuild and the monthly
      *statements read by key instead of rescanning every archive
      *generation. Each WON, LOST or ABANDONED row in AUDIT-LOG
      *becomes one record keyed by player, date and time, carrying
      *the range and guesses allowed, the guesses used, whether a
      *hint was taken (a HINT row earlier in the same round),
      *whether the round was resumed, the round's mode, the
      *tournament ID and the outcome.
      *The same program does the one-time build (AUDITLOG pointed
      *at the archive generations and the live log) and the
      *nightly add (AUDITLOG pointed at the night's CLEANLOG).
      *The live log holds the whole month in progress, so most of
      *a night's rounds are already on file; a round whose key is
      *already there is counted and skipped, never added twice,
      *which also makes any rerun safe.
      *Audit rows written before the tournament ID column existed
      *have spaces there. When a TOURNEYLOG DD is supplied (the
      *one-time build), an ordinary-mode WON or LOST row with no
      *tournament ID takes it from the first unused TOURNEY-LOG
      *line for the same player, day, result and guess count. Two
      *such rounds alike in all four cannot be told apart, but the
      *number of rounds tagged to each tournament still comes out
      *right. The nightly add has no TOURNEYLOG DD; its rows carry
      *the ID themselves.
      *A round is tracked from its first guess or hint row to its
      *terminal row. A guess count at or below the open round's
      *latest means a new round began, as in the abandoned-round
      *closure, so a hint in a round walked away from before the
      *closure step existed is not carried into the next one.
      *Terminal rows whose date or guess count is unreadable are
      *skipped and counted. Any failed write, or a full table,
      *ends the run with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TOURNEY-LOG ASSIGN TO "TOURNEYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT ROUND-HISTORY ASSIGN TO "ROUNDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-WHEN WITH DUPLICATES
               FILE STATUS IS WS-HS-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  AUDIT-LOG.
       01  AUDIT-RECORD PIC X(80).

       FD  TOURNEY-LOG.
       01  TOURNEY-RECORD PIC X(45).

       FD  ROUND-HISTORY.
           COPY RNDHIST.

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY AUDTLIN.
       COPY TRNYLIN.
       COPY RUNCTL.

       01 WS-AUDIT-STATUS PIC XX.
       01 WS-TL-STATUS PIC XX.
       01 WS-HS-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(10).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-TL-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-ROW-VALID PIC X.
       01 WS-NUM-WORK PIC X(3).
       01 WS-GUESS-COUNT PIC 9(6).
       01 WS-LINES-READ PIC 9(7) VALUE 0.
       01 WS-ROUNDS-ADDED PIC 9(7) VALUE 0.
       01 WS-ROUNDS-ON-FILE PIC 9(7) VALUE 0.
       01 WS-ROWS-SKIPPED PIC 9(7) VALUE 0.
       01 WS-WRITE-ERRORS PIC 9(7) VALUE 0.
       01 WS-TRNY-MATCHED PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-TRNY-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-TSUB PIC 9(4).
       01 WS-ROUND-FOUND PIC X.
       01 WS-TRNY-FOUND PIC X.
       01 WS-LOOKUP-ID PIC X(10).

      *The round each player has in progress in the log: the
      *latest guess count seen, and whether a hint was taken or
      *the round resumed so far. A zero count means no round is
      *open for the player.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 500 TIMES.
               10 WS-OR-PLAYER-ID PIC X(10).
               10 WS-OR-COUNT PIC 999.
               10 WS-OR-HINT PIC X.
               10 WS-OR-RESUMED PIC X.

      *TOURNEY-LOG lines available to tag older audit rows; the
      *count is kept as written (zero-suppressed) so it compares
      *straight against the audit line's count column.
       01 WS-TRNY-TABLE.
           05 WS-TRNY-ENTRY OCCURS 2000 TIMES.
               10 WS-TB-TOURNEY-ID PIC X(8).
               10 WS-TB-DATE PIC X(10).
               10 WS-TB-PLAYER-ID PIC X(10).
               10 WS-TB-RESULT PIC X(10).
               10 WS-TB-COUNT PIC X(3).
               10 WS-TB-USED PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM LOAD-TOURNEY-LOG.
           PERFORM OPEN-FILES.
           IF WS-AUDIT-STATUS = "00" AND WS-HS-STATUS = "00"
               PERFORM LOAD-AUDIT-LINE UNTIL WS-AUDIT-EOF = "Y"
           ELSE
               DISPLAY "Audit log or round history not available, "
                   "status " WS-AUDIT-STATUS "/" WS-HS-STATUS
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           IF WS-AUDIT-STATUS = "00"
               CLOSE AUDIT-LOG
           END-IF.
           IF WS-HS-STATUS = "00"
               CLOSE ROUND-HISTORY
           END-IF.
           PERFORM WRITE-SUMMARY.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

      *No TOURNEYLOG DD (the nightly add) means nothing to match.
       LOAD-TOURNEY-LOG.
           OPEN INPUT TOURNEY-LOG.
           IF WS-TL-STATUS = "00"
               PERFORM READ-TOURNEY-LINE UNTIL WS-TL-EOF = "Y"
               CLOSE TOURNEY-LOG
           END-IF.

       READ-TOURNEY-LINE.
           READ TOURNEY-LOG
               AT END
                   MOVE "Y" TO WS-TL-EOF
               NOT AT END
                   MOVE TOURNEY-RECORD TO WS-TOURNEY-LINE
                   IF WS-TRNY-COUNT >= 2000
                       DISPLAY "Warning: tournament table full at "
                           "2000 lines; older rounds are not all "
                           "tagged"
                       MOVE "Y" TO WS-TABLE-FULL
                       MOVE "Y" TO WS-TL-EOF
                   ELSE
                       ADD 1 TO WS-TRNY-COUNT
                       MOVE WS-TL-TOURNEY-ID
                           TO WS-TB-TOURNEY-ID(WS-TRNY-COUNT)
                       MOVE WS-TL-DATE TO WS-TB-DATE(WS-TRNY-COUNT)
                       MOVE WS-TL-PLAYER
                           TO WS-TB-PLAYER-ID(WS-TRNY-COUNT)
                       MOVE WS-TL-RESULT
                           TO WS-TB-RESULT(WS-TRNY-COUNT)
                       MOVE TOURNEY-RECORD(43:3)
                           TO WS-TB-COUNT(WS-TRNY-COUNT)
                       MOVE "N" TO WS-TB-USED(WS-TRNY-COUNT)
                   END-IF
           END-READ.

       OPEN-FILES.
           OPEN INPUT AUDIT-LOG.
           OPEN I-O ROUND-HISTORY.
           IF WS-HS-STATUS = "35"
               OPEN OUTPUT ROUND-HISTORY
               CLOSE ROUND-HISTORY
               OPEN I-O ROUND-HISTORY
           END-IF.

       LOAD-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE AUDIT-RECORD TO WS-AUDIT-LINE
                   IF WS-AUDIT-LN-RESULT = "WON" OR
                      WS-AUDIT-LN-RESULT = "LOST" OR
                      WS-AUDIT-LN-RESULT = "ABANDONED"
                       PERFORM ADD-ROUND-RECORD
                   ELSE
                       IF WS-AUDIT-LN-RESULT = "TOO LOW" OR
                          WS-AUDIT-LN-RESULT = "TOO HIGH" OR
                          WS-AUDIT-LN-RESULT = "HINT"
                           PERFORM TRACK-OPEN-ROUND
                       END-IF
                   END-IF
           END-READ.

       TRACK-OPEN-ROUND.
           MOVE WS-AUDIT-LN-PLAYER TO WS-LOOKUP-ID.
           PERFORM CHECK-ROW-COUNT.
           PERFORM FIND-OPEN-ENTRY.
           IF WS-ROUND-FOUND = "N" AND WS-OPEN-COUNT >= 500
               IF WS-TABLE-FULL = "N"
                   MOVE "Y" TO WS-TABLE-FULL
                   DISPLAY "Warning: round table full at 500 "
                       "players; hint and resume flags incomplete"
               END-IF
           ELSE
               IF WS-ROUND-FOUND = "N"
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-OPEN-COUNT TO WS-SUB
                   MOVE WS-LOOKUP-ID TO WS-OR-PLAYER-ID(WS-SUB)
                   PERFORM CLEAR-OPEN-ENTRY
               END-IF
               IF WS-OR-COUNT(WS-SUB) > 0 AND
                  WS-GUESS-COUNT <= WS-OR-COUNT(WS-SUB)
                   PERFORM CLEAR-OPEN-ENTRY
               END-IF
               MOVE WS-GUESS-COUNT TO WS-OR-COUNT(WS-SUB)
               IF WS-AUDIT-LN-RESULT = "HINT"
                   MOVE "Y" TO WS-OR-HINT(WS-SUB)
               END-IF
               IF WS-AUDIT-LN-RESUMED = "R"
                   MOVE "Y" TO WS-OR-RESUMED(WS-SUB)
               END-IF
           END-IF.

       CLEAR-OPEN-ENTRY.
           MOVE 0 TO WS-OR-COUNT(WS-SUB).
           MOVE "N" TO WS-OR-HINT(WS-SUB).
           MOVE "N" TO WS-OR-RESUMED(WS-SUB).

       FIND-OPEN-ENTRY.
           MOVE "N" TO WS-ROUND-FOUND.
           PERFORM MATCH-OPEN-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OPEN-COUNT
                  OR WS-ROUND-FOUND = "Y".

      *PERFORM VARYING leaves WS-SUB one past the hit, so step back
      *when the player was already in the table.
       MATCH-OPEN-ENTRY.
           IF WS-OR-PLAYER-ID(WS-SUB) = WS-LOOKUP-ID
               MOVE "Y" TO WS-ROUND-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.

      *The count column is written zero-suppressed; fold the
      *leading spaces back to zeros before the class test, the
      *way the audit validation does. Unreadable counts as zero.
       CHECK-ROW-COUNT.
           MOVE WS-AUDIT-LN-COUNT TO WS-NUM-WORK.
           INSPECT WS-NUM-WORK REPLACING LEADING SPACE BY ZERO.
           IF WS-NUM-WORK IS NUMERIC
               MOVE WS-NUM-WORK TO WS-GUESS-COUNT
               MOVE "Y" TO WS-ROW-VALID
           ELSE
               MOVE 0 TO WS-GUESS-COUNT
               MOVE "N" TO WS-ROW-VALID
           END-IF.

       ADD-ROUND-RECORD.
           PERFORM CHECK-ROW-COUNT.
           IF WS-AUDIT-LN-DATE(1:4) IS NUMERIC AND
              WS-AUDIT-LN-DATE(5:1) = "-" AND
              WS-AUDIT-LN-DATE(6:2) IS NUMERIC AND
              WS-AUDIT-LN-DATE(8:1) = "-" AND
              WS-AUDIT-LN-DATE(9:2) IS NUMERIC AND
              WS-ROW-VALID = "Y"
               PERFORM BUILD-ROUND-RECORD
               PERFORM WRITE-ROUND-RECORD
           ELSE
               ADD 1 TO WS-ROWS-SKIPPED
           END-IF.
           MOVE WS-AUDIT-LN-PLAYER TO WS-LOOKUP-ID.
           PERFORM FIND-OPEN-ENTRY.
           IF WS-ROUND-FOUND = "Y"
               PERFORM CLEAR-OPEN-ENTRY
           END-IF.

       BUILD-ROUND-RECORD.
           MOVE WS-AUDIT-LN-PLAYER TO HS-PLAYER-ID.
           MOVE WS-AUDIT-LN-DATE TO HS-DATE.
           MOVE WS-AUDIT-LN-TIME TO HS-TIME.
           IF WS-AUDIT-LN-RESULT = "WON"
               MOVE "W" TO HS-OUTCOME
           ELSE
               IF WS-AUDIT-LN-RESULT = "LOST"
                   MOVE "L" TO HS-OUTCOME
               ELSE
                   MOVE "A" TO HS-OUTCOME
               END-IF
           END-IF.
           MOVE WS-GUESS-COUNT TO HS-GUESSES-USED.
           MOVE 0 TO HS-RANGE-MAX.
           IF WS-AUDIT-LN-RANGE-MAX IS NUMERIC
               MOVE WS-AUDIT-LN-RANGE-MAX TO HS-RANGE-MAX
           END-IF.
           MOVE 0 TO HS-MAX-GUESSES.
           IF WS-AUDIT-LN-MAX-GUESSES IS NUMERIC
               MOVE WS-AUDIT-LN-MAX-GUESSES TO HS-MAX-GUESSES
           END-IF.
           MOVE WS-AUDIT-LN-MODE TO HS-MODE.
           MOVE "N" TO HS-HINT-TAKEN.
           MOVE "N" TO HS-RESUMED.
           IF WS-AUDIT-LN-RESUMED = "R"
               MOVE "Y" TO HS-RESUMED
           END-IF.
           MOVE WS-AUDIT-LN-PLAYER TO WS-LOOKUP-ID.
           PERFORM FIND-OPEN-ENTRY.
           IF WS-ROUND-FOUND = "Y"
               IF WS-OR-HINT(WS-SUB) = "Y"
                   MOVE "Y" TO HS-HINT-TAKEN
               END-IF
               IF WS-OR-RESUMED(WS-SUB) = "Y"
                   MOVE "Y" TO HS-RESUMED
               END-IF
           END-IF.
           MOVE WS-AUDIT-LN-TOURNEY TO HS-TOURNEY-ID.
           IF HS-TOURNEY-ID = SPACES AND HS-MODE = SPACE AND
              HS-OUTCOME NOT = "A" AND WS-TRNY-COUNT > 0
               PERFORM FIND-TOURNEY-LINE
           END-IF.

       FIND-TOURNEY-LINE.
           MOVE "N" TO WS-TRNY-FOUND.
           PERFORM MATCH-TOURNEY-LINE
               VARYING WS-TSUB FROM 1 BY 1
               UNTIL WS-TSUB > WS-TRNY-COUNT
                  OR WS-TRNY-FOUND = "Y".

       MATCH-TOURNEY-LINE.
           IF WS-TB-USED(WS-TSUB) = "N" AND
              WS-TB-PLAYER-ID(WS-TSUB) = WS-AUDIT-LN-PLAYER AND
              WS-TB-DATE(WS-TSUB) = WS-AUDIT-LN-DATE AND
              WS-TB-RESULT(WS-TSUB) = WS-AUDIT-LN-RESULT AND
              WS-TB-COUNT(WS-TSUB) = WS-AUDIT-LINE(50:3)
               MOVE "Y" TO WS-TRNY-FOUND
               MOVE "Y" TO WS-TB-USED(WS-TSUB)
               MOVE WS-TB-TOURNEY-ID(WS-TSUB) TO HS-TOURNEY-ID
               ADD 1 TO WS-TRNY-MATCHED
           END-IF.

      *Status 02 is a good write that shares its date and time
      *with another player's round on the alternate key; 22 is
      *the round already on file from an earlier night or run.
       WRITE-ROUND-RECORD.
           WRITE HS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-HS-STATUS = "00" OR WS-HS-STATUS = "02"
               ADD 1 TO WS-ROUNDS-ADDED
           ELSE
               IF WS-HS-STATUS = "22"
                   ADD 1 TO WS-ROUNDS-ON-FILE
               ELSE
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "Write failed for " HS-PLAYER-ID " "
                       HS-DATE " " HS-TIME ", status " WS-HS-STATUS
               END-IF
           END-IF.

       WRITE-SUMMARY.
           DISPLAY "Round history load".
           DISPLAY "  Audit lines read:       " WS-LINES-READ.
           DISPLAY "  Rounds added:           " WS-ROUNDS-ADDED.
           DISPLAY "  Rounds already on file: " WS-ROUNDS-ON-FILE.
           DISPLAY "  Terminal rows skipped:  " WS-ROWS-SKIPPED.
           DISPLAY "  Tournament IDs matched: " WS-TRNY-MATCHED.
           IF WS-WRITE-ERRORS > 0
               DISPLAY "  Write failures:         " WS-WRITE-ERRORS
           END-IF.
           IF WS-WRITE-ERRORS > 0 OR WS-TABLE-FULL = "Y" OR
              WS-END-STATUS = "RC08"
               DISPLAY "Round history load incomplete"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.

      *The reconciliation reads ROUND-HISTORY and checks for this
      *stamp, so a night the add did not complete is refused
      *rather than reconciled against a short history.
       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "HSTLOAD" TO WS-RC-PROGRAM.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.
