       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONRPT.
       AUTHOR "Daniel Thornton".
      *Nightly reconciliation of audited round outcomes against
      *PLAYER-SCORES lifetime counters. The game writes the audit
      *line and the score record in two separate steps, so an abend
      *between them - or one file restored without the other -
      *leaves WON/LOST rows out of step with PS-GAMES-PLAYED and
      *PS-GAMES-WON. This program tallies finished rounds per
      *player from ROUND-HISTORY (one record per terminal audit
      *row, archive generations and all, added to nightly by
      *HSTLOAD), compares them to each PS-RECORD in both
      *directions, writes a discrepancy report and ends with
      *RETURN-CODE 8 when anything disagrees so operations sees it
      *in the morning job log. The history is read once in key
      *order, so a lifetime tally no longer means rereading every
      *archive generation.
      *An ABANDONED round is one the nightly closure step booked
      *as a loss, so it counts toward games played exactly as a
      *LOST round does; the footer gives the total separately.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT ROUND-HISTORY ASSIGN TO "ROUNDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-WHEN WITH DUPLICATES
               FILE STATUS IS WS-HS-STATUS.

           SELECT PLAYER-SCORES ASSIGN TO "PLAYERSCORES"
               ORGANIZATION IS INDEXED
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  ROUND-HISTORY.
           COPY RNDHIST.

       FD  PLAYER-SCORES.
           COPY PLYRSCR.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY MRGXREF.
       COPY RUNCTL.

       01 WS-HS-STATUS PIC XX.
       01 WS-PS-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-HISTORY-EOF PIC X VALUE "N".
       01 WS-RUNCTL-EOF PIC X VALUE "N".
       01 WS-PREREQ-FOUND PIC X.
       01 WS-XREF-EOF PIC X VALUE "N".
       01 WS-FOLD-GAMES PIC 9(7).
       01 WS-FOLD-WINS PIC 9(7).
       01 WS-RUN-DATE PIC X(10).
       01 WS-PLAYER-COUNT PIC 9(4) VALUE 0.
       01 WS-DISCREPANCY-COUNT PIC 9(4) VALUE 0.
       01 WS-ABANDONED-COUNT PIC 9(7) VALUE 0.
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-SUB PIC 9(4).
       01 WS-PLAYER-FOUND PIC X.
       01 WS-DIFF-GAMES PIC S9(7).
       01 WS-DIFF-WINS PIC S9(7).

      *Finished-round tallies per player across the history; the
      *matched flag marks entries consumed by the PLAYER-SCORES
      *pass so leftovers surface as audit-only players.
       01 WS-TALLY-TABLE.
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-PREREQ-FOUND = "N"
               DISPLAY "HSTLOAD has not completed for "
                   WS-RUN-DATE "; add the night's rounds to the "
                   "round history first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           IF WS-HS-STATUS = "00"
               PERFORM TALLY-ROUND-HISTORY
                   UNTIL WS-HISTORY-EOF = "Y"
               CLOSE ROUND-HISTORY
           END-IF.
           PERFORM APPLY-MERGE-XREF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

      *ROUND-HISTORY only covers tonight once HSTLOAD has added
      *the validated log; reconciling a history a night short
      *would flag every player who played today. No ledger, or
      *no clean HSTLOAD stamp for today, and the run refuses.
       CHECK-RUN-CONTROL.
           MOVE "N" TO WS-PREREQ-FOUND.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM SCAN-RUNCTL-LINE UNTIL WS-RUNCTL-EOF = "Y"
               CLOSE RUN-CONTROL
           END-IF.

       SCAN-RUNCTL-LINE.
           READ RUN-CONTROL
               AT END
                   MOVE "Y" TO WS-RUNCTL-EOF
               NOT AT END
                   MOVE RUNCTL-RECORD TO WS-RUNCTL-LINE
                   IF WS-RC-PROGRAM = "HSTLOAD" AND
                      WS-RC-DATE = WS-RUN-DATE AND
                      WS-RC-STATUS = "OK"
                       MOVE "Y" TO WS-PREREQ-FOUND
                   END-IF
           END-READ.

      *The stamp records how the night reconciled for the morning
      *check.
       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
           CLOSE RUN-CONTROL.

       OPEN-FILES.
           OPEN INPUT ROUND-HISTORY.
           OPEN INPUT PLAYER-SCORES.
           OPEN OUTPUT RECON-REPORT.

       TALLY-ROUND-HISTORY.
           READ ROUND-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   PERFORM TALLY-FINISHED-ROUND
                   IF HS-OUTCOME = "A"
                       ADD 1 TO WS-ABANDONED-COUNT
                   END-IF
           END-READ.

       TALLY-FINISHED-ROUND.
           MOVE HS-PLAYER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-TALLY-ENTRY.
           IF WS-PLAYER-FOUND = "N" AND WS-PLAYER-COUNT >= 500
               IF WS-TABLE-FULL = "N"
                   MOVE "N" TO WS-TLY-MATCHED(WS-SUB)
               END-IF
               ADD 1 TO WS-TLY-GAMES(WS-SUB)
               IF HS-OUTCOME = "W"
                   ADD 1 TO WS-TLY-WINS(WS-SUB)
               END-IF
           END-IF.
           END-IF.

      *Player-ID merges move lifetime counters to the surviving ID
      *but the history keeps its rounds under the old one, so
      *each recorded merge folds the old ID's tallies into the new
      *ID's entry before the compare pass. The file is applied in
      *the order the merges were done, so chained merges (A into
           MOVE WS-DIFF-WINS TO WS-RPT-DW.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

      *PS-RECORD with games on the books but no finished rounds in
      *the history at all: the whole record is unexplained.
       WRITE-SCORE-ONLY-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT.
           MOVE PS-PLAYER-ID TO WS-RPT-PLAYER-ID.
           MOVE WS-DIFF-WINS TO WS-RPT-DW.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

      *Players tallied from the history that the PLAYER-SCORES
      *pass never claimed: rounds were audited but no score record
      *exists (the classic abend-between-writes case).
       REPORT-AUDIT-ONLY-PLAYERS.
           PERFORM CHECK-UNMATCHED-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAYER-COUNT.

      *Rounds kept under an erasure token ("ERASED" and four
      *digits) lost their score record with the player, so they
      *are not a discrepancy.
       CHECK-UNMATCHED-ENTRY.
           IF WS-TLY-MATCHED(WS-SUB) = "N" AND
              NOT (WS-TLY-PLAYER-ID(WS-SUB)(1:6) = "ERASED" AND
                   WS-TLY-PLAYER-ID(WS-SUB)(7:4) IS NUMERIC)
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE WS-TLY-PLAYER-ID(WS-SUB) TO WS-RPT-PLAYER-ID
               MOVE WS-TLY-GAMES(WS-SUB) TO WS-RPT-AUD-GAMES
       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "Abandoned rounds counted as games: "
               WS-ABANDONED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DISCREPANCY-COUNT = 0
               MOVE "All players reconcile; no discrepancies."
                   TO RPT-LINE
