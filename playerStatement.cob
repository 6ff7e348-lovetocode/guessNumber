       AUTHOR "Daniel Thornton".
      *Monthly statement run, one page per active player with any
      *play in the month, ready to hand out at the desk on the
      *first. Each page carries the month's rounds and wins,
      *lifetime totals from PLAYER-SCORES, current and best streak
      *plus badges from ACHIEVEMENTS, and the player's rounds in
      *each tournament played in the month. The month's figures
      *come from ROUND-HISTORY: for each player one START on the
      *player and the first of the month, then reads until the
      *player or the month changes, so no archive generation is
      *ever scanned. Players with no rounds in the month are
      *skipped. A round closed overnight as ABANDONED counts as a
      *round not won, on the tournament lines too, as the
      *tournament standings count it.
      *STMTPARMS names the month (YYYY-MM in cols 1-7); no parm
      *means the month in progress, so the first-of-the-month run
      *cards the month just closed.

       ENVIRONMENT DIVISION.
      *-------------------------
               RECORD KEY IS AC-PLAYER-ID
               FILE STATUS IS WS-AC-STATUS.

           SELECT ROUND-HISTORY ASSIGN TO "ROUNDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-WHEN WITH DUPLICATES
               FILE STATUS IS WS-HS-STATUS.

           SELECT STMT-PARMS ASSIGN TO "STMTPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ACHIEVEMENTS.
           COPY ACHVMNT.

       FD  ROUND-HISTORY.
           COPY RNDHIST.

      *STMTPARMS names the month to cover:
      *  col  1- 7  PARM-MONTH  (YYYY-MM)
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PM-STATUS PIC XX.
       01 WS-PS-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-HS-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-HISTORY-END PIC X.
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-REPORT-MONTH PIC X(7) VALUE SPACES.
       01 WS-TRNY-COUNT PIC 9(4) VALUE 0.
       01 WS-STMT-COUNT PIC 9(4) VALUE 0.
       01 WS-TSUB PIC 9(4).
       01 WS-TRNY-FOUND PIC X.
       01 WS-REC-FOUND PIC X.
       01 WS-LOOKUP-TRNY PIC X(8).
       01 WS-FIRST-PAGE PIC X VALUE "Y".
       01 WS-WIN-PERCENT PIC 999V99.
       01 WS-AVG-GUESSES PIC 999V99.

      *The month's finished rounds for the player on the page,
      *tallied fresh from ROUND-HISTORY for each player.
       01 WS-MONTH-ROUNDS PIC 9(5).
       01 WS-MONTH-WINS PIC 9(5).
       01 WS-MONTH-WIN-GUESSES PIC 9(7).

      *The same player's tournament rounds in the month, one slot
      *per tournament, so the page can list each competition
      *apart.
       01 WS-TRNY-TABLE.
           05 WS-TRNY-ENTRY OCCURS 20 TIMES.
               10 WS-TT-TOURNEY-ID PIC X(8).
               10 WS-TT-ROUNDS PIC 9(5).
               10 WS-TT-WINS PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-STMT-PARMS.
           PERFORM OPEN-STATEMENT-FILES.
           IF WS-PM-STATUS = "00" AND WS-HS-STATUS = "00"
               PERFORM STATEMENT-FOR-PLAYER
                   UNTIL WS-MASTER-EOF = "Y"
           ELSE
               DISPLAY "Player master or round history not "
                   "available, status " WS-PM-STATUS "/"
                   WS-HS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-PM-STATUS = "00"
               CLOSE PLAYER-MASTER
           END-IF.
           IF WS-HS-STATUS = "00"
               CLOSE ROUND-HISTORY
           END-IF.
           CLOSE PLAYER-SCORES.
           CLOSE ACHIEVEMENTS.
           CLOSE STATEMENT-PRINT.
                      DELIMITED BY SIZE INTO WS-REPORT-MONTH
           END-IF.

       WARN-TABLE-FULL.
           IF WS-TABLE-FULL = "N"
               MOVE "Y" TO WS-TABLE-FULL
               DISPLAY "Warning: tournament table full; some "
                   "statements will be incomplete"
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-STATEMENT-FILES.
           OPEN INPUT PLAYER-MASTER.
           OPEN INPUT ROUND-HISTORY.
           OPEN INPUT PLAYER-SCORES.
           OPEN INPUT ACHIEVEMENTS.
           OPEN OUTPUT STATEMENT-PRINT.

      *A page goes out only for an active player with rounds in
      *the month (tournament rounds are rounds in the month too).
       STATEMENT-FOR-PLAYER.
           READ PLAYER-MASTER
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   IF PM-ACTIVE-FLAG = "A"
                       PERFORM CHECK-PLAYER-ACTIVITY
                   END-IF
           END-READ.

       CHECK-PLAYER-ACTIVITY.
           PERFORM TALLY-PLAYER-MONTH.
           IF WS-MONTH-ROUNDS > 0
               PERFORM WRITE-STATEMENT-PAGE
           END-IF.

      *The history is keyed player, date, time, so the player's
      *first round of the month is a START away and the month's
      *rounds follow in order; the first record for another
      *player, or for a later month, ends the read. No record at
      *or past the key means no rounds to tally.
       TALLY-PLAYER-MONTH.
           MOVE 0 TO WS-MONTH-ROUNDS.
           MOVE 0 TO WS-MONTH-WINS.
           MOVE 0 TO WS-MONTH-WIN-GUESSES.
           MOVE 0 TO WS-TRNY-COUNT.
           MOVE "N" TO WS-HISTORY-END.
           MOVE PM-PLAYER-ID TO HS-PLAYER-ID.
           MOVE SPACES TO HS-DATE.
           STRING WS-REPORT-MONTH "-01"
               DELIMITED BY SIZE INTO HS-DATE.
           MOVE LOW-VALUES TO HS-TIME.
           START ROUND-HISTORY KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-END
           END-START.
           PERFORM READ-PLAYER-ROUND UNTIL WS-HISTORY-END = "Y".

       READ-PLAYER-ROUND.
           READ ROUND-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-END
               NOT AT END
                   IF HS-PLAYER-ID NOT = PM-PLAYER-ID OR
                      HS-DATE(1:7) NOT = WS-REPORT-MONTH
                       MOVE "Y" TO WS-HISTORY-END
                   ELSE
                       PERFORM TALLY-PLAYER-ROUND
                   END-IF
           END-READ.

       TALLY-PLAYER-ROUND.
           ADD 1 TO WS-MONTH-ROUNDS.
           IF HS-OUTCOME = "W"
               ADD 1 TO WS-MONTH-WINS
               ADD HS-GUESSES-USED TO WS-MONTH-WIN-GUESSES
           END-IF.
           IF HS-TOURNEY-ID NOT = SPACES
               PERFORM TALLY-TOURNEY-ROUND
           END-IF.

       TALLY-TOURNEY-ROUND.
           MOVE HS-TOURNEY-ID TO WS-LOOKUP-TRNY.
           PERFORM FIND-TRNY-ENTRY.
           IF WS-TRNY-FOUND = "N" AND WS-TRNY-COUNT >= 20
               PERFORM WARN-TABLE-FULL
           ELSE
               IF WS-TRNY-FOUND = "N"
                   ADD 1 TO WS-TRNY-COUNT
                   MOVE WS-TRNY-COUNT TO WS-TSUB
                   MOVE WS-LOOKUP-TRNY
                       TO WS-TT-TOURNEY-ID(WS-TSUB)
                   MOVE 0 TO WS-TT-ROUNDS(WS-TSUB)
                   MOVE 0 TO WS-TT-WINS(WS-TSUB)
               END-IF
               ADD 1 TO WS-TT-ROUNDS(WS-TSUB)
               IF HS-OUTCOME = "W"
                   ADD 1 TO WS-TT-WINS(WS-TSUB)
               END-IF
           END-IF.
               UNTIL WS-TSUB > WS-TRNY-COUNT
                  OR WS-TRNY-FOUND = "Y".

      *PERFORM VARYING leaves WS-TSUB one past the hit, so step
      *back when the tournament was already in the table.
       MATCH-TRNY-ENTRY.
           IF WS-TT-TOURNEY-ID(WS-TSUB) = WS-LOOKUP-TRNY
               MOVE "Y" TO WS-TRNY-FOUND
               SUBTRACT 1 FROM WS-TSUB
           END-IF.

       WRITE-STATEMENT-PAGE.
           ADD 1 TO WS-STMT-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-ACHIEVEMENT-SECTION.
           PERFORM WRITE-TOURNEY-SECTION.

       WRITE-MONTH-SECTION.
           MOVE "This month" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Rounds played:" TO WS-STMT-LABEL.
           MOVE WS-MONTH-ROUNDS TO WS-STMT-VALUE.
           MOVE WS-STMT-LABEL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Rounds won:" TO WS-STMT-LABEL.
           MOVE WS-MONTH-WINS TO WS-STMT-VALUE.
           MOVE WS-STMT-LABEL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-WIN-PERCENT.
           IF WS-MONTH-ROUNDS > 0
               COMPUTE WS-WIN-PERCENT =
                   (WS-MONTH-WINS / WS-MONTH-ROUNDS) * 100
           END-IF.
           MOVE "  Win percentage:" TO WS-STMT-DEC-LABEL.
           MOVE WS-WIN-PERCENT TO WS-STMT-DEC-VALUE.
           MOVE WS-STMT-DEC-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-AVG-GUESSES.
           IF WS-MONTH-WINS > 0
               COMPUTE WS-AVG-GUESSES =
                   WS-MONTH-WIN-GUESSES / WS-MONTH-WINS
           END-IF.
           MOVE "  Average guesses per win:" TO WS-STMT-DEC-LABEL.
           MOVE WS-AVG-GUESSES TO WS-STMT-DEC-VALUE.
           MOVE WS-STMT-DEC-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-TOURNEY-SECTION.
           MOVE "Tournament play this month" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TRNY-COUNT > 0
               PERFORM WRITE-TOURNEY-LINE
                   VARYING WS-TSUB FROM 1 BY 1
                   UNTIL WS-TSUB > WS-TRNY-COUNT
           END-IF.

       WRITE-TOURNEY-LINE.
           MOVE WS-TT-TOURNEY-ID(WS-TSUB) TO WS-TD-RPT-ID.
           MOVE WS-TT-ROUNDS(WS-TSUB) TO WS-TD-RPT-ROUNDS.
           MOVE WS-TT-WINS(WS-TSUB) TO WS-TD-RPT-WINS.
           WRITE RPT-LINE FROM WS-TRNY-DETAIL.
