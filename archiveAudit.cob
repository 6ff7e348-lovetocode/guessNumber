      *month: every line dated in a closed (earlier) month goes to
      *AUDIT-ARCHIVE, lines for the current month go to AUDIT-CURRENT
      *(the JCL copies that back over the live log), and one rollup
      *line per closed month - games finished, wins, total guesses,
      *and how many of the games were closed as ABANDONED - is
      *appended to MONTH-HISTORY so "how did March compare to
      *April" survives the purge. Lines whose date column does not
      *look like a date are kept in the live log rather than archived
      *blind.
       01  CURR-RECORD PIC X(80).

       FD  MONTH-HISTORY.
       01  HIST-RECORD PIC X(41).

      *ARCH-PARMS is normally absent (the JCL DD is DUMMY). An
      *operator rerunning the month end on purpose supplies a
               10 WS-TBL-GAMES PIC 9(7).
               10 WS-TBL-WINS PIC 9(7).
               10 WS-TBL-GUESSES PIC 9(9).
               10 WS-TBL-ABANDONED PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ADD 1 TO WS-ARCHIVED-COUNT.
           MOVE WS-AUDIT-LN-DATE(1:7) TO WS-LINE-MONTH.
           IF WS-AUDIT-LN-RESULT = "WON" OR
              WS-AUDIT-LN-RESULT = "LOST" OR
              WS-AUDIT-LN-RESULT = "ABANDONED"
               PERFORM TALLY-MONTH-TOTALS
           END-IF.

               MOVE 0 TO WS-TBL-GAMES(WS-SUB)
               MOVE 0 TO WS-TBL-WINS(WS-SUB)
               MOVE 0 TO WS-TBL-GUESSES(WS-SUB)
               MOVE 0 TO WS-TBL-ABANDONED(WS-SUB)
           END-IF.
           ADD 1 TO WS-TBL-GAMES(WS-SUB).
           IF WS-AUDIT-LN-RESULT = "WON"
               ADD 1 TO WS-TBL-WINS(WS-SUB)
           END-IF.
           IF WS-AUDIT-LN-RESULT = "ABANDONED"
               ADD 1 TO WS-TBL-ABANDONED(WS-SUB)
           END-IF.
           MOVE WS-AUDIT-LN-COUNT TO WS-GUESS-COUNT.
           ADD WS-GUESS-COUNT TO WS-TBL-GUESSES(WS-SUB).

           MOVE WS-TBL-GAMES(WS-SUB) TO WS-MH-GAMES.
           MOVE WS-TBL-WINS(WS-SUB) TO WS-MH-WINS.
           MOVE WS-TBL-GUESSES(WS-SUB) TO WS-MH-GUESSES.
           MOVE WS-TBL-ABANDONED(WS-SUB) TO WS-MH-ABANDONED.
           WRITE HIST-RECORD FROM WS-MONHIST-LINE.
