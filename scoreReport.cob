      *with both a from- and a to-date the report runs in range mode
      *with a section per day and a grand total. No parm file (or an
      *empty one) means today, exactly as before.
      *A round closed overnight as ABANDONED counts as a game
      *played that was not won (it is booked as a loss in
      *PLAYER-SCORES) and is also shown on a line of its own.

       ENVIRONMENT DIVISION.
      *-------------------------
       01 WS-GUESS-COUNT PIC 9(6).
       01 WS-TOTAL-GAMES PIC 9(7) VALUE 0.
       01 WS-TOTAL-WINS PIC 9(7) VALUE 0.
       01 WS-TOTAL-ABANDONED PIC 9(7) VALUE 0.
       01 WS-TOTAL-GUESSES PIC 9(9) VALUE 0.
       01 WS-WIN-PERCENT PIC 999V99 VALUE 0.
       01 WS-AVG-GUESSES PIC 999V99 VALUE 0.
               10 WS-DAY-DATE PIC X(10).
               10 WS-DAY-GAMES PIC 9(7).
               10 WS-DAY-WINS PIC 9(7).
               10 WS-DAY-ABANDONED PIC 9(7).
               10 WS-DAY-GUESSES PIC 9(9).

       01 WS-RPT-DETAIL.
               IF WS-AUDIT-LN-RESULT = "LOST"
                   ADD 1 TO WS-TOTAL-GAMES
                   PERFORM TALLY-DAY-TOTALS
               ELSE
                   IF WS-AUDIT-LN-RESULT = "ABANDONED"
                       ADD 1 TO WS-TOTAL-GAMES
                       ADD 1 TO WS-TOTAL-ABANDONED
                       PERFORM TALLY-DAY-TOTALS
                   END-IF
               END-IF
           END-IF.

                   MOVE WS-LINE-DATE TO WS-DAY-DATE(WS-SUB)
                   MOVE 0 TO WS-DAY-GAMES(WS-SUB)
                   MOVE 0 TO WS-DAY-WINS(WS-SUB)
                   MOVE 0 TO WS-DAY-ABANDONED(WS-SUB)
                   MOVE 0 TO WS-DAY-GUESSES(WS-SUB)
               END-IF
               ADD 1 TO WS-DAY-GAMES(WS-SUB)
                   MOVE WS-AUDIT-LN-COUNT TO WS-GUESS-COUNT
                   ADD WS-GUESS-COUNT TO WS-DAY-GUESSES(WS-SUB)
               END-IF
               IF WS-AUDIT-LN-RESULT = "ABANDONED"
                   ADD 1 TO WS-DAY-ABANDONED(WS-SUB)
               END-IF
           END-IF.

       FIND-DAY-ENTRY.
           MOVE WS-DAY-WINS(WS-SUB) TO WS-RPT-COUNT-VALUE.
           MOVE WS-RPT-COUNT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Total games abandoned:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-DAY-ABANDONED(WS-SUB) TO WS-RPT-COUNT-VALUE.
           MOVE WS-RPT-COUNT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Win percentage:" TO WS-RPT-LABEL.
           MOVE 0 TO WS-WIN-PERCENT.
           IF WS-DAY-GAMES(WS-SUB) > 0
           MOVE WS-TOTAL-WINS TO WS-RPT-COUNT-VALUE.
           MOVE WS-RPT-COUNT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Total games abandoned:" TO WS-RPT-COUNT-LABEL.
           MOVE WS-TOTAL-ABANDONED TO WS-RPT-COUNT-VALUE.
           MOVE WS-RPT-COUNT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Win percentage:" TO WS-RPT-LABEL.
           MOVE WS-WIN-PERCENT TO WS-RPT-VALUE.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
