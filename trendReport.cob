      *worst months by games played. Rollup lines for the same
      *month are summed, so a rerun of the archive job never
      *double-prints a month.
      *Rounds closed overnight as ABANDONED count as games (they
      *are booked as losses) and get a column of their own.

       ENVIRONMENT DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  MONTH-HISTORY.
       01  HIST-RECORD PIC X(41).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD PIC X(80).
               10 WS-TBL-MONTH PIC X(7).
               10 WS-TBL-GAMES PIC 9(7).
               10 WS-TBL-WINS PIC 9(7).
               10 WS-TBL-ABANDONED PIC 9(7).
               10 WS-TBL-GUESSES PIC 9(9).
       01 WS-SAVE-ENTRY.
           05 WS-SAVE-MONTH PIC X(7).
           05 WS-SAVE-GAMES PIC 9(7).
           05 WS-SAVE-WINS PIC 9(7).
           05 WS-SAVE-ABANDONED PIC 9(7).
           05 WS-SAVE-GUESSES PIC 9(9).

       01 WS-RPT-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-WINS PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-ABANDONED PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-PERCENT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-AVG PIC ZZ9.99.
           05 WS-RPT-CHANGE PIC ----,--9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-FLAG PIC X(9).
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-RPT-HEADING.
           05 FILLER PIC X(7) VALUE "MONTH".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "   WINS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  ABND".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE " WIN %".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "AVG GS".
           05 FILLER PIC X(8) VALUE "  CHANGE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "FLAG".
           05 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ADD WS-MH-GAMES TO WS-TBL-GAMES(WS-SUB)
               ADD WS-MH-WINS TO WS-TBL-WINS(WS-SUB)
               ADD WS-MH-GUESSES TO WS-TBL-GUESSES(WS-SUB)
               IF WS-MH-ABANDONED IS NUMERIC
                   ADD WS-MH-ABANDONED TO WS-TBL-ABANDONED(WS-SUB)
               END-IF
           END-IF.

      *The live log holds the month in progress (the archive job
                   MOVE AUDIT-RECORD TO WS-AUDIT-LINE
                   IF WS-AUDIT-LN-DATE(1:7) = WS-RUN-MONTH AND
                      (WS-AUDIT-LN-RESULT = "WON" OR
                       WS-AUDIT-LN-RESULT = "LOST" OR
                       WS-AUDIT-LN-RESULT = "ABANDONED")
                       PERFORM TALLY-AUDIT-ROW
                   END-IF
           END-READ.
               IF WS-AUDIT-LN-RESULT = "WON"
                   ADD 1 TO WS-TBL-WINS(WS-SUB)
               END-IF
               IF WS-AUDIT-LN-RESULT = "ABANDONED"
                   ADD 1 TO WS-TBL-ABANDONED(WS-SUB)
               END-IF
               MOVE WS-AUDIT-LN-COUNT TO WS-GUESS-COUNT
               ADD WS-GUESS-COUNT TO WS-TBL-GUESSES(WS-SUB)
           END-IF.
           MOVE WS-LINE-MONTH TO WS-TBL-MONTH(WS-SUB).
           MOVE 0 TO WS-TBL-GAMES(WS-SUB).
           MOVE 0 TO WS-TBL-WINS(WS-SUB).
           MOVE 0 TO WS-TBL-ABANDONED(WS-SUB).
           MOVE 0 TO WS-TBL-GUESSES(WS-SUB).

       WARN-TABLE-FULL.
           MOVE WS-TBL-MONTH(WS-SUB) TO WS-RPT-MONTH.
           MOVE WS-TBL-GAMES(WS-SUB) TO WS-RPT-GAMES.
           MOVE WS-TBL-WINS(WS-SUB) TO WS-RPT-WINS.
           MOVE WS-TBL-ABANDONED(WS-SUB) TO WS-RPT-ABANDONED.
           MOVE 0 TO WS-WIN-PERCENT.
           MOVE 0 TO WS-AVG-GUESSES.
           IF WS-TBL-GAMES(WS-SUB) > 0
