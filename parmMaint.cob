      *  V - audit reject threshold (VALPARMS)
      *  T - tournament report parm (TRNYPARMS)
      *  F - tournament definition  (TOURNEYDEF)
      *  H - head-to-head terms     (CHALPARMS)
      *  D - daily challenge terms  (DAILYPARMS)
      *  X - exit
      *Each entry shows the current values, prompts for new ones
      *and refuses nonsense before anything is written: a range
      *max or max guesses of zero, a reject threshold over 100, a
      *malformed or impossible calendar date, an end date before
      *the start date, a tournament entry price over 999 credits,
      *a TRNYPARMS ID that matches no tournament, or a daily salt
      *that is not digits. A refused
      *entry leaves the file exactly as it was, so the game and
      *the reports never start the day on a mistyped parm line
      *again.

       ENVIRONMENT DIVISION.
      *-------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT CHALLENGE-PARMS ASSIGN TO "CHALPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAL-STATUS.

           SELECT DAILY-PARMS ASSIGN TO "DAILYPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLYP-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
       FD  TOURNEY-DEF.
           COPY TRNYDEF.

      *Head-to-head terms, same columns as DIFFPARMS:
      *  col  1- 6  CHAL-RANGE-MAX     (guess range top end)
      *  col  7- 9  CHAL-MAX-GUESSES   (guesses allowed per player)
       FD  CHALLENGE-PARMS.
       01  CHAL-RECORD.
           05 CHAL-RANGE-MAX PIC 9(6).
           05 CHAL-MAX-GUESSES PIC 999.

      *Daily challenge terms:
      *  col  1- 6  DLYP-RANGE-MAX     (guess range top end)
      *  col  7- 9  DLYP-MAX-GUESSES   (guesses allowed)
      *  col 10-15  DLYP-SALT          (digits mixed into the day's
      *                                 number)
      *  col 16-18  DLYP-ENTRY-PRICE   (credits per attempt; blank
      *                                 charges an ordinary round)
       FD  DAILY-PARMS.
       01  DLYP-RECORD.
           05 DLYP-RANGE-MAX PIC 9(6).
           05 DLYP-MAX-GUESSES PIC 999.
           05 DLYP-SALT PIC X(6).
           05 DLYP-ENTRY-PRICE PIC XXX.

       WORKING-STORAGE SECTION.
       01 WS-DIFF-STATUS PIC XX.
       01 WS-LEAD-STATUS PIC XX.
       01 WS-VAL-STATUS PIC XX.
       01 WS-TP-STATUS PIC XX.
       01 WS-TD-STATUS PIC XX.
       01 WS-CHAL-STATUS PIC XX.
       01 WS-DLYP-STATUS PIC XX.
       01 WS-RUN PIC 9 VALUE 1.
       01 WS-CHOICE PIC X(5).
       01 WS-ENTRY-OK PIC X.
       01 WS-NEW-TOURNEY-NAME PIC X(30).
       01 WS-NEW-START-DATE PIC X(10).
       01 WS-NEW-END-DATE PIC X(10).
       01 WS-NEW-ENTRY-PRICE PIC XXX.
       01 WS-NEW-PRICE-NUM PIC 999.
       01 WS-DEF-FOUND PIC X.
       01 WS-NEW-SALT PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "  V - audit reject threshold (VALPARMS)".
           DISPLAY "  T - tournament report parm (TRNYPARMS)".
           DISPLAY "  F - tournament definition (TOURNEYDEF)".
           DISPLAY "  H - head-to-head terms (CHALPARMS)".
           DISPLAY "  D - daily challenge terms (DAILYPARMS)".
           DISPLAY "  X - exit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.
                           IF WS-CHOICE = "F"
                               PERFORM MAINT-TOURNEYDEF
                           ELSE
                               PERFORM SHOW-MENU-MORE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SHOW-MENU-MORE.
           IF WS-CHOICE = "H"
               PERFORM MAINT-CHALPARMS
           ELSE
               IF WS-CHOICE = "D"
                   PERFORM MAINT-DAILYPARMS
               ELSE
                   IF WS-CHOICE = "X"
                       MOVE 0 TO WS-RUN
                   ELSE
                       DISPLAY "Please choose G, L, V, T, F, H, "
                           "D or X"
                   END-IF
               END-IF
           END-IF.

      *Console numeric entry, folded the same way the game folds
      *a guess: trimmed, right-justified, leading spaces to
      *zeros, then the class test. Anything else is refused.
               DISPLAY "DIFFPARMS not set up yet (the game "
                   "defaults to 010000 / 010)"
           END-IF.
           PERFORM ACCEPT-ROUND-TERMS.
           IF WS-ENTRY-OK = "Y"
               OPEN OUTPUT DIFFICULTY-PARMS
               MOVE WS-NEW-RANGE-MAX TO DIFF-RANGE-MAX
               MOVE WS-NEW-MAX-GUESSES TO DIFF-MAX-GUESSES
               WRITE DIFF-RECORD
               CLOSE DIFFICULTY-PARMS
               DISPLAY "Saved: range max " WS-NEW-RANGE-MAX
                   ", max guesses " WS-NEW-MAX-GUESSES
           END-IF.

      *Range max and max guesses, shared by the game difficulty,
      *the head-to-head terms and the daily terms: neither may be
      *zero, or no round could ever be won.
       ACCEPT-ROUND-TERMS.
           MOVE "Y" TO WS-ENTRY-OK.
           DISPLAY "New range max (1-999999): ".
           PERFORM ACCEPT-NUMERIC.
                   END-IF
               END-IF
           END-IF.

      *Challenges are all played at these terms so the ratings
      *compare like with like.
       MAINT-CHALPARMS.
           OPEN INPUT CHALLENGE-PARMS.
           IF WS-CHAL-STATUS = "00"
               READ CHALLENGE-PARMS
                   AT END
                       DISPLAY "CHALPARMS is empty"
                   NOT AT END
                       DISPLAY "Current range max:   "
                           CHAL-RANGE-MAX
                       DISPLAY "Current max guesses: "
                           CHAL-MAX-GUESSES
               END-READ
               CLOSE CHALLENGE-PARMS
           ELSE
               DISPLAY "CHALPARMS not set up yet (the game "
                   "defaults to 001000 / 010)"
           END-IF.
           PERFORM ACCEPT-ROUND-TERMS.
           IF WS-ENTRY-OK = "Y"
               OPEN OUTPUT CHALLENGE-PARMS
               MOVE WS-NEW-RANGE-MAX TO CHAL-RANGE-MAX
               MOVE WS-NEW-MAX-GUESSES TO CHAL-MAX-GUESSES
               WRITE CHAL-RECORD
               CLOSE CHALLENGE-PARMS
               DISPLAY "Saved: range max " WS-NEW-RANGE-MAX
                   ", max guesses " WS-NEW-MAX-GUESSES
           END-IF.

      *The salt keeps the day's number from being worked out in
      *advance; a blank answer keeps the one on file. The price
      *follows the tournament rule: blank charges an ordinary
      *round.
       MAINT-DAILYPARMS.
           MOVE SPACES TO WS-NEW-SALT.
           OPEN INPUT DAILY-PARMS.
           IF WS-DLYP-STATUS = "00"
               READ DAILY-PARMS
                   AT END
                       DISPLAY "DAILYPARMS is empty"
                   NOT AT END
                       DISPLAY "Current range max:   "
                           DLYP-RANGE-MAX
                       DISPLAY "Current max guesses: "
                           DLYP-MAX-GUESSES
                       DISPLAY "Current entry price: "
                           DLYP-ENTRY-PRICE
                       MOVE DLYP-SALT TO WS-NEW-SALT
               END-READ
               CLOSE DAILY-PARMS
           ELSE
               DISPLAY "DAILYPARMS not set up yet (the game "
                   "defaults to 001000 / 010)"
           END-IF.
           PERFORM ACCEPT-ROUND-TERMS.
           IF WS-ENTRY-OK = "Y"
               DISPLAY "New salt (up to 6 digits, blank keeps "
                   "the current one): "
               ACCEPT WS-NUM-INPUT
               IF WS-NUM-INPUT NOT = SPACES
                   MOVE FUNCTION TRIM(WS-NUM-INPUT)
                       TO WS-NUM-INPUT-J
                   INSPECT WS-NUM-INPUT-J
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-NUM-INPUT-J IS NUMERIC
                       MOVE WS-NUM-INPUT-J TO WS-NEW-SALT
                   ELSE
                       DISPLAY "The salt must be digits; "
                           "nothing saved"
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Entry price in credits (0-999, blank "
                   "= ordinary round price): "
               PERFORM ACCEPT-ENTRY-PRICE
           END-IF.
           IF WS-ENTRY-OK = "Y"
               OPEN OUTPUT DAILY-PARMS
               MOVE WS-NEW-RANGE-MAX TO DLYP-RANGE-MAX
               MOVE WS-NEW-MAX-GUESSES TO DLYP-MAX-GUESSES
               MOVE WS-NEW-SALT TO DLYP-SALT
               MOVE WS-NEW-ENTRY-PRICE TO DLYP-ENTRY-PRICE
               WRITE DLYP-RECORD
               CLOSE DAILY-PARMS
               DISPLAY "Saved: range max " WS-NEW-RANGE-MAX
                   ", max guesses " WS-NEW-MAX-GUESSES
           END-IF.
                       DISPLAY "  " TD-START-DATE " to "
                           TD-END-DATE ", range " TD-RANGE-MAX
                           ", guesses " TD-MAX-GUESSES
                       DISPLAY "  entry price " TD-ENTRY-PRICE
               END-READ
               CLOSE TOURNEY-DEF
           ELSE
                   MOVE WS-NUM-VALUE TO WS-NEW-MAX-GUESSES
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y"
               DISPLAY "Entry price in credits per round, 0-999 "
                   "(blank for the ordinary round price): "
               PERFORM ACCEPT-ENTRY-PRICE
           END-IF.
           IF WS-ENTRY-OK = "Y"
               OPEN OUTPUT TOURNEY-DEF
               MOVE SPACES TO TD-RECORD
               MOVE WS-NEW-END-DATE TO TD-END-DATE
               MOVE WS-NEW-RANGE-MAX TO TD-RANGE-MAX
               MOVE WS-NEW-MAX-GUESSES TO TD-MAX-GUESSES
               MOVE WS-NEW-ENTRY-PRICE TO TD-ENTRY-PRICE
               WRITE TD-RECORD
               CLOSE TOURNEY-DEF
               DISPLAY "Saved tournament " WS-NEW-TOURNEY-ID " ("
                   WS-NEW-START-DATE " to " WS-NEW-END-DATE ")"
           END-IF.

      *A blank answer leaves the price column blank, which the game
      *reads as the ordinary round price; anything else must be a
      *whole number of credits the three-digit column can hold.
       ACCEPT-ENTRY-PRICE.
           ACCEPT WS-NUM-INPUT.
           IF WS-NUM-INPUT = SPACES
               MOVE SPACES TO WS-NEW-ENTRY-PRICE
           ELSE
               MOVE FUNCTION TRIM(WS-NUM-INPUT) TO WS-NUM-INPUT-J
               INSPECT WS-NUM-INPUT-J REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-INPUT-J IS NUMERIC
                   MOVE WS-NUM-INPUT-J TO WS-NUM-VALUE
                   IF WS-NUM-VALUE > 999
                       DISPLAY "Entry price must be 0-999; "
                           "nothing saved"
                       MOVE "N" TO WS-ENTRY-OK
                   ELSE
                       MOVE WS-NUM-VALUE TO WS-NEW-PRICE-NUM
                       MOVE WS-NEW-PRICE-NUM TO WS-NEW-ENTRY-PRICE
                   END-IF
               ELSE
                   DISPLAY "Not a number; nothing saved"
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.
