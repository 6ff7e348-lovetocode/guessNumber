               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT CHALLENGE-PARMS ASSIGN TO "CHALPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAL-STATUS.

           SELECT PLAYER-RATING ASSIGN TO "PLAYERRATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-PR-STATUS.

           SELECT CHALLENGE-LOG ASSIGN TO "CHALLENGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHLOG-STATUS.

           SELECT DAILY-PARMS ASSIGN TO "DAILYPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLYP-STATUS.

           SELECT DAILY-CHALLENGE ASSIGN TO "DAILYCHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DC-STATUS.

           SELECT PLAYER-CREDITS ASSIGN TO "PLAYERCREDITS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS WS-CR-STATUS.

           SELECT CREDIT-LEDGER ASSIGN TO "CREDITLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRL-STATUS.

           SELECT SEASON-SCORES ASSIGN TO "SEASONSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-PLAYER-ID
               FILE STATUS IS WS-SN-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
           05 DIFF-RANGE-MAX PIC 9(6).
           05 DIFF-MAX-GUESSES PIC 999.

      *RESTART-CHECKPOINT is written only by this program (see
      *WS-CKPT-LINE in CKPTLIN for the field layout); kept as
      *a single alphanumeric record here so WRITE/READ always go
      *through WS-CKPT-LINE and its VALUE SPACE fillers instead of
      *an FD record with unset filler bytes.
       FD  RESTART-CHECKPOINT.
       01  CKPT-RECORD PIC X(56).

       FD  ACHIEVEMENTS.
           COPY ACHVMNT.
       FD  PLAY-RESULTS.
       01  RESULT-RECORD PIC X(80).

      *CHALLENGE-PARMS fixes the difficulty every head-to-head
      *challenge is played at, so ratings always compare like with
      *like; same columns as DIFFICULTY-PARMS:
      *  col  1- 6  CHAL-RANGE-MAX     (guess range top end)
      *  col  7- 9  CHAL-MAX-GUESSES   (guesses allowed per player)
       FD  CHALLENGE-PARMS.
       01  CHAL-RECORD.
           05 CHAL-RANGE-MAX PIC 9(6).
           05 CHAL-MAX-GUESSES PIC 999.

       FD  PLAYER-RATING.
           COPY PLYRRTG.

       FD  CHALLENGE-LOG.
       01  CHLOG-RECORD PIC X(91).

      *DAILY-PARMS sets the Daily Challenge difficulty; the first
      *two columns as DIFFICULTY-PARMS, then an optional salt:
      *  col  1- 6  DLYP-RANGE-MAX     (guess range top end)
      *  col  7- 9  DLYP-MAX-GUESSES   (guesses allowed)
      *  col 10-15  DLYP-SALT          (mixed into the day's number
      *                                 so it can't be worked out
      *                                 ahead of time; any digits,
      *                                 change it now and then)
      *  col 16-18  DLYP-ENTRY-PRICE   (credits per attempt; blank
      *                                 charges an ordinary round)
       FD  DAILY-PARMS.
       01  DLYP-RECORD.
           05 DLYP-RANGE-MAX PIC 9(6).
           05 DLYP-MAX-GUESSES PIC 999.
           05 DLYP-SALT PIC X(6).
           05 DLYP-ENTRY-PRICE PIC XXX.

       FD  DAILY-CHALLENGE.
           COPY DLYCHAL.

       FD  PLAYER-CREDITS.
           COPY PLYRCRD.

       FD  CREDIT-LEDGER.
       01  CRL-RECORD PIC X(55).

       FD  SEASON-SCORES.
           COPY SEASSCR.

       WORKING-STORAGE SECTION.
       01 WS-NUMBER-GUESSES PIC 999.
       01 WS-USER-GUESS PIC 9(6).
       01 WS-RESUMING PIC X VALUE "N".
       01 WS-CKPT-DECLINED PIC X VALUE "N".
       01 WS-RESUME-ANSWER PIC X(5).
       01 WS-RESUME-MARK PIC X VALUE "N".
       01 WS-AUDIT-DATE PIC X(10).
       01 WS-AUDIT-TIME PIC X(8).
       01 WS-AUDIT-RESULT PIC X(10).
       01 WS-TL-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-AC-FOUND PIC X.
       01 WS-SN-STATUS PIC XX.
       01 WS-SCRIPT-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-SCRIPT-MODE PIC X VALUE "N".
       01 WS-JRNL-STATUS PIC XX.
       01 WS-JRNL-ACTION PIC X(3).
       01 WS-PS-BEFORE PIC X(30).
      *Space for an ordinary round, "C" while a head-to-head
      *challenge is being played, "D" for the Daily Challenge;
      *carried on every audit row.
       01 WS-ROUND-MODE PIC X VALUE SPACE.
       01 WS-RESUME-MODE PIC X VALUE SPACE.
       01 WS-DLYP-STATUS PIC XX.
       01 WS-DC-STATUS PIC XX.
       01 WS-DAILY-RANGE-MAX PIC 9(6) VALUE 1000.
       01 WS-DAILY-MAX-GUESSES PIC 999 VALUE 10.
       01 WS-DAILY-SALT PIC 9(6) VALUE 0.
       01 WS-DAILY-DATE PIC X(10).
       01 WS-DAILY-YMD PIC 9(8).
       01 WS-DAILY-PLAYED PIC X.
       01 WS-DAILY-ANSWER PIC X(5).
       01 WS-DAILY-WORK PIC 9(7).
       01 WS-CHAL-STATUS PIC XX.
       01 WS-PR-STATUS PIC XX.
       01 WS-CHLOG-STATUS PIC XX.
       01 WS-CHAL-RANGE-MAX PIC 9(6) VALUE 1000.
       01 WS-CHAL-MAX-GUESSES PIC 999 VALUE 10.
       01 WS-CASUAL-RANGE-MAX PIC 9(6).
       01 WS-CASUAL-MAX-GUESSES PIC 999.
       01 WS-CHAL-ANSWER PIC X(5).
       01 WS-OPPONENT-ID PIC X(10).
       01 WS-OPPONENT-DONE PIC X.
       01 WS-CHAL-TURN PIC 9.
       01 WS-CHAL-SUB PIC 9.
       01 WS-CHAL-WINNER PIC 9.
       01 WS-CHAL-OVER PIC X.
       01 WS-CHAL-SCORE PIC 9V9.
       01 WS-CHAL-EXPECTED PIC 9V9(6).
       01 WS-RATING-CHANGE PIC S9(4).
       01 WS-NEW-RATING PIC S9(5).
       01 WS-RATING-START PIC 9(4) VALUE 1200.
       01 WS-RATING-K PIC 99 VALUE 32.
       01 WS-RATING-FLOOR PIC 9(4) VALUE 100.
       01 WS-RATING-DISP PIC ZZZ9.
       01 WS-CHANGE-DISP PIC +++9.
       01 WS-MAX-GUESSES-DISP PIC ZZ9.
      *Rounds are paid for from the player's prepaid credits. An
      *ordinary round, and each side of a challenge, costs
      *WS-ROUND-PRICE; tournament and Daily Challenge entries take
      *their price from TOURNEY-DEF and DAILY-PARMS when those
      *carry one.
       01 WS-CR-STATUS PIC XX.
       01 WS-CRL-STATUS PIC XX.
       01 WS-ROUND-PRICE PIC 999 VALUE 1.
       01 WS-TOURNEY-PRICE PIC 999 VALUE 1.
       01 WS-DAILY-PRICE PIC 999 VALUE 1.
       01 WS-PRICE-DUE PIC 999.
       01 WS-CREDIT-REASON PIC X(8).
       01 WS-CREDIT-OK PIC X VALUE "Y".
       01 WS-CREDIT-ID PIC X(10).
       01 WS-CREDIT-BALANCE PIC 9(5).
       01 WS-HOLD-LEDGER PIC X VALUE "N".
       01 WS-HELD-BALANCE PIC 9(5).
       01 WS-BALANCE-DISP PIC ZZ,ZZ9.
       01 WS-PRICE-DISP PIC ZZ9.
      *The two sides of a challenge: [1] the challenged player,
      *who guesses first, and [2] the player who signed on.
       01 WS-CHAL-TABLE.
           05 WS-CHAL-PLAYER OCCURS 2 TIMES.
               10 WS-CHAL-ID PIC X(10).
               10 WS-CHAL-GUESSES PIC 999.
               10 WS-CHAL-RATING-FOUND PIC X.
               10 WS-CHAL-BEFORE PIC 9(4).
               10 WS-CHAL-AFTER PIC 9(4).
       COPY AUDTLIN.
       COPY TRNYLIN.
       COPY PTSLED.
       COPY SCRJRNL.
       COPY CHALLIN.
       COPY CRDLEDG.

       COPY CKPTLIN.


       PROCEDURE DIVISION.
           PERFORM READ-TERMINAL-PARMS
           PERFORM OPEN-FILES
           PERFORM READ-DIFFICULTY-PARMS
           PERFORM READ-CHALLENGE-PARMS
           PERFORM READ-DAILY-PARMS
           IF WS-SCRIPT-MODE = "N"
               PERFORM CHECK-TOURNEY
               PERFORM CHECK-FOR-CHECKPOINT
       MOVE "N" TO WS-GAME-WON.
       IF WS-RESUMING = "Y"
           MOVE "N" TO WS-RESUMING
           MOVE "Y" TO WS-RESUME-MARK
           MOVE WS-RESUME-MODE TO WS-ROUND-MODE
           DISPLAY "Resuming round for " WS-PLAYER-ID "..."
       ELSE
           MOVE SPACE TO WS-ROUND-MODE
           IF WS-TOURNEY-ACCEPTED = "Y"
               MOVE "Y" TO WS-TOURNEY-MODE
               MOVE WS-ACCEPTED-TOURNEY TO WS-TOURNEY-ID
               MOVE "N" TO WS-TOURNEY-MODE
               MOVE SPACES TO WS-TOURNEY-ID
           END-IF
           PERFORM CHECK-PLAYER-CREDIT
           IF WS-CREDIT-OK = "Y" AND WS-TOURNEY-MODE = "N" AND
              WS-SCRIPT-MODE = "N" AND WS-PM-AVAILABLE = "Y"
               PERFORM OFFER-DAILY-CHALLENGE
               IF WS-ROUND-MODE = SPACE
                   PERFORM OFFER-CHALLENGE
               END-IF
           END-IF
           IF WS-CREDIT-OK = "Y"
               PERFORM CHARGE-FOR-ROUND
           END-IF
           IF WS-CREDIT-OK = "N"
               PERFORM REFUSE-ROUND
           END-IF
           MOVE 0 TO WS-NUMBER-GUESSES
           MOVE "N" TO WS-HINT-OFFERED
           MOVE "N" TO WS-HINT-TAKEN
           ADD 1 TO WS-ROUND-COUNTER
           IF WS-ROUND-MODE = "D"
               PERFORM DRAW-DAILY-NUMBER
           ELSE
               MOVE FUNCTION CURRENT-DATE(15:2) TO WS-HUNDREDTHS
               COMPUTE WS-SEED = FUNCTION MOD(
                   FUNCTION SECONDS-PAST-MIDNIGHT * 100
                       + WS-HUNDREDTHS + WS-ROUND-COUNTER, 9998) + 1
               COMPUTE WS-RAND =
                   FUNCTION RANDOM(WS-SEED) * WS-RANGE-MAX + 1
           END-IF
       END-IF.
       MOVE 1 TO WS-RUN.
       DISPLAY "Welcome to guess the number...... version 1.0.".
       IF WS-ROUND-MODE = "C"
           PERFORM PLAY-CHALLENGE
       ELSE
           PERFORM GAME-LOOP UNTIL WS-RUN = 0
       END-IF.
       STOP RUN.

       OPEN-FILES.
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
               CLOSE DIFFICULTY-PARMS
           END-IF.

      *A blank, non-numeric or zero range or guess limit keeps the
      *default terms (a zero range would never accept a guess). A
      *blank or non-numeric salt column leaves the salt at zero,
      *and a blank price column leaves the daily at the ordinary
      *round price.
       READ-DAILY-PARMS.
           OPEN INPUT DAILY-PARMS.
           IF WS-DLYP-STATUS = "00"
               READ DAILY-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DLYP-RANGE-MAX IS NUMERIC AND
                          DLYP-RANGE-MAX > 0
                           MOVE DLYP-RANGE-MAX TO WS-DAILY-RANGE-MAX
                       END-IF
                       IF DLYP-MAX-GUESSES IS NUMERIC AND
                          DLYP-MAX-GUESSES > 0
                           MOVE DLYP-MAX-GUESSES
                               TO WS-DAILY-MAX-GUESSES
                       END-IF
                       IF DLYP-SALT IS NUMERIC
                           MOVE DLYP-SALT TO WS-DAILY-SALT
                       END-IF
                       IF DLYP-ENTRY-PRICE IS NUMERIC
                           MOVE DLYP-ENTRY-PRICE TO WS-DAILY-PRICE
                       END-IF
               END-READ
               CLOSE DAILY-PARMS
           END-IF.

      *Each term is taken from the card only when it is a number
      *above zero; otherwise the default stands.
       READ-CHALLENGE-PARMS.
           OPEN INPUT CHALLENGE-PARMS.
           IF WS-CHAL-STATUS = "00"
               READ CHALLENGE-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHAL-RANGE-MAX IS NUMERIC AND
                          CHAL-RANGE-MAX > 0
                           MOVE CHAL-RANGE-MAX TO WS-CHAL-RANGE-MAX
                       END-IF
                       IF CHAL-MAX-GUESSES IS NUMERIC AND
                          CHAL-MAX-GUESSES > 0
                           MOVE CHAL-MAX-GUESSES
                               TO WS-CHAL-MAX-GUESSES
                       END-IF
               END-READ
               CLOSE CHALLENGE-PARMS
           END-IF.

      *A named terminal switches this console's audit and
      *tournament lines to its own spill files so two consoles
      *never contend for the shared masters; the nightly
               MOVE TD-RANGE-MAX TO WS-TOURNEY-RANGE-MAX
               MOVE TD-MAX-GUESSES TO WS-MAX-GUESSES
               MOVE TD-MAX-GUESSES TO WS-TOURNEY-MAX-GUESSES
               IF TD-ENTRY-PRICE IS NUMERIC
                   MOVE TD-ENTRY-PRICE TO WS-TOURNEY-PRICE
               ELSE
                   MOVE WS-ROUND-PRICE TO WS-TOURNEY-PRICE
               END-IF
               DISPLAY "Rounds now count toward "
                   FUNCTION TRIM(TD-TOURNEY-NAME)
           END-IF.
                       MOVE FUNCTION LOWER-CASE(WS-RESUME-ANSWER)
                           TO WS-RESUME-ANSWER
                       IF WS-RESUME-ANSWER = "y"
                           MOVE WS-RANGE-MAX TO WS-CASUAL-RANGE-MAX
                           MOVE WS-MAX-GUESSES TO WS-CASUAL-MAX-GUESSES
                           MOVE WS-CKPT-LN-MODE TO WS-RESUME-MODE
                           MOVE WS-CKPT-LN-DAILY-DATE TO WS-DAILY-DATE
                           MOVE WS-CKPT-LN-PLAYER TO WS-PLAYER-ID
                           MOVE WS-CKPT-LN-RAND TO WS-RAND
                           MOVE WS-CKPT-LN-COUNT TO WS-NUMBER-GUESSES
               MOVE SPACES TO WS-CKPT-LN-TOURNEY
           END-IF.
           MOVE WS-HINT-TAKEN TO WS-CKPT-LN-HINT.
           MOVE WS-ROUND-MODE TO WS-CKPT-LN-MODE.
           IF WS-ROUND-MODE = "D"
               MOVE WS-DAILY-DATE TO WS-CKPT-LN-DAILY-DATE
           ELSE
               MOVE SPACES TO WS-CKPT-LN-DAILY-DATE
           END-IF.
           WRITE CKPT-RECORD FROM WS-CKPT-LINE.
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "Warning: checkpoint not saved, status "
           CLOSE POINTS-LEDGER.
           CLOSE SCORE-JOURNAL.
           CLOSE ACHIEVEMENTS.
           CLOSE SEASON-SCORES.
           IF WS-PM-AVAILABLE = "Y"
               CLOSE PLAYER-MASTER
           END-IF.
                   END-IF
           END-READ.

      *Prepaid play: a fresh round is paid for from the player's
      *PLAYER-CREDITS balance before the number is drawn, and a
      *player with nothing left is turned away before being asked
      *about the Daily Challenge or a challenge. A resumed round
      *was paid for when it started and is never charged again.
      *Nothing is charged in script mode or when the master is
      *not there - the IDs are unchecked then, so there is no
      *account to charge - and the month-end billing
      *reconciliation shows those rounds up.
       CHECK-PLAYER-CREDIT.
           MOVE "Y" TO WS-CREDIT-OK.
           IF WS-SCRIPT-MODE = "N" AND WS-PM-AVAILABLE = "Y"
               MOVE WS-PLAYER-ID TO WS-CREDIT-ID
               PERFORM FETCH-CREDIT-BALANCE
               IF WS-CREDIT-BALANCE = 0
                   DISPLAY "Your credit balance is zero."
                   MOVE "N" TO WS-CREDIT-OK
               ELSE
                   MOVE WS-CREDIT-BALANCE TO WS-BALANCE-DISP
                   DISPLAY "Credits on your balance: "
                       FUNCTION TRIM(WS-BALANCE-DISP)
               END-IF
           END-IF.

      *No record, or no file yet, is a balance of zero. Opened per
      *use like the ratings: the desk tops up while the game runs.
       FETCH-CREDIT-BALANCE.
           MOVE 0 TO WS-CREDIT-BALANCE.
           OPEN INPUT PLAYER-CREDITS.
           IF WS-CR-STATUS = "00"
               MOVE WS-CREDIT-ID TO CR-PLAYER-ID
               READ PLAYER-CREDITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-BALANCE TO WS-CREDIT-BALANCE
               END-READ
               CLOSE PLAYER-CREDITS
           ELSE
               IF WS-CR-STATUS NOT = "35"
                   DISPLAY "Warning: player credits unavailable, "
                       "status " WS-CR-STATUS
               END-IF
           END-IF.

      *The price follows the kind of round settled on above. In a
      *challenge the signed-on player pays first; should the
      *opponent's credits have gone in the meantime the player
      *plays alone on the credit already taken, since a
      *challenge side and an ordinary round cost the same. The
      *player's ledger line is held until the opponent has paid,
      *so it names the round actually played.
       CHARGE-FOR-ROUND.
           IF WS-SCRIPT-MODE = "N" AND WS-PM-AVAILABLE = "Y"
               PERFORM PRICE-ROUND
               IF WS-ROUND-MODE = "C"
                   MOVE "Y" TO WS-HOLD-LEDGER
               END-IF
               MOVE WS-PLAYER-ID TO WS-CREDIT-ID
               PERFORM DEBIT-PLAYER-CREDIT
               MOVE "N" TO WS-HOLD-LEDGER
               IF WS-CREDIT-OK = "Y" AND WS-ROUND-MODE = "C"
                   MOVE WS-OPPONENT-ID TO WS-CREDIT-ID
                   PERFORM DEBIT-PLAYER-CREDIT
                   IF WS-CREDIT-OK = "N"
                       DISPLAY "The challenge is off - playing "
                           "an ordinary round instead"
                       MOVE SPACE TO WS-ROUND-MODE
                       MOVE WS-CASUAL-RANGE-MAX TO WS-RANGE-MAX
                       MOVE WS-CASUAL-MAX-GUESSES TO WS-MAX-GUESSES
                       MOVE "ROUND" TO WS-CREDIT-REASON
                       MOVE "Y" TO WS-CREDIT-OK
                   END-IF
                   MOVE WS-PLAYER-ID TO WS-CREDIT-ID
                   MOVE WS-HELD-BALANCE TO WS-CREDIT-BALANCE
                   PERFORM WRITE-CREDIT-LEDGER
               END-IF
           END-IF.

       PRICE-ROUND.
           IF WS-ROUND-MODE = "D"
               MOVE WS-DAILY-PRICE TO WS-PRICE-DUE
               MOVE "DAILY" TO WS-CREDIT-REASON
           ELSE
               IF WS-TOURNEY-MODE = "Y"
                   MOVE WS-TOURNEY-PRICE TO WS-PRICE-DUE
                   MOVE "TOURNEY" TO WS-CREDIT-REASON
               ELSE
                   MOVE WS-ROUND-PRICE TO WS-PRICE-DUE
                   IF WS-ROUND-MODE = "C"
                       MOVE "CHALLNGE" TO WS-CREDIT-REASON
                   ELSE
                       MOVE "ROUND" TO WS-CREDIT-REASON
                   END-IF
               END-IF
           END-IF.

      *The balance is read again and charged in one open, so a
      *top-up or another console's round since the check above is
      *allowed for. A zero balance is never charged, even for a
      *free entry.
       DEBIT-PLAYER-CREDIT.
           MOVE "N" TO WS-CREDIT-OK.
           MOVE 0 TO WS-CREDIT-BALANCE.
           OPEN I-O PLAYER-CREDITS.
           IF WS-CR-STATUS = "00"
               MOVE WS-CREDIT-ID TO CR-PLAYER-ID
               READ PLAYER-CREDITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-BALANCE TO WS-CREDIT-BALANCE
                       IF CR-BALANCE > 0 AND
                          CR-BALANCE >= WS-PRICE-DUE
                           PERFORM TAKE-ROUND-PRICE
                       END-IF
               END-READ
               CLOSE PLAYER-CREDITS
           ELSE
               IF WS-CR-STATUS NOT = "35"
                   DISPLAY "Warning: player credits unavailable, "
                       "status " WS-CR-STATUS
               END-IF
           END-IF.
           MOVE WS-PRICE-DUE TO WS-PRICE-DISP.
           MOVE WS-CREDIT-BALANCE TO WS-BALANCE-DISP.
           IF WS-CREDIT-OK = "Y"
               IF WS-HOLD-LEDGER = "Y"
                   MOVE WS-CREDIT-BALANCE TO WS-HELD-BALANCE
               ELSE
                   PERFORM WRITE-CREDIT-LEDGER
               END-IF
               DISPLAY FUNCTION TRIM(WS-PRICE-DISP) " credit(s) "
                   "taken from " FUNCTION TRIM(WS-CREDIT-ID)
                   ", " FUNCTION TRIM(WS-BALANCE-DISP) " left"
           ELSE
               DISPLAY "This round costs "
                   FUNCTION TRIM(WS-PRICE-DISP) " credit(s); "
                   FUNCTION TRIM(WS-CREDIT-ID) " has "
                   FUNCTION TRIM(WS-BALANCE-DISP)
           END-IF.

       TAKE-ROUND-PRICE.
           SUBTRACT WS-PRICE-DUE FROM CR-BALANCE.
           ADD WS-PRICE-DUE TO CR-CHARGED.
           MOVE SPACES TO CR-LAST-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO CR-LAST-DATE.
           REWRITE CR-RECORD.
           IF WS-CR-STATUS = "00"
               MOVE CR-BALANCE TO WS-CREDIT-BALANCE
               MOVE "Y" TO WS-CREDIT-OK
           ELSE
               DISPLAY "Warning: credit not taken, status "
                   WS-CR-STATUS
           END-IF.

      *Appended per use like the challenge log; the desk's top-ups
      *and refunds land in the same file from PLAYERMNT.
       WRITE-CREDIT-LEDGER.
           OPEN EXTEND CREDIT-LEDGER.
           IF WS-CRL-STATUS = "35"
               OPEN OUTPUT CREDIT-LEDGER
           END-IF.
           IF WS-CRL-STATUS = "00"
               MOVE SPACES TO WS-CREDIT-LINE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-CL-DATE
               STRING FUNCTION CURRENT-DATE(9:2) ":"
                      FUNCTION CURRENT-DATE(11:2) ":"
                      FUNCTION CURRENT-DATE(13:2)
                      DELIMITED BY SIZE INTO WS-CL-TIME
               MOVE WS-CREDIT-ID TO WS-CL-PLAYER
               MOVE "DEB" TO WS-CL-TYPE
               MOVE WS-PRICE-DUE TO WS-CL-AMOUNT
               MOVE WS-CREDIT-BALANCE TO WS-CL-BALANCE
               MOVE WS-CREDIT-REASON TO WS-CL-REASON
               WRITE CRL-RECORD FROM WS-CREDIT-LINE
               CLOSE CREDIT-LEDGER
           ELSE
               DISPLAY "Warning: credit ledger not written, status "
                   WS-CRL-STATUS
           END-IF.

      *A refused round puts back any Daily Challenge or challenge
      *difficulty and goes straight to the play-again question, so
      *the next player can sign on. A Daily Challenge claimed but
      *not paid for is given back, so the day's one try is not
      *lost without a guess.
       REFUSE-ROUND.
           DISPLAY "No round started - see the desk to top up.".
           IF WS-ROUND-MODE = "D"
               PERFORM RELEASE-DAILY-ENTRY
           END-IF.
           IF WS-ROUND-MODE NOT = SPACE
               MOVE WS-CASUAL-RANGE-MAX TO WS-RANGE-MAX
               MOVE WS-CASUAL-MAX-GUESSES TO WS-MAX-GUESSES
               MOVE SPACE TO WS-ROUND-MODE
           END-IF.
           PERFORM ASK-PLAY-AGAIN.

       GAME-LOOP.
           PERFORM OFFER-HINT.
           PERFORM GET-VALID-GUESS.
      *big range, odd or even on a small one - at the price of
      *one guess off the remaining allowance, so a regular can't
      *farm it. Offered once per round, never in a tournament
      *round or the Daily Challenge (results there must stay
      *comparable) and never in script mode
      *(the smoke script's answers would fall out of step), and
      *only while at least two guesses remain so taking it can
      *never end the round by itself.
       OFFER-HINT.
           IF WS-SCRIPT-MODE = "N" AND WS-TOURNEY-MODE = "N" AND
              WS-ROUND-MODE NOT = "D" AND
              WS-HINT-OFFERED = "N" AND WS-HINT-TAKEN = "N" AND
              WS-NUMBER-GUESSES * 2 >= WS-MAX-GUESSES AND
              WS-MAX-GUESSES - WS-NUMBER-GUESSES >= 2
           MOVE 0 TO WS-RUN.
           PERFORM QUIT-GAME.

      *The Daily Challenge: one number a day, the same for every
      *player on every console, at the DAILY-PARMS difficulty, no
      *hint. Each player gets one attempt a day. The attempt is
      *claimed on DAILY-CHALLENGE (keyed day + player) before the
      *first guess, so walking away, restarting the console or
      *moving to another one can't buy a second try - only the
      *round's own checkpoint carries the same attempt on. Offered
      *on the same terms as a challenge; a player who has already
      *had today's try, or whose credits won't cover the entry,
      *isn't asked.
       OFFER-DAILY-CHALLENGE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-DAILY-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAILY-YMD.
           PERFORM CHECK-DAILY-PLAYED.
           IF WS-DAILY-PLAYED = "N" AND
              WS-CREDIT-BALANCE < WS-DAILY-PRICE
               MOVE WS-DAILY-PRICE TO WS-PRICE-DISP
               DISPLAY "Today's Daily Challenge is open but costs "
                   FUNCTION TRIM(WS-PRICE-DISP)
                   " credits - more than your balance"
               MOVE "Y" TO WS-DAILY-PLAYED
           END-IF.
           IF WS-DAILY-PLAYED = "N"
               DISPLAY "Today's Daily Challenge is open - one try "
                   "per player. Play it now? "
               ACCEPT WS-DAILY-ANSWER
               MOVE FUNCTION LOWER-CASE(WS-DAILY-ANSWER)
                   TO WS-DAILY-ANSWER
               IF WS-DAILY-ANSWER = "y"
                   PERFORM CLAIM-DAILY-ENTRY
               END-IF
           END-IF.

      *An unreadable file means the one-try rule can't be kept,
      *so the daily is simply not offered.
       CHECK-DAILY-PLAYED.
           MOVE "N" TO WS-DAILY-PLAYED.
           OPEN INPUT DAILY-CHALLENGE.
           IF WS-DC-STATUS = "00"
               MOVE WS-DAILY-DATE TO DC-DATE
               MOVE WS-PLAYER-ID TO DC-PLAYER-ID
               READ DAILY-CHALLENGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DAILY-PLAYED
               END-READ
               CLOSE DAILY-CHALLENGE
           ELSE
               IF WS-DC-STATUS NOT = "35"
                   DISPLAY "Warning: Daily Challenge unavailable, "
                       "status " WS-DC-STATUS
                   MOVE "Y" TO WS-DAILY-PLAYED
               END-IF
           END-IF.

      *The WRITE is the claim: if another console got in first the
      *key is already there and this one backs off to an ordinary
      *round. Opened per use, the way the challenge ratings are.
       CLAIM-DAILY-ENTRY.
           OPEN I-O DAILY-CHALLENGE.
           IF WS-DC-STATUS = "35"
               OPEN OUTPUT DAILY-CHALLENGE
               CLOSE DAILY-CHALLENGE
               OPEN I-O DAILY-CHALLENGE
           END-IF.
           IF WS-DC-STATUS = "00"
               MOVE SPACES TO DC-RECORD
               MOVE WS-DAILY-DATE TO DC-DATE
               MOVE WS-PLAYER-ID TO DC-PLAYER-ID
               MOVE "S" TO DC-STATUS
               MOVE 0 TO DC-RAND
               MOVE WS-DAILY-RANGE-MAX TO DC-RANGE-MAX
               MOVE WS-DAILY-MAX-GUESSES TO DC-MAX-GUESSES
               MOVE 0 TO DC-GUESSES
               STRING FUNCTION CURRENT-DATE(9:2) ":"
                      FUNCTION CURRENT-DATE(11:2) ":"
                      FUNCTION CURRENT-DATE(13:2)
                      DELIMITED BY SIZE INTO DC-START-TIME
               WRITE DC-RECORD
                   INVALID KEY
                       DISPLAY "You have already had today's Daily "
                           "Challenge"
                   NOT INVALID KEY
                       MOVE "D" TO WS-ROUND-MODE
                       MOVE WS-RANGE-MAX TO WS-CASUAL-RANGE-MAX
                       MOVE WS-MAX-GUESSES TO WS-CASUAL-MAX-GUESSES
                       MOVE WS-DAILY-RANGE-MAX TO WS-RANGE-MAX
                       MOVE WS-DAILY-MAX-GUESSES TO WS-MAX-GUESSES
               END-WRITE
               CLOSE DAILY-CHALLENGE
           ELSE
               DISPLAY "Warning: Daily Challenge unavailable, status "
                   WS-DC-STATUS
           END-IF.

      *Only an entry still at "S" with no guesses is removed - the
      *one this console has just claimed.
       RELEASE-DAILY-ENTRY.
           OPEN I-O DAILY-CHALLENGE.
           IF WS-DC-STATUS = "00"
               MOVE WS-DAILY-DATE TO DC-DATE
               MOVE WS-PLAYER-ID TO DC-PLAYER-ID
               READ DAILY-CHALLENGE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DC-STATUS = "S" AND DC-GUESSES = 0
                           DELETE DAILY-CHALLENGE RECORD
                           IF WS-DC-STATUS NOT = "00"
                               DISPLAY "Warning: Daily Challenge "
                                   "entry not released, status "
                                   WS-DC-STATUS
                           END-IF
                       END-IF
               END-READ
               CLOSE DAILY-CHALLENGE
           ELSE
               DISPLAY "Warning: Daily Challenge entry not "
                   "released, status " WS-DC-STATUS
           END-IF.

      *The day's number comes from the date and the DAILY-PARMS
      *salt alone, so every console draws the same one all day.
      *The day number is squared before the fold so that one
      *day's number says nothing useful about the next.
       DRAW-DAILY-NUMBER.
           COMPUTE WS-DAILY-WORK =
               FUNCTION INTEGER-OF-DATE(WS-DAILY-YMD) + WS-DAILY-SALT.
           COMPUTE WS-SEED = FUNCTION MOD(
               WS-DAILY-WORK * WS-DAILY-WORK, 9973) + 1.
           COMPUTE WS-RAND =
               FUNCTION RANDOM(WS-SEED) * WS-RANGE-MAX + 1.
           MOVE WS-MAX-GUESSES TO WS-MAX-GUESSES-DISP.
           DISPLAY "Daily Challenge " WS-DAILY-DATE ": "
               FUNCTION TRIM(WS-MAX-GUESSES-DISP)
               " guesses, no hints. Good luck!".

      *Finishes the attempt claimed above and puts the casual
      *difficulty back for the next round.
       RECORD-DAILY-RESULT.
           OPEN I-O DAILY-CHALLENGE.
           IF WS-DC-STATUS = "00"
               MOVE WS-DAILY-DATE TO DC-DATE
               MOVE WS-PLAYER-ID TO DC-PLAYER-ID
               READ DAILY-CHALLENGE
                   INVALID KEY
                       DISPLAY "Warning: Daily Challenge entry for "
                           WS-PLAYER-ID " not found; result not "
                           "recorded"
                   NOT INVALID KEY
                       IF WS-GAME-WON = "Y"
                           MOVE "W" TO DC-STATUS
                       ELSE
                           MOVE "L" TO DC-STATUS
                       END-IF
                       MOVE WS-RAND TO DC-RAND
                       MOVE WS-NUMBER-GUESSES TO DC-GUESSES
                       STRING FUNCTION CURRENT-DATE(9:2) ":"
                              FUNCTION CURRENT-DATE(11:2) ":"
                              FUNCTION CURRENT-DATE(13:2)
                              DELIMITED BY SIZE INTO DC-END-TIME
                       REWRITE DC-RECORD
                       IF WS-DC-STATUS = "00"
                           DISPLAY "Daily Challenge result recorded"
                               " - see tomorrow's results board"
                       ELSE
                           DISPLAY "Warning: Daily Challenge result "
                               "not recorded, status " WS-DC-STATUS
                       END-IF
               END-READ
               CLOSE DAILY-CHALLENGE
           ELSE
               DISPLAY "Warning: Daily Challenge result not "
                   "recorded, status " WS-DC-STATUS
           END-IF.
           MOVE WS-CASUAL-RANGE-MAX TO WS-RANGE-MAX.
           MOVE WS-CASUAL-MAX-GUESSES TO WS-MAX-GUESSES.

      *Between rounds two registered players at the console can
      *settle who is better on one shared number. Never offered in
      *a tournament session (standings stay one player per round)
      *or in script mode, and only when the master is there to
      *check the opponent is a registered, active player. A
      *challenge runs at the CHALLENGE-PARMS difficulty; the
      *casual settings are put back when it ends.
       OFFER-CHALLENGE.
           DISPLAY "Play a head-to-head challenge against another "
               "player? ".
           ACCEPT WS-CHAL-ANSWER.
           MOVE FUNCTION LOWER-CASE(WS-CHAL-ANSWER) TO WS-CHAL-ANSWER.
           IF WS-CHAL-ANSWER = "y"
               MOVE SPACES TO WS-OPPONENT-ID
               MOVE "N" TO WS-OPPONENT-DONE
               PERFORM PROMPT-OPPONENT-ID UNTIL WS-OPPONENT-DONE = "Y"
               IF WS-OPPONENT-ID NOT = SPACES
                   MOVE "C" TO WS-ROUND-MODE
                   MOVE WS-RANGE-MAX TO WS-CASUAL-RANGE-MAX
                   MOVE WS-MAX-GUESSES TO WS-CASUAL-MAX-GUESSES
                   MOVE WS-CHAL-RANGE-MAX TO WS-RANGE-MAX
                   MOVE WS-CHAL-MAX-GUESSES TO WS-MAX-GUESSES
               END-IF
           END-IF.

      *A blank answer backs out to an ordinary round.
       PROMPT-OPPONENT-ID.
           DISPLAY "Opponent's player ID (blank to play alone): ".
           ACCEPT WS-OPPONENT-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPPONENT-ID) TO WS-OPPONENT-ID.
           IF WS-OPPONENT-ID = SPACES
               MOVE "Y" TO WS-OPPONENT-DONE
           ELSE
               IF WS-OPPONENT-ID = WS-PLAYER-ID
                   DISPLAY "A challenge needs two different players"
               ELSE
                   PERFORM CHECK-OPPONENT-ID
               END-IF
           END-IF.

       CHECK-OPPONENT-ID.
           MOVE WS-OPPONENT-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER
               INVALID KEY
                   DISPLAY "Unknown player ID " WS-OPPONENT-ID
               NOT INVALID KEY
                   IF PM-ACTIVE-FLAG = "A"
                       PERFORM CHECK-OPPONENT-CREDIT
                   ELSE
                       DISPLAY "Player ID " WS-OPPONENT-ID
                           " is inactive; see the desk"
                   END-IF
           END-READ.

      *Each side of a challenge pays for it, so the opponent has to
      *have the credits before the challenge is on.
       CHECK-OPPONENT-CREDIT.
           MOVE WS-OPPONENT-ID TO WS-CREDIT-ID.
           PERFORM FETCH-CREDIT-BALANCE.
           IF WS-CREDIT-BALANCE = 0 OR
              WS-CREDIT-BALANCE < WS-ROUND-PRICE
               DISPLAY "Player ID " WS-OPPONENT-ID
                   " has no credits for a challenge; see the desk"
           ELSE
               DISPLAY FUNCTION TRIM(PM-DISPLAY-NAME)
                   " accepts the challenge!"
               MOVE "Y" TO WS-OPPONENT-DONE
           END-IF.

      *The challenged player guesses first, since the challenger
      *picked the moment; turns then alternate on the one number
      *and both players hear every answer. Each has the same
      *allowance, so once the second player's is spent both are
      *and the challenge is drawn. No hint and no checkpoint: a
      *challenge is played out at one sitting, and one walked
      *away from is closed overnight like any other round.
       PLAY-CHALLENGE.
           MOVE WS-OPPONENT-ID TO WS-CHAL-ID(1).
           MOVE WS-PLAYER-ID TO WS-CHAL-ID(2).
           MOVE 0 TO WS-CHAL-GUESSES(1).
           MOVE 0 TO WS-CHAL-GUESSES(2).
           MOVE 0 TO WS-CHAL-WINNER.
           MOVE 1 TO WS-CHAL-TURN.
           MOVE "N" TO WS-CHAL-OVER.
           MOVE WS-MAX-GUESSES TO WS-MAX-GUESSES-DISP.
           DISPLAY "Challenge: " FUNCTION TRIM(WS-CHAL-ID(1))
               " v " FUNCTION TRIM(WS-CHAL-ID(2)) ", "
               FUNCTION TRIM(WS-MAX-GUESSES-DISP) " guesses each".
           PERFORM CHALLENGE-TURN UNTIL WS-CHAL-OVER = "Y".
           PERFORM FINISH-CHALLENGE.
           MOVE WS-CHAL-ID(2) TO WS-PLAYER-ID.
           MOVE WS-CASUAL-RANGE-MAX TO WS-RANGE-MAX.
           MOVE WS-CASUAL-MAX-GUESSES TO WS-MAX-GUESSES.
           PERFORM ASK-PLAY-AGAIN.

      *Each guess goes to the audit trail under the player who
      *made it, with that player's own guess count, so each side
      *reads in the log as an ordinary round of its own.
       CHALLENGE-TURN.
           MOVE WS-CHAL-ID(WS-CHAL-TURN) TO WS-PLAYER-ID.
           MOVE WS-CHAL-GUESSES(WS-CHAL-TURN) TO WS-NUMBER-GUESSES.
           DISPLAY "Your turn, " FUNCTION TRIM(WS-PLAYER-ID)
               " (guesses used " WS-NUMBER-GUESSES ")".
           PERFORM GET-VALID-GUESS.
           PERFORM CALCULATE-NUM-GUESSES.
           MOVE WS-NUMBER-GUESSES TO WS-CHAL-GUESSES(WS-CHAL-TURN).
           IF WS-RAND = WS-USER-GUESS
               DISPLAY FUNCTION TRIM(WS-PLAYER-ID)
                   " wins the challenge!"
               MOVE "WON" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-RECORD
               MOVE WS-CHAL-TURN TO WS-CHAL-WINNER
               MOVE "Y" TO WS-CHAL-OVER
           ELSE
               IF WS-RAND > WS-USER-GUESS
                   DISPLAY "Your guess is to low"
                   MOVE "TOO LOW" TO WS-AUDIT-RESULT
               ELSE
                   DISPLAY "Your guess is to high"
                   MOVE "TOO HIGH" TO WS-AUDIT-RESULT
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               IF WS-CHAL-TURN = 2 AND
                  WS-NUMBER-GUESSES >= WS-MAX-GUESSES
                   MOVE WS-RAND TO WS-RAND-DISP
                   DISPLAY "Both out of guesses - a draw. The number "
                       "was " WS-RAND-DISP
                   MOVE "Y" TO WS-CHAL-OVER
               END-IF
               COMPUTE WS-CHAL-TURN = 3 - WS-CHAL-TURN
           END-IF.

      *Both sides are booked exactly as a solo round is - terminal
      *audit row, lifetime score (journalled), achievements and a
      *points line - so the reconciliation, the statements and the
      *achievement rebuild see a challenge as two ordinary rounds.
      *Only the winner made a winning guess, so the other side's
      *terminal row is a LOST row (guess column zero) written here;
      *a draw writes one for both.
       FINISH-CHALLENGE.
           PERFORM BOOK-CHALLENGE-ROUND
               VARYING WS-CHAL-SUB FROM 1 BY 1
               UNTIL WS-CHAL-SUB > 2.
           PERFORM UPDATE-CHALLENGE-RATINGS.
           PERFORM WRITE-CHALLENGE-LOG.

       BOOK-CHALLENGE-ROUND.
           MOVE WS-CHAL-ID(WS-CHAL-SUB) TO WS-PLAYER-ID.
           MOVE WS-CHAL-GUESSES(WS-CHAL-SUB) TO WS-NUMBER-GUESSES.
           IF WS-CHAL-WINNER = WS-CHAL-SUB
               MOVE "Y" TO WS-GAME-WON
           ELSE
               MOVE "N" TO WS-GAME-WON
               MOVE 0 TO WS-USER-GUESS
               MOVE "LOST" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           PERFORM SAVE-PLAYER-SCORE.
           PERFORM UPDATE-ACHIEVEMENTS.
           PERFORM SAVE-SEASON-SCORE.
           PERFORM WRITE-POINTS-LEDGER.

      *Elo-style rating: each side's expected score is
      *1 / (1 + 10 ** ((opponent's rating - own rating) / 400)),
      *and the rating moves by 32 times the actual score (1 for a
      *win, 0.5 for a draw, 0 for a loss) less the expected. What
      *one side gains the other loses, except that no rating is
      *let fall below 100. A player's first challenge starts them
      *at 1200. Opened per challenge, the way PLAYERMNT opens the
      *merge cross-reference - most sessions never play one.
       UPDATE-CHALLENGE-RATINGS.
           OPEN I-O PLAYER-RATING.
           IF WS-PR-STATUS = "35"
               OPEN OUTPUT PLAYER-RATING
               CLOSE PLAYER-RATING
               OPEN I-O PLAYER-RATING
           END-IF.
           IF WS-PR-STATUS = "00"
               PERFORM FETCH-PLAYER-RATING
                   VARYING WS-CHAL-SUB FROM 1 BY 1
                   UNTIL WS-CHAL-SUB > 2
               PERFORM COMPUTE-RATING-CHANGE
               PERFORM POST-PLAYER-RATING
                   VARYING WS-CHAL-SUB FROM 1 BY 1
                   UNTIL WS-CHAL-SUB > 2
               CLOSE PLAYER-RATING
           ELSE
               DISPLAY "Warning: ratings not updated, status "
                   WS-PR-STATUS
               MOVE 0 TO WS-CHAL-BEFORE(1)
               MOVE 0 TO WS-CHAL-AFTER(1)
               MOVE 0 TO WS-CHAL-BEFORE(2)
               MOVE 0 TO WS-CHAL-AFTER(2)
           END-IF.

       FETCH-PLAYER-RATING.
           MOVE WS-CHAL-ID(WS-CHAL-SUB) TO PR-PLAYER-ID.
           READ PLAYER-RATING
               INVALID KEY
                   MOVE "N" TO WS-CHAL-RATING-FOUND(WS-CHAL-SUB)
                   MOVE WS-RATING-START TO WS-CHAL-BEFORE(WS-CHAL-SUB)
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHAL-RATING-FOUND(WS-CHAL-SUB)
                   MOVE PR-RATING TO WS-CHAL-BEFORE(WS-CHAL-SUB)
           END-READ.

       COMPUTE-RATING-CHANGE.
           COMPUTE WS-CHAL-EXPECTED ROUNDED =
               1 / (1 + 10 ** ((WS-CHAL-BEFORE(2)
                   - WS-CHAL-BEFORE(1)) / 400)).
           IF WS-CHAL-WINNER = 1
               MOVE 1 TO WS-CHAL-SCORE
           ELSE
               IF WS-CHAL-WINNER = 2
                   MOVE 0 TO WS-CHAL-SCORE
               ELSE
                   MOVE 0.5 TO WS-CHAL-SCORE
               END-IF
           END-IF.
           COMPUTE WS-RATING-CHANGE ROUNDED =
               WS-RATING-K * (WS-CHAL-SCORE - WS-CHAL-EXPECTED).
           COMPUTE WS-NEW-RATING = WS-CHAL-BEFORE(1) + WS-RATING-CHANGE.
           IF WS-NEW-RATING < WS-RATING-FLOOR
               MOVE WS-RATING-FLOOR TO WS-NEW-RATING
           END-IF.
           MOVE WS-NEW-RATING TO WS-CHAL-AFTER(1).
           COMPUTE WS-NEW-RATING = WS-CHAL-BEFORE(2) - WS-RATING-CHANGE.
           IF WS-NEW-RATING < WS-RATING-FLOOR
               MOVE WS-RATING-FLOOR TO WS-NEW-RATING
           END-IF.
           MOVE WS-NEW-RATING TO WS-CHAL-AFTER(2).

       POST-PLAYER-RATING.
           MOVE WS-CHAL-ID(WS-CHAL-SUB) TO PR-PLAYER-ID.
           IF WS-CHAL-RATING-FOUND(WS-CHAL-SUB) = "Y"
               READ PLAYER-RATING
                   INVALID KEY
                       MOVE "N" TO WS-CHAL-RATING-FOUND(WS-CHAL-SUB)
               END-READ
           END-IF.
           IF WS-CHAL-RATING-FOUND(WS-CHAL-SUB) = "N"
               MOVE WS-CHAL-ID(WS-CHAL-SUB) TO PR-PLAYER-ID
               MOVE 0 TO PR-PLAYED
               MOVE 0 TO PR-WON
               MOVE 0 TO PR-LOST
               MOVE 0 TO PR-DRAWN
               MOVE WS-RATING-START TO PR-BASE-RATING
               MOVE 0 TO PR-BASE-PLAYED
               MOVE SPACES TO PR-BASE-DATE
           END-IF.
           MOVE WS-CHAL-AFTER(WS-CHAL-SUB) TO PR-RATING.
           ADD 1 TO PR-PLAYED.
           IF WS-CHAL-WINNER = 0
               ADD 1 TO PR-DRAWN
           ELSE
               IF WS-CHAL-WINNER = WS-CHAL-SUB
                   ADD 1 TO PR-WON
               ELSE
                   ADD 1 TO PR-LOST
               END-IF
           END-IF.
           MOVE SPACES TO PR-LAST-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO PR-LAST-DATE.
           IF WS-CHAL-RATING-FOUND(WS-CHAL-SUB) = "Y"
               REWRITE PR-RECORD
           ELSE
               WRITE PR-RECORD
           END-IF.
           MOVE WS-CHAL-AFTER(WS-CHAL-SUB) TO WS-RATING-DISP.
           COMPUTE WS-NEW-RATING = WS-CHAL-AFTER(WS-CHAL-SUB)
               - WS-CHAL-BEFORE(WS-CHAL-SUB).
           MOVE WS-NEW-RATING TO WS-CHANGE-DISP.
           DISPLAY "Rating for " FUNCTION TRIM(PR-PLAYER-ID) ": "
               FUNCTION TRIM(WS-RATING-DISP) " ("
               FUNCTION TRIM(WS-CHANGE-DISP) ")".

      *Opened per challenge for the same reason as the ratings.
       WRITE-CHALLENGE-LOG.
           OPEN EXTEND CHALLENGE-LOG.
           IF WS-CHLOG-STATUS = "35"
               OPEN OUTPUT CHALLENGE-LOG
           END-IF.
           IF WS-CHLOG-STATUS = "00"
               MOVE SPACES TO WS-CHALLENGE-LINE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-CH-DATE
               STRING FUNCTION CURRENT-DATE(9:2) ":"
                      FUNCTION CURRENT-DATE(11:2) ":"
                      FUNCTION CURRENT-DATE(13:2)
                      DELIMITED BY SIZE INTO WS-CH-TIME
               MOVE WS-CHAL-ID(1) TO WS-CH-FIRST-ID
               MOVE WS-CHAL-ID(2) TO WS-CH-SECOND-ID
               IF WS-CHAL-WINNER = 0
                   MOVE "DRAW" TO WS-CH-WINNER
               ELSE
                   MOVE WS-CHAL-ID(WS-CHAL-WINNER) TO WS-CH-WINNER
               END-IF
               MOVE WS-CHAL-GUESSES(1) TO WS-CH-FIRST-GUESSES
               MOVE WS-CHAL-GUESSES(2) TO WS-CH-SECOND-GUESSES
               MOVE WS-RANGE-MAX TO WS-CH-RANGE-MAX
               MOVE WS-MAX-GUESSES TO WS-CH-MAX-GUESSES
               MOVE WS-CHAL-BEFORE(1) TO WS-CH-FIRST-BEFORE
               MOVE WS-CHAL-AFTER(1) TO WS-CH-FIRST-AFTER
               MOVE WS-CHAL-BEFORE(2) TO WS-CH-SECOND-BEFORE
               MOVE WS-CHAL-AFTER(2) TO WS-CH-SECOND-AFTER
               WRITE CHLOG-RECORD FROM WS-CHALLENGE-LINE
               CLOSE CHALLENGE-LOG
           ELSE
               DISPLAY "Warning: challenge not logged, status "
                   WS-CHLOG-STATUS
           END-IF.

       GET-VALID-GUESS.
           MOVE "N" TO WS-VALID-GUESS.
           MOVE WS-RANGE-MAX TO WS-RANGE-MAX-DISP.
           MOVE WS-USER-GUESS TO WS-AUDIT-LN-GUESS.
           MOVE WS-AUDIT-RESULT TO WS-AUDIT-LN-RESULT.
           MOVE WS-NUMBER-GUESSES TO WS-AUDIT-LN-COUNT.
           MOVE WS-RANGE-MAX TO WS-AUDIT-LN-RANGE-MAX.
           MOVE WS-MAX-GUESSES TO WS-AUDIT-LN-MAX-GUESSES.
      *The first guess after a resume carries the resume mark; a
      *hint taken first does not use it up, since the mark is
      *about what the player guessed straight after the restart.
           MOVE SPACE TO WS-AUDIT-LN-RESUMED.
           IF WS-RESUME-MARK = "Y"
               MOVE "R" TO WS-AUDIT-LN-RESUMED
               IF WS-AUDIT-RESULT NOT = "HINT"
                   MOVE "N" TO WS-RESUME-MARK
               END-IF
           END-IF.
           MOVE WS-ROUND-MODE TO WS-AUDIT-LN-MODE.
           MOVE SPACES TO WS-AUDIT-LN-TOURNEY.
           IF WS-TOURNEY-MODE = "Y"
               MOVE WS-TOURNEY-ID TO WS-AUDIT-LN-TOURNEY
           END-IF.
           IF WS-SPILL-MODE = "Y"
               WRITE ASPL-RECORD FROM WS-AUDIT-LINE
           ELSE
               DISPLAY "*** New badge: 5 wins in a row! ***"
           END-IF.

      *The season's own counters, kept the same way as the
      *lifetime ones in SAVE-PLAYER-SCORE. Runs after
      *UPDATE-ACHIEVEMENTS: the season close clears every current
      *streak, so AC-CURRENT-STREAK only counts wins inside the
      *season and its high point is the season's longest run.
       SAVE-SEASON-SCORE.
           MOVE WS-PLAYER-ID TO SN-PLAYER-ID.
           READ SEASON-SCORES
               INVALID KEY
                   MOVE 1 TO SN-GAMES-PLAYED
                   MOVE 0 TO SN-GAMES-WON
                   MOVE 0 TO SN-BEST-GUESSES
                   MOVE 0 TO SN-TOTAL-GUESSES
                   MOVE 0 TO SN-BEST-STREAK
                   PERFORM ADD-SEASON-WIN
                   WRITE SN-RECORD
               NOT INVALID KEY
                   ADD 1 TO SN-GAMES-PLAYED
                   PERFORM ADD-SEASON-WIN
                   REWRITE SN-RECORD
           END-READ.
           IF WS-SN-STATUS NOT = "00"
               DISPLAY "Warning: season score not saved, "
                   "status " WS-SN-STATUS
           END-IF.

       ADD-SEASON-WIN.
           IF WS-GAME-WON = "Y"
               ADD 1 TO SN-GAMES-WON
               ADD WS-NUMBER-GUESSES TO SN-TOTAL-GUESSES
               IF SN-BEST-GUESSES = 0 OR
                  WS-NUMBER-GUESSES < SN-BEST-GUESSES
                   MOVE WS-NUMBER-GUESSES TO SN-BEST-GUESSES
               END-IF
               IF AC-CURRENT-STREAK > SN-BEST-STREAK
                   MOVE AC-CURRENT-STREAK TO SN-BEST-STREAK
               END-IF
           END-IF.

      *Script mode leaves the checkpoint file alone - an unattended
      *smoke run must not wipe a human player's saved round.
       QUIT-GAME.
        END-IF.
        PERFORM SAVE-PLAYER-SCORE.
        PERFORM UPDATE-ACHIEVEMENTS.
        PERFORM SAVE-SEASON-SCORE.
        IF WS-TOURNEY-MODE = "Y"
            PERFORM WRITE-TOURNEY-RESULT
        END-IF.
        PERFORM WRITE-POINTS-LEDGER.
        IF WS-ROUND-MODE = "D"
            PERFORM RECORD-DAILY-RESULT
        END-IF.
        IF WS-SCRIPT-MODE = "Y"
            IF WS-GAME-WON = "Y"
                MOVE "ROUND : WON" TO WS-RESULT-LINE
            END-IF
            PERFORM WRITE-RESULT-LINE
        END-IF.
        PERFORM ASK-PLAY-AGAIN.

       ASK-PLAY-AGAIN.
        DISPLAY "Do you want to play again? "
          IF WS-SCRIPT-MODE = "Y"
              MOVE "PROMPT: PLAY AGAIN" TO WS-RESULT-LINE
              CLOSE POINTS-LEDGER
              CLOSE SCORE-JOURNAL
              CLOSE ACHIEVEMENTS
              CLOSE SEASON-SCORES
              IF WS-PM-AVAILABLE = "Y"
                  CLOSE PLAYER-MASTER
              END-IF
