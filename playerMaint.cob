      *Console maintenance for PLAYER-MASTER, run at the desk:
      *  R - register a new player (or reactivate a returning one)
      *  D - deactivate a departed player
      *  M - merge a misspelled ID's PLAYER-SCORES and
      *      SEASON-SCORES counters into the correct ID and retire
      *      the bad one
      *  C - clear a review hold the weekly play screening put on
      *      a player, once the desk has looked into it
      *  T - top up a registered player's prepaid credits
      *  F - refund unused credits (paid back over the desk)
      *  X - exit
      *IDs are folded to upper case on entry, the same as the game
      *does at sign-on, so the master never grows case variants.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REVIEW-HOLD ASSIGN TO "REVIEWHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-PLAYER-ID
               FILE STATUS IS WS-RH-STATUS.

           SELECT PLAYER-CREDITS ASSIGN TO "PLAYERCREDITS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS WS-CR-STATUS.

           SELECT CREDIT-LEDGER ASSIGN TO "CREDITLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRL-STATUS.

           SELECT SEASON-SCORES ASSIGN TO "SEASONSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-PLAYER-ID
               FILE STATUS IS WS-SN-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
       FD  SCORE-JOURNAL.
       01  JRNL-RECORD PIC X(95).

       FD  REVIEW-HOLD.
           COPY RVWHOLD.

       FD  PLAYER-CREDITS.
           COPY PLYRCRD.

       FD  CREDIT-LEDGER.
       01  CRL-RECORD PIC X(55).

       FD  SEASON-SCORES.
           COPY SEASSCR.

       WORKING-STORAGE SECTION.
       COPY MRGXREF.
       COPY SCRJRNL.
       COPY CRDLEDG.

       01 WS-PM-STATUS PIC XX.
       01 WS-PS-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-CRL-STATUS PIC XX.
       01 WS-SN-STATUS PIC XX.
       01 WS-JRNL-ACTION PIC X(3).
       01 WS-PS-BEFORE PIC X(30).
       01 WS-PS-AFTER PIC X(30).
       01 WS-TO-ID PIC X(10).
       01 WS-FROM-FOUND PIC X.
       01 WS-TO-FOUND PIC X.
       01 WS-NUM-INPUT PIC X(6).
       01 WS-NUM-INPUT-J PIC X(6) JUSTIFIED RIGHT.
       01 WS-NUM-OK PIC X.
       01 WS-NUM-VALUE PIC 9(6).
       01 WS-CREDIT-AMOUNT PIC 9(5).
       01 WS-CREDIT-TYPE PIC X(3).
       01 WS-CREDIT-DONE PIC X.
       01 WS-BALANCE-DISP PIC ZZ,ZZ9.

      *Counters of the misspelled ID's PS-RECORD, held while its
      *record is read so the target record can be read into the
           05 WS-FROM-BEST-GUESSES PIC 999.
           05 WS-FROM-TOTAL-GUESSES PIC 9(7).

      *The misspelled ID's season counters, held the same way.
       01 WS-FROM-SEASON.
           05 WS-FROM-SN-PLAYED PIC 9(5).
           05 WS-FROM-SN-WON PIC 9(5).
           05 WS-FROM-SN-BEST PIC 999.
           05 WS-FROM-SN-GUESSES PIC 9(7).
           05 WS-FROM-SN-STREAK PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-FILES.
           DISPLAY "  R - register / reactivate a player".
           DISPLAY "  D - deactivate a player".
           DISPLAY "  M - merge a misspelled ID into another".
           DISPLAY "  C - clear a review hold".
           DISPLAY "  T - top up credits".
           DISPLAY "  F - refund credits".
           DISPLAY "  X - exit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.
                   IF WS-CHOICE = "M"
                       PERFORM MERGE-PLAYER
                   ELSE
                       IF WS-CHOICE = "C"
                           PERFORM CLEAR-REVIEW-HOLD
                       ELSE
                           IF WS-CHOICE = "T"
                               PERFORM TOP-UP-CREDITS
                           ELSE
                               IF WS-CHOICE = "F"
                                   PERFORM REFUND-CREDITS
                               ELSE
                                   PERFORM CHECK-EXIT-CHOICE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-EXIT-CHOICE.
           IF WS-CHOICE = "X"
               MOVE 0 TO WS-RUN
           ELSE
               DISPLAY "Please choose R, D, M, C, T, F or X"
           END-IF.

       PROMPT-FOR-ID.
           DISPLAY "Player ID: ".
           ACCEPT WS-ENTERED-ID.
           MOVE FUNCTION UPPER-CASE(WS-ENTERED-ID) TO WS-ENTERED-ID.

      *IDs beginning "ERASED" are kept for the erasure job's
      *tokens, so a new player can never take one over.
       REGISTER-PLAYER.
           PERFORM PROMPT-FOR-ID.
           IF WS-ENTERED-ID = SPACES
               DISPLAY "A blank ID cannot be registered"
           ELSE
               IF WS-ENTERED-ID(1:6) = "ERASED"
                   DISPLAY "IDs beginning ERASED are reserved"
               ELSE
                   PERFORM REGISTER-NEW-ID
               END-IF
           END-IF.

       REGISTER-NEW-ID.
           MOVE WS-ENTERED-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER
               INVALID KEY
                   PERFORM ADD-MASTER-RECORD
               NOT INVALID KEY
                   PERFORM REACTIVATE-PLAYER
           END-READ.

       ADD-MASTER-RECORD.
           DISPLAY "Display name: ".
           ACCEPT WS-ENTERED-NAME.
                   REWRITE PM-RECORD
           END-READ.
           PERFORM RECORD-MERGE-XREF.
           PERFORM MERGE-SEASON-SCORE.
           DISPLAY "Merged " WS-FROM-ID " into " WS-TO-ID.

      *The audit trail keeps its WON/LOST rows under the old ID
                   "written, status " WS-MX-STATUS
           END-IF.

      *The season's counters follow the lifetime ones, so the
      *season close finds the misspelled ID's rounds under the
      *survivor. The two runs of wins were separate, so the longer
      *of the two stands as the season's best streak. Opened per
      *use like the merge cross-reference; an ID with no season
      *record has nothing to move.
       MERGE-SEASON-SCORE.
           OPEN I-O SEASON-SCORES.
           IF WS-SN-STATUS = "00"
               MOVE WS-FROM-ID TO SN-PLAYER-ID
               READ SEASON-SCORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SN-GAMES-PLAYED TO WS-FROM-SN-PLAYED
                       MOVE SN-GAMES-WON TO WS-FROM-SN-WON
                       MOVE SN-BEST-GUESSES TO WS-FROM-SN-BEST
                       MOVE SN-TOTAL-GUESSES TO WS-FROM-SN-GUESSES
                       MOVE SN-BEST-STREAK TO WS-FROM-SN-STREAK
                       DELETE SEASON-SCORES RECORD
                       IF WS-SN-STATUS = "00"
                           PERFORM APPLY-SEASON-MERGE
                       ELSE
                           DISPLAY "Warning: season counters not "
                               "moved, status " WS-SN-STATUS
                       END-IF
               END-READ
               CLOSE SEASON-SCORES
           END-IF.

       APPLY-SEASON-MERGE.
           MOVE WS-TO-ID TO SN-PLAYER-ID.
           READ SEASON-SCORES
               INVALID KEY
                   MOVE WS-FROM-SN-PLAYED TO SN-GAMES-PLAYED
                   MOVE WS-FROM-SN-WON TO SN-GAMES-WON
                   MOVE WS-FROM-SN-BEST TO SN-BEST-GUESSES
                   MOVE WS-FROM-SN-GUESSES TO SN-TOTAL-GUESSES
                   MOVE WS-FROM-SN-STREAK TO SN-BEST-STREAK
                   WRITE SN-RECORD
               NOT INVALID KEY
                   ADD WS-FROM-SN-PLAYED TO SN-GAMES-PLAYED
                   ADD WS-FROM-SN-WON TO SN-GAMES-WON
                   ADD WS-FROM-SN-GUESSES TO SN-TOTAL-GUESSES
                   IF WS-FROM-SN-BEST > 0 AND
                      (SN-BEST-GUESSES = 0 OR
                       WS-FROM-SN-BEST < SN-BEST-GUESSES)
                       MOVE WS-FROM-SN-BEST TO SN-BEST-GUESSES
                   END-IF
                   IF WS-FROM-SN-STREAK > SN-BEST-STREAK
                       MOVE WS-FROM-SN-STREAK TO SN-BEST-STREAK
                   END-IF
                   REWRITE SN-RECORD
           END-READ.
           IF WS-SN-STATUS NOT = "00"
               DISPLAY "Warning: season counters not merged, "
                   "status " WS-SN-STATUS
           END-IF.

      *The hold stays on file marked cleared, with the date, so
      *the screening only holds the player again for a suspicious
      *round played after today. Opened per use like the merge
      *cross-reference; most sessions never touch it.
       CLEAR-REVIEW-HOLD.
           PERFORM PROMPT-FOR-ID.
           OPEN I-O REVIEW-HOLD.
           IF WS-RH-STATUS = "00"
               MOVE WS-ENTERED-ID TO RH-PLAYER-ID
               READ REVIEW-HOLD
                   INVALID KEY
                       DISPLAY WS-ENTERED-ID " is not under review"
                   NOT INVALID KEY
                       PERFORM MARK-HOLD-CLEARED
               END-READ
               CLOSE REVIEW-HOLD
           ELSE
               DISPLAY "No review holds on file, status "
                   WS-RH-STATUS
           END-IF.

       MARK-HOLD-CLEARED.
           IF RH-STATUS = "C"
               DISPLAY WS-ENTERED-ID " was already cleared on "
                   RH-CLEAR-DATE
           ELSE
               MOVE "C" TO RH-STATUS
               MOVE SPACES TO RH-CLEAR-DATE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO RH-CLEAR-DATE
               REWRITE RH-RECORD
               IF WS-RH-STATUS = "00"
                   DISPLAY "Review hold cleared for " WS-ENTERED-ID
               ELSE
                   DISPLAY "Clear failed, status " WS-RH-STATUS
               END-IF
           END-IF.

      *Credits are sold only to a registered, active player - the
      *game would never let anyone else spend them. The record is
      *added on the first top-up. Opened per use like the review
      *holds, since the game charges rounds from the same file.
       TOP-UP-CREDITS.
           PERFORM PROMPT-FOR-ID.
           MOVE WS-ENTERED-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER
               INVALID KEY
                   DISPLAY "No such player " WS-ENTERED-ID
               NOT INVALID KEY
                   IF PM-ACTIVE-FLAG = "A"
                       PERFORM ACCEPT-TOP-UP
                   ELSE
                       DISPLAY WS-ENTERED-ID " is inactive; "
                           "reactivate before topping up"
                   END-IF
           END-READ.

       ACCEPT-TOP-UP.
           DISPLAY "Credits bought (1-99999): ".
           PERFORM ACCEPT-NUMERIC.
           IF WS-NUM-OK = "Y"
               IF WS-NUM-VALUE = 0 OR WS-NUM-VALUE > 99999
                   DISPLAY "Top-up must be 1-99999 credits; "
                       "nothing changed"
               ELSE
                   MOVE WS-NUM-VALUE TO WS-CREDIT-AMOUNT
                   PERFORM APPLY-TOP-UP
               END-IF
           END-IF.

       APPLY-TOP-UP.
           OPEN I-O PLAYER-CREDITS.
           IF WS-CR-STATUS = "35"
               OPEN OUTPUT PLAYER-CREDITS
               CLOSE PLAYER-CREDITS
               OPEN I-O PLAYER-CREDITS
           END-IF.
           IF WS-CR-STATUS = "00"
               MOVE "N" TO WS-CREDIT-DONE
               MOVE WS-ENTERED-ID TO CR-PLAYER-ID
               READ PLAYER-CREDITS
                   INVALID KEY
                       MOVE WS-ENTERED-ID TO CR-PLAYER-ID
                       MOVE WS-CREDIT-AMOUNT TO CR-BALANCE
                       MOVE WS-CREDIT-AMOUNT TO CR-PURCHASED
                       MOVE 0 TO CR-CHARGED
                       PERFORM STAMP-CREDIT-DATE
                       WRITE CR-RECORD
                       PERFORM CHECK-CREDIT-UPDATE
                   NOT INVALID KEY
                       IF CR-BALANCE + WS-CREDIT-AMOUNT > 99999
                           DISPLAY "That would take the balance "
                               "over 99999; nothing changed"
                       ELSE
                           ADD WS-CREDIT-AMOUNT TO CR-BALANCE
                           ADD WS-CREDIT-AMOUNT TO CR-PURCHASED
                           PERFORM STAMP-CREDIT-DATE
                           REWRITE CR-RECORD
                           PERFORM CHECK-CREDIT-UPDATE
                       END-IF
               END-READ
               IF WS-CREDIT-DONE = "Y"
                   MOVE "TOP" TO WS-CREDIT-TYPE
                   PERFORM WRITE-CREDIT-LEDGER
                   MOVE CR-BALANCE TO WS-BALANCE-DISP
                   DISPLAY "Topped up " WS-ENTERED-ID "; balance "
                       FUNCTION TRIM(WS-BALANCE-DISP)
               END-IF
               CLOSE PLAYER-CREDITS
           ELSE
               DISPLAY "Player credits not available, status "
                   WS-CR-STATUS
           END-IF.

       CHECK-CREDIT-UPDATE.
           IF WS-CR-STATUS = "00"
               MOVE "Y" TO WS-CREDIT-DONE
           ELSE
               DISPLAY "Top-up failed, status " WS-CR-STATUS
           END-IF.

      *A refund pays unused credits back over the desk and takes
      *them off the balance. Inactive players can be refunded -
      *that is usually why they are at the desk.
       REFUND-CREDITS.
           PERFORM PROMPT-FOR-ID.
           OPEN I-O PLAYER-CREDITS.
           IF WS-CR-STATUS = "00"
               MOVE WS-ENTERED-ID TO CR-PLAYER-ID
               READ PLAYER-CREDITS
                   INVALID KEY
                       DISPLAY WS-ENTERED-ID " has never bought "
                           "credits"
                   NOT INVALID KEY
                       PERFORM ACCEPT-REFUND
               END-READ
               CLOSE PLAYER-CREDITS
           ELSE
               DISPLAY "No credits on file, status " WS-CR-STATUS
           END-IF.

       ACCEPT-REFUND.
           MOVE CR-BALANCE TO WS-BALANCE-DISP.
           DISPLAY WS-ENTERED-ID " has "
               FUNCTION TRIM(WS-BALANCE-DISP) " credits".
           IF CR-BALANCE = 0
               DISPLAY "Nothing to refund"
           ELSE
               DISPLAY "Credits refunded: "
               PERFORM ACCEPT-NUMERIC
               IF WS-NUM-OK = "Y"
                   IF WS-NUM-VALUE = 0 OR WS-NUM-VALUE > CR-BALANCE
                       DISPLAY "Refund must be 1 to the balance; "
                           "nothing changed"
                   ELSE
                       MOVE WS-NUM-VALUE TO WS-CREDIT-AMOUNT
                       SUBTRACT WS-CREDIT-AMOUNT FROM CR-BALANCE
                       PERFORM STAMP-CREDIT-DATE
                       REWRITE CR-RECORD
                       IF WS-CR-STATUS = "00"
                           MOVE "REF" TO WS-CREDIT-TYPE
                           PERFORM WRITE-CREDIT-LEDGER
                           MOVE CR-BALANCE TO WS-BALANCE-DISP
                           DISPLAY "Refunded " WS-ENTERED-ID
                               "; balance "
                               FUNCTION TRIM(WS-BALANCE-DISP)
                       ELSE
                           DISPLAY "Refund failed, status "
                               WS-CR-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STAMP-CREDIT-DATE.
           MOVE SPACES TO CR-LAST-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO CR-LAST-DATE.

      *Console numeric entry, folded the same way PARMMNT folds
      *it: trimmed, right-justified, leading spaces to zeros,
      *then the class test. Anything else is refused.
       ACCEPT-NUMERIC.
           MOVE "N" TO WS-NUM-OK.
           ACCEPT WS-NUM-INPUT.
           MOVE FUNCTION TRIM(WS-NUM-INPUT) TO WS-NUM-INPUT-J.
           INSPECT WS-NUM-INPUT-J REPLACING LEADING SPACE BY ZERO.
           IF WS-NUM-INPUT-J IS NUMERIC
               MOVE WS-NUM-INPUT-J TO WS-NUM-VALUE
               MOVE "Y" TO WS-NUM-OK
           ELSE
               DISPLAY "Not a number; nothing changed"
           END-IF.

      *Every movement the desk makes goes to the credit ledger
      *with the balance after it, alongside the game's debits;
      *the month-end billing is built from this file.
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
               MOVE WS-ENTERED-ID TO WS-CL-PLAYER
               MOVE WS-CREDIT-TYPE TO WS-CL-TYPE
               MOVE WS-CREDIT-AMOUNT TO WS-CL-AMOUNT
               MOVE CR-BALANCE TO WS-CL-BALANCE
               MOVE "DESK" TO WS-CL-REASON
               WRITE CRL-RECORD FROM WS-CREDIT-LINE
               CLOSE CREDIT-LEDGER
           ELSE
               DISPLAY "Warning: credit ledger not written, "
                   "status " WS-CRL-STATUS
           END-IF.

      *Opened per write like the merge cross-reference above;
      *maintenance sessions are short and the journal must land
      *on disk the moment the change does.
