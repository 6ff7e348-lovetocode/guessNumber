      *and ranks them by most wins, fewest guesses on those wins
      *breaking ties. TOURNEY-DEF is read only to put the
      *tournament's name on the heading when it still describes
      *the requested ID. An entrant the weekly play screening has
      *on REVIEW-HOLD is marked "UNDER REVIEW" on the standings.

       ENVIRONMENT DIVISION.
      *-------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REVIEW-HOLD ASSIGN TO "REVIEWHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-PLAYER-ID
               FILE STATUS IS WS-RH-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       FD  STANDINGS-REPORT.
       01  RPT-LINE PIC X(80).

       FD  REVIEW-HOLD.
           COPY RVWHOLD.

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-HOLDS-OPEN PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(10).
       01 WS-EOF PIC X VALUE "N".
       01 WS-TOURNEY-ID PIC X(8) VALUE SPACES.
           05 WS-RPT-WINS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-GUESSES PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-REVIEW PIC X(12).
           05 FILLER PIC X(25) VALUE SPACES.

       01 WS-RPT-HEADING.
           05 FILLER PIC X(4) VALUE "RANK".
           05 FILLER PIC X(6) VALUE "  WINS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "WIN GSS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "REVIEW".
           05 FILLER PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE TOURNEY-LOG
           END-IF.
           PERFORM SORT-STANDINGS.
           PERFORM OPEN-REVIEW-HOLDS.
           PERFORM WRITE-STANDINGS.
           CLOSE STANDINGS-REPORT.
           IF WS-HOLDS-OPEN = "Y"
               CLOSE REVIEW-HOLD
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

           OPEN INPUT TOURNEY-LOG.
           OPEN OUTPUT STANDINGS-REPORT.

      *No hold file yet (the screening has never run) simply means
      *nobody is under review.
       OPEN-REVIEW-HOLDS.
           OPEN INPUT REVIEW-HOLD.
           IF WS-RH-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN
           END-IF.

       TALLY-TOURNEY-LINE.
           READ TOURNEY-LOG
               AT END
           MOVE WS-ENT-ROUNDS(WS-RANK) TO WS-RPT-ROUNDS.
           MOVE WS-ENT-WINS(WS-RANK) TO WS-RPT-WINS.
           MOVE WS-ENT-WIN-GUESSES(WS-RANK) TO WS-RPT-GUESSES.
           MOVE SPACES TO WS-RPT-REVIEW.
           IF WS-HOLDS-OPEN = "Y"
               MOVE WS-ENT-PLAYER-ID(WS-RANK) TO RH-PLAYER-ID
               READ REVIEW-HOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RH-STATUS = "H"
                           MOVE "UNDER REVIEW" TO WS-RPT-REVIEW
                       END-IF
               END-READ
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.
