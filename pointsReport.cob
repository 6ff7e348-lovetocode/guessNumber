      *alongside. PTSPARMS names the month to report (YYYY-MM in
      *cols 1-7); no parm file, or a blank card, means the month
      *in progress, so the first-of-the-month run covers the
      *month just closed by carding it. A player the weekly play
      *screening has on REVIEW-HOLD still ranks, marked "UNDER
      *REVIEW" so the board isn't posted with a suspect on top
      *unannotated.

       ENVIRONMENT DIVISION.
      *-------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REVIEW-HOLD ASSIGN TO "REVIEWHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-PLAYER-ID
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
       FD  POINTS-REPORT.
       01  RPT-LINE PIC X(80).

       FD  REVIEW-HOLD.
           COPY RVWHOLD.

       WORKING-STORAGE SECTION.
       COPY PTSLED.

       01 WS-PTS-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-HOLDS-OPEN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-REPORT-MONTH PIC X(7) VALUE SPACES.
           05 WS-RPT-ROUNDS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-WINS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-REVIEW PIC X(12).
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-RPT-HEADING.
           05 FILLER PIC X(4) VALUE "RANK".
           05 FILLER PIC X(6) VALUE "ROUNDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  WINS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "REVIEW".
           05 FILLER PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE POINTS-LEDGER
           END-IF.
           PERFORM SORT-BY-POINTS.
           PERFORM OPEN-REVIEW-HOLDS.
           PERFORM WRITE-REPORT.
           CLOSE POINTS-REPORT.
           IF WS-HOLDS-OPEN = "Y"
               CLOSE REVIEW-HOLD
           END-IF.
           STOP RUN.

       READ-POINTS-PARMS.
           OPEN INPUT POINTS-LEDGER.
           OPEN OUTPUT POINTS-REPORT.

      *No hold file yet (the screening has never run) simply means
      *nobody is under review.
       OPEN-REVIEW-HOLDS.
           OPEN INPUT REVIEW-HOLD.
           IF WS-RH-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN
           END-IF.

       TALLY-LEDGER-LINE.
           READ POINTS-LEDGER
               AT END
           MOVE WS-TBL-POINTS(WS-RANK) TO WS-RPT-POINTS.
           MOVE WS-TBL-ROUNDS(WS-RANK) TO WS-RPT-ROUNDS.
           MOVE WS-TBL-WINS(WS-RANK) TO WS-RPT-WINS.
           MOVE SPACES TO WS-RPT-REVIEW.
           IF WS-HOLDS-OPEN = "Y"
               MOVE WS-TBL-PLAYER-ID(WS-RANK) TO RH-PLAYER-ID
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
