       IDENTIFICATION DIVISION.
       PROGRAM-ID. LADDRRPT.
       AUTHOR "Daniel Thornton".
      *Weekly ratings ladder over PLAYER-RATING, the file the game's
      *head-to-head challenges keep. Every player who has played a
      *challenge is listed highest rating first (equal ratings: more
      *challenges played first) with their record and how far the
      *rating and the challenge count have moved since the last
      *ladder. "Since the last ladder" is the PR-BASE- fields: once
      *the report is written this program copies each player's
      *current rating and challenge count into them and stamps
      *PR-BASE-DATE, so next week's run measures from here. A player
      *whose base date is still blank has joined the ladder since
      *the last report and is marked NEW; their movement counts from
      *the 1200 every player starts at. Rerunning the job the same
      *day therefore shows no movement at all - the first run has
      *already rolled the base forward.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT PLAYER-RATING ASSIGN TO "PLAYERRATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-PR-STATUS.

           SELECT LADDER-REPORT ASSIGN TO "LADDERREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  PLAYER-RATING.
           COPY PLYRRTG.

       FD  LADDER-REPORT.
       01  RPT-LINE PIC X(80).

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.

       01 WS-PR-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(10).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-PLAYER-COUNT PIC 9(4) VALUE 0.
       01 WS-ROLLED-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).
       01 WS-SUB-2 PIC 9(4).
       01 WS-RANK PIC 9(4).
       01 WS-SWAPPED PIC X.
       01 WS-MOVE PIC S9(5).
       01 WS-SINCE PIC S9(5).

      *One entry per PR-RECORD; the base fields are carried so the
      *movement columns can be worked out after the sort.
       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-PLAYER-ID PIC X(10).
               10 WS-TBL-RATING PIC 9(4).
               10 WS-TBL-PLAYED PIC 9(5).
               10 WS-TBL-WON PIC 9(5).
               10 WS-TBL-LOST PIC 9(5).
               10 WS-TBL-DRAWN PIC 9(5).
               10 WS-TBL-BASE-RATING PIC 9(4).
               10 WS-TBL-BASE-PLAYED PIC 9(5).
               10 WS-TBL-BASE-DATE PIC X(10).
       01 WS-SAVE-ENTRY PIC X(53).

       01 WS-RPT-DETAIL.
           05 WS-RPT-RANK PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-RATING PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-MOVE PIC ++++9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-PLAYED PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-WON PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-LOST PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-DRAWN PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-SINCE PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RPT-NEW PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.

       01 WS-RPT-HEADING.
           05 FILLER PIC X(4) VALUE "RANK".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PLAYER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RATING".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE " MOVE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PLAYED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "   WON".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  LOST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE " DRAWN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE " SINCE".
           05 FILLER PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           OPEN INPUT PLAYER-RATING.
           IF WS-PR-STATUS = "00"
               PERFORM LOAD-PLAYER-TABLE UNTIL WS-EOF = "Y"
               CLOSE PLAYER-RATING
           ELSE
               IF WS-PR-STATUS NOT = "35"
                   DISPLAY "Error opening PLAYER-RATING, status "
                       WS-PR-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE "RC08" TO WS-END-STATUS
               END-IF
           END-IF.
           OPEN OUTPUT LADDER-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SORT-BY-RATING.
           PERFORM WRITE-LADDER-SECTION.
           CLOSE LADDER-REPORT.
           IF WS-PLAYER-COUNT > 0
               PERFORM ROLL-BASE-FORWARD
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

      *The ladder reads only PLAYER-RATING, which the game keeps
      *current as each challenge ends, so it has no prerequisite in
      *the chain; the stamp is its entry in the run-control ledger.
       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "LADDRRPT" TO WS-RC-PROGRAM.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.

       LOAD-PLAYER-TABLE.
           READ PLAYER-RATING NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-PLAYER-COUNT = 500
                       MOVE "Y" TO WS-TABLE-FULL
                   ELSE
                       ADD 1 TO WS-PLAYER-COUNT
                       MOVE PR-PLAYER-ID TO
                           WS-TBL-PLAYER-ID(WS-PLAYER-COUNT)
                       MOVE PR-RATING TO
                           WS-TBL-RATING(WS-PLAYER-COUNT)
                       MOVE PR-PLAYED TO
                           WS-TBL-PLAYED(WS-PLAYER-COUNT)
                       MOVE PR-WON TO WS-TBL-WON(WS-PLAYER-COUNT)
                       MOVE PR-LOST TO WS-TBL-LOST(WS-PLAYER-COUNT)
                       MOVE PR-DRAWN TO
                           WS-TBL-DRAWN(WS-PLAYER-COUNT)
                       MOVE PR-BASE-RATING TO
                           WS-TBL-BASE-RATING(WS-PLAYER-COUNT)
                       MOVE PR-BASE-PLAYED TO
                           WS-TBL-BASE-PLAYED(WS-PLAYER-COUNT)
                       MOVE PR-BASE-DATE TO
                           WS-TBL-BASE-DATE(WS-PLAYER-COUNT)
                   END-IF
           END-READ.

      *Highest rating first; simple exchange sort, same as the
      *other report programs' tables.
       SORT-BY-RATING.
           IF WS-PLAYER-COUNT > 1
               MOVE "Y" TO WS-SWAPPED
               PERFORM RATING-SORT-PASS UNTIL WS-SWAPPED = "N"
           END-IF.

       RATING-SORT-PASS.
           MOVE "N" TO WS-SWAPPED.
           PERFORM RATING-SORT-COMPARE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-PLAYER-COUNT.

       RATING-SORT-COMPARE.
           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-TBL-RATING(WS-SUB-2) > WS-TBL-RATING(WS-SUB)
              OR (WS-TBL-RATING(WS-SUB-2) = WS-TBL-RATING(WS-SUB)
                  AND WS-TBL-PLAYED(WS-SUB-2) >
                      WS-TBL-PLAYED(WS-SUB))
               MOVE WS-PLAYER-ENTRY(WS-SUB) TO WS-SAVE-ENTRY
               MOVE WS-PLAYER-ENTRY(WS-SUB-2)
                   TO WS-PLAYER-ENTRY(WS-SUB)
               MOVE WS-SAVE-ENTRY TO WS-PLAYER-ENTRY(WS-SUB-2)
               MOVE "Y" TO WS-SWAPPED
           END-IF.

      *MOVE SPACES before the STRING so the untouched tail of the
      *record never carries low-value bytes into the LINE SEQUENTIAL
      *file.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "guessNumber Challenge Ratings Ladder - " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "MOVE and SINCE are rating points and challenges "
               TO RPT-LINE.
           MOVE "since the last ladder" TO RPT-LINE(49:21).
           WRITE RPT-LINE.
           IF WS-TABLE-FULL = "Y"
               MOVE "** Ladder truncated at 500 players **" TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "Warning: ladder table full at 500 "
                   "players; report is truncated"
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-LADDER-SECTION.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           IF WS-PLAYER-COUNT = 0
               MOVE "  (no challenges played yet)" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM WRITE-LADDER-LINE
                   VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-PLAYER-COUNT
           END-IF.

       WRITE-LADDER-LINE.
           MOVE WS-RANK TO WS-RPT-RANK.
           MOVE WS-TBL-PLAYER-ID(WS-RANK) TO WS-RPT-PLAYER-ID.
           MOVE WS-TBL-RATING(WS-RANK) TO WS-RPT-RATING.
           COMPUTE WS-MOVE = WS-TBL-RATING(WS-RANK)
               - WS-TBL-BASE-RATING(WS-RANK).
           MOVE WS-MOVE TO WS-RPT-MOVE.
           MOVE WS-TBL-PLAYED(WS-RANK) TO WS-RPT-PLAYED.
           MOVE WS-TBL-WON(WS-RANK) TO WS-RPT-WON.
           MOVE WS-TBL-LOST(WS-RANK) TO WS-RPT-LOST.
           MOVE WS-TBL-DRAWN(WS-RANK) TO WS-RPT-DRAWN.
           COMPUTE WS-SINCE = WS-TBL-PLAYED(WS-RANK)
               - WS-TBL-BASE-PLAYED(WS-RANK).
           MOVE WS-SINCE TO WS-RPT-SINCE.
           IF WS-TBL-BASE-DATE(WS-RANK) = SPACES
               MOVE "NEW" TO WS-RPT-NEW
           ELSE
               MOVE SPACES TO WS-RPT-NEW
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

      *Only the players listed are rolled forward, so one left off
      *a truncated ladder keeps measuring from their older base.
      *A challenge finishing between the report and the roll would
      *have its movement absorbed; the job runs in the quiet hours
      *for that reason.
       ROLL-BASE-FORWARD.
           OPEN I-O PLAYER-RATING.
           IF WS-PR-STATUS = "00"
               PERFORM ROLL-ONE-PLAYER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PLAYER-COUNT
               CLOSE PLAYER-RATING
               DISPLAY "Ladder bases rolled forward for "
                   WS-ROLLED-COUNT " players"
           ELSE
               DISPLAY "Error reopening PLAYER-RATING, status "
                   WS-PR-STATUS "; bases not rolled forward"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.

       ROLL-ONE-PLAYER.
           MOVE WS-TBL-PLAYER-ID(WS-SUB) TO PR-PLAYER-ID.
           READ PLAYER-RATING
               INVALID KEY
                   DISPLAY "Warning: " PR-PLAYER-ID
                       " no longer on PLAYER-RATING"
               NOT INVALID KEY
                   MOVE PR-RATING TO PR-BASE-RATING
                   MOVE PR-PLAYED TO PR-BASE-PLAYED
                   MOVE WS-RUN-DATE TO PR-BASE-DATE
                   REWRITE PR-RECORD
                   IF WS-PR-STATUS = "00"
                       ADD 1 TO WS-ROLLED-COUNT
                   ELSE
                       DISPLAY "Error rolling base forward for "
                           PR-PLAYER-ID ", status " WS-PR-STATUS
                       MOVE 8 TO RETURN-CODE
                       MOVE "RC08" TO WS-END-STATUS
                   END-IF
           END-READ.
