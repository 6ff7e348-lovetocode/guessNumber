       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR "Daniel Thornton".
      *Nightly referential integrity sweep over the player-keyed
      *files. RECONRPT proves the audit trail and PLAYER-SCORES
      *agree on outcomes; nothing else proves the rest of the
      *files agree with PLAYER-MASTER and with each other. This
      *program walks ACHIEVEMENTS, PLAYER-SCORES, POINTS-LEDGER,
      *TOURNEY-LOG, REVIEW-HOLD, PLAYER-RATING, DAILY-CHALLENGE,
      *PLAYER-CREDITS, SEASON-SCORES and MERGE-XREF and sorts
      *every problem it finds into one of six categories:
      *  1 NO MASTER     - score, achievement, points, tournament,
      *                    review-hold, rating, daily-challenge,
      *                    credit or season data under an ID that
      *                    is not on PLAYER-MASTER;
      *  2 MERGED ID     - an ID merged away (a FROM ID in
      *                    MERGE-XREF) that is still active on the
      *                    master or still owns a score, season or
      *                    achievement record or a credit balance;
      *  3 BADGE COUNT   - AC-BADGE-COUNT differs from the number
      *                    of "Y" badge flags;
      *  4 TEN-WINS      - the TEN-WINS badge on a player whose
      *                    PS-GAMES-WON is under ten;
      *  5 BEST GUESSES  - PS-BEST-GUESSES set with no wins, or
      *                    above PS-TOTAL-GUESSES;
      *  6 NO ACHIEVE    - a PS-RECORD with no ACHIEVEMENTS record.
      *Ledger and tournament lines are history and stay under the
      *ID they were played as, so lines under a merged-away ID are
      *accounted for by the merge and are not reported; nor are
      *ledger, tournament and daily-challenge entries under an
      *erasure token, which have no master by design. The report
      *lists each category with its own heading and count, and the
      *program ends with RETURN-CODE 8 when anything is found, the
      *same way RECONRPT does, so damage shows up in the morning
      *job log before a player finds it. Nothing is changed.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT PLAYER-SCORES ASSIGN TO "PLAYERSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS WS-PS-STATUS.

           SELECT ACHIEVEMENTS ASSIGN TO "ACHIEVEMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-PLAYER-ID
               FILE STATUS IS WS-AC-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO "POINTSLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTS-STATUS.

           SELECT TOURNEY-LOG ASSIGN TO "TOURNEYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT REVIEW-HOLD ASSIGN TO "REVIEWHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-PLAYER-ID
               FILE STATUS IS WS-RH-STATUS.

           SELECT PLAYER-RATING ASSIGN TO "PLAYERRATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-PR-STATUS.

           SELECT DAILY-CHALLENGE ASSIGN TO "DAILYCHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DC-STATUS.

           SELECT PLAYER-CREDITS ASSIGN TO "PLAYERCREDITS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS WS-CR-STATUS.

           SELECT SEASON-SCORES ASSIGN TO "SEASONSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-PLAYER-ID
               FILE STATUS IS WS-SN-STATUS.

           SELECT MERGE-XREF ASSIGN TO "MERGEXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  PLAYER-MASTER.
           COPY PLYRMST.

       FD  PLAYER-SCORES.
           COPY PLYRSCR.

       FD  ACHIEVEMENTS.
           COPY ACHVMNT.

       FD  POINTS-LEDGER.
       01  PTS-RECORD PIC X(54).

       FD  TOURNEY-LOG.
       01  TOURNEY-RECORD PIC X(45).

       FD  REVIEW-HOLD.
           COPY RVWHOLD.

       FD  PLAYER-RATING.
           COPY PLYRRTG.

       FD  DAILY-CHALLENGE.
           COPY DLYCHAL.

       FD  PLAYER-CREDITS.
           COPY PLYRCRD.

       FD  SEASON-SCORES.
           COPY SEASSCR.

       FD  MERGE-XREF.
       01  XREF-RECORD PIC X(21).

       FD  INTEGRITY-REPORT.
       01  RPT-LINE PIC X(80).

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY PTSLED.
       COPY TRNYLIN.
       COPY MRGXREF.
       COPY RUNCTL.

       01 WS-PM-STATUS PIC XX.
       01 WS-PS-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-PTS-STATUS PIC XX.
       01 WS-TL-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-PR-STATUS PIC XX.
       01 WS-DC-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-SN-STATUS PIC XX.
       01 WS-MX-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(10).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-EOF PIC X.
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-AC-OPEN PIC X VALUE "N".
       01 WS-ON-MASTER PIC X.
       01 WS-MERGED-AWAY PIC X.
       01 WS-ERASED-ID PIC X.
       01 WS-MERGED-INTO PIC X(10).
       01 WS-PLAYER-FOUND PIC X.
       01 WS-LOOKUP-ID PIC X(10).
       01 WS-XREF-COUNT PIC 999 VALUE 0.
       01 WS-LOG-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
       01 WS-CATEGORY PIC 9.
       01 WS-CATEGORY-TOTAL PIC 9(4).
       01 WS-FLAG-COUNT PIC 99.
       01 WS-SUB PIC 9(4).
       01 WS-XSUB PIC 999.
       01 WS-ESUB PIC 9(4).
       01 WS-SCORES-READ PIC 9(7) VALUE 0.
       01 WS-ACHIEVE-READ PIC 9(7) VALUE 0.
       01 WS-POINTS-READ PIC 9(7) VALUE 0.
       01 WS-TOURNEY-READ PIC 9(7) VALUE 0.
       01 WS-HOLDS-READ PIC 9(7) VALUE 0.
       01 WS-RATINGS-READ PIC 9(7) VALUE 0.
       01 WS-DAILY-READ PIC 9(7) VALUE 0.
       01 WS-CREDITS-READ PIC 9(7) VALUE 0.
       01 WS-SEASON-READ PIC 9(7) VALUE 0.
       01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-SMALL PIC ZZ,ZZ9.
       01 WS-EXC-DETAIL PIC X(50).
       01 WS-EXC-FILE PIC X(12).

      *Recorded merges, loaded once: the FROM IDs are the ones that
      *should have gone quiet.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 200 TIMES.
               10 WS-XRF-FROM-ID PIC X(10).
               10 WS-XRF-TO-ID PIC X(10).

      *Distinct IDs seen in the log file being swept, with their
      *line counts, so each ID costs one master read however many
      *lines it has. Reset for each file.
       01 WS-LOG-ID-TABLE.
           05 WS-LOG-ID-ENTRY OCCURS 500 TIMES.
               10 WS-LOG-PLAYER-ID PIC X(10).
               10 WS-LOG-LINES PIC 9(7).

      *Exceptions are collected as the files are walked and printed
      *grouped by category at the end.
       01 WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 1000 TIMES.
               10 WS-EXC-CATEGORY PIC 9.
               10 WS-EXC-FILE-NAME PIC X(12).
               10 WS-EXC-PLAYER-ID PIC X(10).
               10 WS-EXC-TEXT PIC X(50).

       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(44)
               VALUE "1 NO MASTER - ID NOT ON PLAYER-MASTER".
           05 FILLER PIC X(44)
               VALUE "2 MERGED ID - MERGED AWAY BUT STILL LIVE".
           05 FILLER PIC X(44)
               VALUE "3 BADGE COUNT - COUNT VS FLAGS SET".
           05 FILLER PIC X(44)
               VALUE "4 TEN-WINS - BADGE WITH UNDER TEN WINS".
           05 FILLER PIC X(44)
               VALUE "5 BEST GUESSES - INCONSISTENT WITH WINS".
           05 FILLER PIC X(44)
               VALUE "6 NO ACHIEVE - SCORES WITHOUT ACHIEVEMENTS".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME PIC X(44) OCCURS 6 TIMES.

       01 WS-RPT-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-FILE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-TEXT PIC X(50).
           05 FILLER PIC X(2) VALUE SPACES.

       01 WS-RPT-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "FILE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PLAYER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(50) VALUE "PROBLEM".
           05 FILLER PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM LOAD-MERGE-XREF.
           OPEN INPUT PLAYER-MASTER.
           IF WS-PM-STATUS = "00"
               PERFORM CHECK-MERGED-MASTERS
               PERFORM SWEEP-ACHIEVEMENTS
               PERFORM SWEEP-PLAYER-SCORES
               PERFORM SWEEP-POINTS-LEDGER
               PERFORM SWEEP-TOURNEY-LOG
               PERFORM SWEEP-REVIEW-HOLDS
               PERFORM SWEEP-PLAYER-RATINGS
               PERFORM SWEEP-DAILY-CHALLENGE
               PERFORM SWEEP-PLAYER-CREDITS
               PERFORM SWEEP-SEASON-SCORES
               CLOSE PLAYER-MASTER
           ELSE
               DISPLAY "Player master not available, status "
                   WS-PM-STATUS "; nothing can be checked"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           PERFORM WRITE-REPORT.
           IF WS-EXCEPTION-COUNT > 0 OR WS-TABLE-FULL = "Y"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           IF WS-EXCEPTION-COUNT = 0
               DISPLAY "Integrity sweep clean"
           ELSE
               DISPLAY "Integrity sweep found " WS-EXCEPTION-COUNT
                   " exceptions"
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

      *The sweep reads the files as they stand, so it has no
      *prerequisite in the chain; the stamp records how the night
      *checked out for the morning review.
       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "INTEGCHK" TO WS-RC-PROGRAM.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.

       LOAD-MERGE-XREF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT MERGE-XREF.
           IF WS-MX-STATUS = "00"
               PERFORM READ-XREF-LINE UNTIL WS-EOF = "Y"
               CLOSE MERGE-XREF
           END-IF.

       READ-XREF-LINE.
           READ MERGE-XREF
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE XREF-RECORD TO WS-MERGE-XREF-LINE
                   IF WS-XREF-COUNT >= 200
                       DISPLAY "Warning: merge table full at 200;"
                           " later merges are not checked"
                       MOVE "Y" TO WS-TABLE-FULL
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       MOVE WS-MX-FROM-ID
                           TO WS-XRF-FROM-ID(WS-XREF-COUNT)
                       MOVE WS-MX-TO-ID
                           TO WS-XRF-TO-ID(WS-XREF-COUNT)
                   END-IF
           END-READ.

      *-------------------------------------------------------
      * Shared lookups: is an ID on the master, and was it
      * merged away (and into what)?
      *-------------------------------------------------------
       READ-MASTER-FOR-ID.
           MOVE "N" TO WS-ON-MASTER.
           MOVE WS-LOOKUP-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-MASTER
           END-READ.

       FIND-MERGED-ID.
           MOVE "N" TO WS-MERGED-AWAY.
           MOVE SPACES TO WS-MERGED-INTO.
           PERFORM MATCH-MERGED-ID
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-XREF-COUNT.

      *Every entry is looked at, so a chained merge reports the
      *last ID the old one went into.
       MATCH-MERGED-ID.
           IF WS-XRF-FROM-ID(WS-XSUB) = WS-LOOKUP-ID
               MOVE "Y" TO WS-MERGED-AWAY
               MOVE WS-XRF-TO-ID(WS-XSUB) TO WS-MERGED-INTO
           END-IF.

      *History kept under an erasure token ("ERASED" and four
      *digits) belongs to a player deliberately taken off the
      *master, so like a merged-away ID it is not reported.
       CHECK-ERASED-ID.
           MOVE "N" TO WS-ERASED-ID.
           IF WS-LOOKUP-ID(1:6) = "ERASED" AND
              WS-LOOKUP-ID(7:4) IS NUMERIC
               MOVE "Y" TO WS-ERASED-ID
           END-IF.

       ADD-EXCEPTION.
           IF WS-EXCEPTION-COUNT >= 1000
               IF WS-TABLE-FULL = "N"
                   DISPLAY "Warning: exception table full at 1000; "
                       "report is incomplete"
               END-IF
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-CATEGORY
                   TO WS-EXC-CATEGORY(WS-EXCEPTION-COUNT)
               MOVE WS-EXC-FILE
                   TO WS-EXC-FILE-NAME(WS-EXCEPTION-COUNT)
               MOVE WS-LOOKUP-ID
                   TO WS-EXC-PLAYER-ID(WS-EXCEPTION-COUNT)
               MOVE WS-EXC-DETAIL
                   TO WS-EXC-TEXT(WS-EXCEPTION-COUNT)
           END-IF.

      *A merge deactivates the old ID when it was registered; an
      *old ID still active can sign on and split the player's
      *history again.
       CHECK-MERGED-MASTERS.
           PERFORM CHECK-ONE-MERGED-MASTER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-XREF-COUNT.

       CHECK-ONE-MERGED-MASTER.
           MOVE WS-XRF-FROM-ID(WS-SUB) TO WS-LOOKUP-ID.
           PERFORM READ-MASTER-FOR-ID.
           IF WS-ON-MASTER = "Y" AND PM-ACTIVE-FLAG = "A"
               MOVE 2 TO WS-CATEGORY
               MOVE "PLAYERMASTER" TO WS-EXC-FILE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "still active after merge into "
                      WS-XRF-TO-ID(WS-SUB)
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF.

      *-------------------------------------------------------
      * ACHIEVEMENTS: every record's owner and badge count.
      *-------------------------------------------------------
       SWEEP-ACHIEVEMENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ACHIEVEMENTS.
           IF WS-AC-STATUS = "00"
               PERFORM CHECK-ACHIEVE-RECORD UNTIL WS-EOF = "Y"
               CLOSE ACHIEVEMENTS
           END-IF.

       CHECK-ACHIEVE-RECORD.
           READ ACHIEVEMENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ACHIEVE-READ
                   MOVE AC-PLAYER-ID TO WS-LOOKUP-ID
                   MOVE "ACHIEVEMENTS" TO WS-EXC-FILE
                   MOVE "achievement record" TO WS-EXC-DETAIL
                   PERFORM CHECK-RECORD-OWNER
                   PERFORM CHECK-BADGE-COUNT
           END-READ.

      *A score or achievement record must belong to a registered
      *ID that has not been merged away. ACHVBLD moves a merged
      *ID's badges to the survivor, so an achievement record left
      *under the old ID means the rebuild has not been run.
       CHECK-RECORD-OWNER.
           PERFORM FIND-MERGED-ID.
           IF WS-MERGED-AWAY = "Y"
               MOVE 2 TO WS-CATEGORY
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "record still on file after merge into "
                      WS-MERGED-INTO
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM ADD-EXCEPTION
           ELSE
               PERFORM READ-MASTER-FOR-ID
               IF WS-ON-MASTER = "N"
                   MOVE 1 TO WS-CATEGORY
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.

       CHECK-BADGE-COUNT.
           MOVE 0 TO WS-FLAG-COUNT.
           IF AC-BADGE-FIRST-WIN = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           IF AC-BADGE-FAST-WIN = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           IF AC-BADGE-TEN-WINS = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           IF AC-BADGE-STREAK-5 = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           IF AC-BADGE-COUNT NOT = WS-FLAG-COUNT
               MOVE 3 TO WS-CATEGORY
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "badge count " AC-BADGE-COUNT
                      " but " WS-FLAG-COUNT " badge flags set"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF.

      *-------------------------------------------------------
      * PLAYER-SCORES: owner, best-guess sanity, and the
      * matching achievement record (read by key, which is
      * also where the TEN-WINS badge is checked against the
      * wins it claims).
      *-------------------------------------------------------
       SWEEP-PLAYER-SCORES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ACHIEVEMENTS.
           IF WS-AC-STATUS = "00"
               MOVE "Y" TO WS-AC-OPEN
           END-IF.
           OPEN INPUT PLAYER-SCORES.
           IF WS-PS-STATUS = "00"
               PERFORM CHECK-SCORE-RECORD UNTIL WS-EOF = "Y"
               CLOSE PLAYER-SCORES
           END-IF.
           IF WS-AC-OPEN = "Y"
               CLOSE ACHIEVEMENTS
           END-IF.

       CHECK-SCORE-RECORD.
           READ PLAYER-SCORES
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-SCORES-READ
                   MOVE PS-PLAYER-ID TO WS-LOOKUP-ID
                   MOVE "PLAYERSCORES" TO WS-EXC-FILE
                   MOVE "score record" TO WS-EXC-DETAIL
                   PERFORM CHECK-RECORD-OWNER
                   PERFORM CHECK-BEST-GUESSES
                   PERFORM CHECK-SCORE-ACHIEVE
           END-READ.

       CHECK-BEST-GUESSES.
           MOVE 5 TO WS-CATEGORY.
           IF PS-BEST-GUESSES > 0 AND PS-GAMES-WON = 0
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "best guesses " PS-BEST-GUESSES
                      " with no games won"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF.
           IF PS-BEST-GUESSES > PS-TOTAL-GUESSES
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "best guesses " PS-BEST-GUESSES
                      " above total guesses " PS-TOTAL-GUESSES
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM ADD-EXCEPTION
           END-IF.

      *With no achievements file at all every score record is
      *reported; the nightly game run creates one per player.
       CHECK-SCORE-ACHIEVE.
           MOVE "N" TO WS-PLAYER-FOUND.
           IF WS-AC-OPEN = "Y"
               MOVE PS-PLAYER-ID TO AC-PLAYER-ID
               READ ACHIEVEMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PLAYER-FOUND
               END-READ
           END-IF.
           IF WS-PLAYER-FOUND = "N"
               MOVE 6 TO WS-CATEGORY
               MOVE "score record has no achievements record"
                   TO WS-EXC-DETAIL
               PERFORM ADD-EXCEPTION
           ELSE
               IF AC-BADGE-TEN-WINS = "Y" AND PS-GAMES-WON < 10
                   MOVE 4 TO WS-CATEGORY
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "TEN-WINS badge but games won "
                          PS-GAMES-WON
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.

      *-------------------------------------------------------
      * Line files: collect each distinct ID with its line
      * count, then check the IDs against the master once.
      *-------------------------------------------------------
       SWEEP-POINTS-LEDGER.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-LOG-COUNT.
           OPEN INPUT POINTS-LEDGER.
           IF WS-PTS-STATUS = "00"
               PERFORM READ-POINTS-LINE UNTIL WS-EOF = "Y"
               CLOSE POINTS-LEDGER
           END-IF.
           MOVE "POINTSLED" TO WS-EXC-FILE.
           PERFORM CHECK-LOG-IDS.

       READ-POINTS-LINE.
           READ POINTS-LEDGER
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-POINTS-READ
                   MOVE PTS-RECORD TO WS-POINTS-LINE
                   MOVE WS-PT-PLAYER TO WS-LOOKUP-ID
                   PERFORM COUNT-LOG-ID
           END-READ.

       SWEEP-TOURNEY-LOG.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-LOG-COUNT.
           OPEN INPUT TOURNEY-LOG.
           IF WS-TL-STATUS = "00"
               PERFORM READ-TOURNEY-LINE UNTIL WS-EOF = "Y"
               CLOSE TOURNEY-LOG
           END-IF.
           MOVE "TOURNEYLOG" TO WS-EXC-FILE.
           PERFORM CHECK-LOG-IDS.

       READ-TOURNEY-LINE.
           READ TOURNEY-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-TOURNEY-READ
                   MOVE TOURNEY-RECORD TO WS-TOURNEY-LINE
                   MOVE WS-TL-PLAYER TO WS-LOOKUP-ID
                   PERFORM COUNT-LOG-ID
           END-READ.

       COUNT-LOG-ID.
           PERFORM FIND-LOG-ID.
           IF WS-PLAYER-FOUND = "N" AND WS-LOG-COUNT >= 500
               IF WS-TABLE-FULL = "N"
                   DISPLAY "Warning: ID table full at 500; "
                       "sweep is incomplete"
               END-IF
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               IF WS-PLAYER-FOUND = "N"
                   ADD 1 TO WS-LOG-COUNT
                   MOVE WS-LOG-COUNT TO WS-SUB
                   MOVE WS-LOOKUP-ID TO WS-LOG-PLAYER-ID(WS-SUB)
                   MOVE 0 TO WS-LOG-LINES(WS-SUB)
               END-IF
               ADD 1 TO WS-LOG-LINES(WS-SUB)
           END-IF.

       FIND-LOG-ID.
           MOVE "N" TO WS-PLAYER-FOUND.
           PERFORM MATCH-LOG-ID
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LOG-COUNT
                  OR WS-PLAYER-FOUND = "Y".

      *PERFORM VARYING leaves WS-SUB one past the hit, so step back
      *when the ID was already in the table.
       MATCH-LOG-ID.
           IF WS-LOG-PLAYER-ID(WS-SUB) = WS-LOOKUP-ID
               MOVE "Y" TO WS-PLAYER-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.

       CHECK-LOG-IDS.
           PERFORM CHECK-ONE-LOG-ID
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LOG-COUNT.

      *History lines under a merged-away ID are explained by the
      *merge; only IDs nobody can account for are reported.
       CHECK-ONE-LOG-ID.
           MOVE WS-LOG-PLAYER-ID(WS-SUB) TO WS-LOOKUP-ID.
           PERFORM FIND-MERGED-ID.
           PERFORM CHECK-ERASED-ID.
           IF WS-MERGED-AWAY = "N" AND WS-ERASED-ID = "N"
               PERFORM READ-MASTER-FOR-ID
               IF WS-ON-MASTER = "N"
                   MOVE 1 TO WS-CATEGORY
                   MOVE WS-LOG-LINES(WS-SUB) TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING FUNCTION TRIM(WS-EDIT-COUNT)
                          " lines under this ID"
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.

      *-------------------------------------------------------
      * REVIEW-HOLD: the screening folds merged IDs before it
      * holds anyone, so every hold must be on a master ID.
      *-------------------------------------------------------
       SWEEP-REVIEW-HOLDS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT REVIEW-HOLD.
           IF WS-RH-STATUS = "00"
               PERFORM CHECK-HOLD-RECORD UNTIL WS-EOF = "Y"
               CLOSE REVIEW-HOLD
           END-IF.

       CHECK-HOLD-RECORD.
           READ REVIEW-HOLD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-HOLDS-READ
                   MOVE RH-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM READ-MASTER-FOR-ID
                   IF WS-ON-MASTER = "N"
                       MOVE 1 TO WS-CATEGORY
                       MOVE "REVIEWHOLD" TO WS-EXC-FILE
                       MOVE "review hold record" TO WS-EXC-DETAIL
                       PERFORM ADD-EXCEPTION
                   END-IF
           END-READ.

      *-------------------------------------------------------
      * PLAYER-RATING: the game only lets registered players
      * challenge, so every rating should be on the master. A
      * rating left under a merged-away ID is challenge history
      * played under that ID, like a ledger line, and is not
      * reported.
      *-------------------------------------------------------
       SWEEP-PLAYER-RATINGS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PLAYER-RATING.
           IF WS-PR-STATUS = "00"
               PERFORM CHECK-RATING-RECORD UNTIL WS-EOF = "Y"
               CLOSE PLAYER-RATING
           END-IF.

       CHECK-RATING-RECORD.
           READ PLAYER-RATING
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-RATINGS-READ
                   MOVE PR-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM FIND-MERGED-ID
                   IF WS-MERGED-AWAY = "N"
                       PERFORM READ-MASTER-FOR-ID
                       IF WS-ON-MASTER = "N"
                           MOVE 1 TO WS-CATEGORY
                           MOVE "PLAYERRATING" TO WS-EXC-FILE
                           MOVE "challenge rating record"
                               TO WS-EXC-DETAIL
                           PERFORM ADD-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *-------------------------------------------------------
      * DAILY-CHALLENGE: only registered players are offered the
      * daily, so every entry should be on the master; like the
      * ratings, entries under a merged-away ID are history.
      *-------------------------------------------------------
       SWEEP-DAILY-CHALLENGE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DAILY-CHALLENGE.
           IF WS-DC-STATUS = "00"
               PERFORM CHECK-DAILY-RECORD UNTIL WS-EOF = "Y"
               CLOSE DAILY-CHALLENGE
           END-IF.

       CHECK-DAILY-RECORD.
           READ DAILY-CHALLENGE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-DAILY-READ
                   MOVE DC-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM FIND-MERGED-ID
                   PERFORM CHECK-ERASED-ID
                   IF WS-MERGED-AWAY = "N" AND WS-ERASED-ID = "N"
                       PERFORM READ-MASTER-FOR-ID
                       IF WS-ON-MASTER = "N"
                           MOVE 1 TO WS-CATEGORY
                           MOVE "DAILYCHAL" TO WS-EXC-FILE
                           MOVE SPACES TO WS-EXC-DETAIL
                           STRING "daily challenge entry for "
                                  DC-DATE
                               DELIMITED BY SIZE INTO WS-EXC-DETAIL
                           PERFORM ADD-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *-------------------------------------------------------
      * PLAYER-CREDITS: credits are only sold to registered
      * players, so every record should be on the master. Unlike
      * the history files, a balance left under a merged-away ID
      * is credit the player can no longer spend, so it is
      * reported with the other merged IDs still holding data.
      *-------------------------------------------------------
       SWEEP-PLAYER-CREDITS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PLAYER-CREDITS.
           IF WS-CR-STATUS = "00"
               PERFORM CHECK-CREDIT-RECORD UNTIL WS-EOF = "Y"
               CLOSE PLAYER-CREDITS
           END-IF.

       CHECK-CREDIT-RECORD.
           READ PLAYER-CREDITS
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CREDITS-READ
                   MOVE CR-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM FIND-MERGED-ID
                   IF WS-MERGED-AWAY = "Y"
                       IF CR-BALANCE > 0
                           MOVE 2 TO WS-CATEGORY
                           MOVE "PLAYERCREDIT" TO WS-EXC-FILE
                           MOVE SPACES TO WS-EXC-DETAIL
                           STRING "credit balance still held; "
                                  "merged into " WS-MERGED-INTO
                               DELIMITED BY SIZE INTO WS-EXC-DETAIL
                           PERFORM ADD-EXCEPTION
                       END-IF
                   ELSE
                       PERFORM READ-MASTER-FOR-ID
                       IF WS-ON-MASTER = "N"
                           MOVE 1 TO WS-CATEGORY
                           MOVE "PLAYERCREDIT" TO WS-EXC-FILE
                           MOVE "credit balance record"
                               TO WS-EXC-DETAIL
                           PERFORM ADD-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *-------------------------------------------------------
      * SEASON-SCORES: season counters are only booked for
      * registered players, and a merge folds the merged-away
      * ID's counters into the surviving ID, so a record left
      * under a merged-away ID is a merge that did not finish.
      *-------------------------------------------------------
       SWEEP-SEASON-SCORES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SEASON-SCORES.
           IF WS-SN-STATUS = "00"
               PERFORM CHECK-SEASON-RECORD UNTIL WS-EOF = "Y"
               CLOSE SEASON-SCORES
           END-IF.

       CHECK-SEASON-RECORD.
           READ SEASON-SCORES
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-SEASON-READ
                   MOVE SN-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM FIND-MERGED-ID
                   IF WS-MERGED-AWAY = "Y"
                       MOVE 2 TO WS-CATEGORY
                       MOVE "SEASONSCORES" TO WS-EXC-FILE
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING "season counters still held; "
                              "merged into " WS-MERGED-INTO
                           DELIMITED BY SIZE INTO WS-EXC-DETAIL
                       PERFORM ADD-EXCEPTION
                   ELSE
                       PERFORM READ-MASTER-FOR-ID
                       IF WS-ON-MASTER = "N"
                           MOVE 1 TO WS-CATEGORY
                           MOVE "SEASONSCORES" TO WS-EXC-FILE
                           MOVE "season counters record"
                               TO WS-EXC-DETAIL
                           PERFORM ADD-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *-------------------------------------------------------
      * Report: one section per category, then the totals.
      *-------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE SPACES TO RPT-LINE.
           STRING "Player file integrity sweep - " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-CATEGORY-SECTION
               VARYING WS-CATEGORY FROM 1 BY 1
               UNTIL WS-CATEGORY > 6.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ACHIEVE-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Achievement records checked: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SCORES-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Score records checked:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-POINTS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Points ledger lines read:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOURNEY-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Tournament lines read:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HOLDS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Review holds checked:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RATINGS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Challenge ratings checked:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DAILY-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Daily challenge entries:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CREDITS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Credit balances checked:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SEASON-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Season records checked:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-XREF-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "Recorded merges checked:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "All player files agree; no exceptions."
                   TO RPT-LINE
           ELSE
               MOVE WS-EXCEPTION-COUNT TO WS-EDIT-SMALL
               STRING "Total exceptions: " WS-EDIT-SMALL
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           IF WS-TABLE-FULL = "Y"
               MOVE "A work table overflowed; the sweep is incomplete."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE INTEGRITY-REPORT.

       WRITE-CATEGORY-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CATEGORY-NAME(WS-CATEGORY) TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-CATEGORY-TOTAL.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           PERFORM WRITE-CATEGORY-LINE
               VARYING WS-ESUB FROM 1 BY 1
               UNTIL WS-ESUB > WS-EXCEPTION-COUNT.
           MOVE WS-CATEGORY-TOTAL TO WS-EDIT-SMALL.
           MOVE SPACES TO RPT-LINE.
           IF WS-CATEGORY-TOTAL = 0
               MOVE "  (none)" TO RPT-LINE
           ELSE
               STRING "  Exceptions in this category: " WS-EDIT-SMALL
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

       WRITE-CATEGORY-LINE.
           IF WS-EXC-CATEGORY(WS-ESUB) = WS-CATEGORY
               ADD 1 TO WS-CATEGORY-TOTAL
               MOVE WS-EXC-FILE-NAME(WS-ESUB) TO WS-RPT-FILE
               MOVE WS-EXC-PLAYER-ID(WS-ESUB) TO WS-RPT-PLAYER-ID
               MOVE WS-EXC-TEXT(WS-ESUB) TO WS-RPT-TEXT
               WRITE RPT-LINE FROM WS-RPT-DETAIL
           END-IF.
