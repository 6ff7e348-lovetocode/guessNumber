       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYCHRPT.
       AUTHOR "Daniel Thornton".
      *Next-morning Daily Challenge results board over
      *DAILY-CHALLENGE. For the report day (yesterday unless
      *DLYRPARMS names one) it prints the day's number and
      *difficulty, how many entered, how many solved it and the
      *fewest guesses, then the full finishing order: solvers by
      *guesses used (ties by who finished first), then the players
      *who ran out of guesses, then any attempt never finished.
      *The number is taken from a finished entry, since the game
      *only writes it once a round is over; a day nobody finished
      *shows it as not recorded.
      *The second section is each regular's daily-solve streak:
      *consecutive days, up to and including the report day, on
      *which the player solved the Daily Challenge. A day missed or
      *not solved breaks the streak. The whole file is read, in key
      *order (day, then player), so each player's days arrive in
      *order and the streak is counted as it goes. A regular is a
      *player with at least the DLYRPARMS minimum of entries.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT DAILY-CHALLENGE ASSIGN TO "DAILYCHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DC-STATUS.

           SELECT DLYR-PARMS ASSIGN TO "DLYRPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DAILY-CHAL-REPORT ASSIGN TO "DLYCHREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  DAILY-CHALLENGE.
           COPY DLYCHAL.

      *DLYRPARMS is left out for the nightly run; to reprint an
      *earlier day, supply a card:
      *  col  1-10  PARM-REPORT-DATE  (YYYY-MM-DD; blank = yesterday)
      *  col 12-14  PARM-REGULAR-MIN  (entries to count as a
      *                                regular; blank = 5)
       FD  DLYR-PARMS.
       01  PARM-RECORD.
           05 PARM-REPORT-DATE PIC X(10).
           05 FILLER PIC X.
           05 PARM-REGULAR-MIN PIC X(3).

       FD  DAILY-CHAL-REPORT.
       01  RPT-LINE PIC X(80).

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.

       01 WS-DC-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(10).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-REPORT-DATE PIC X(10) VALUE SPACES.
       01 WS-REGULAR-MIN PIC 999 VALUE 5.
       01 WS-DC-DATE-WORK PIC X(10).
       01 WS-DATE-YMD PIC X(8).
       01 WS-DATE-YMD-N REDEFINES WS-DATE-YMD PIC 9(8).
       01 WS-DAY-INT PIC 9(7).
       01 WS-REPORT-INT PIC 9(7).
       01 WS-YESTERDAY-YMD PIC 9(8).
       01 WS-SUB PIC 9(4).
       01 WS-SUB-2 PIC 9(4).
       01 WS-RANK PIC 9(4).
       01 WS-SWAPPED PIC X.
       01 WS-PLAYER-FOUND PIC X.
       01 WS-DAY-COUNT PIC 9(4) VALUE 0.
       01 WS-SOLVER-COUNT PIC 9(4) VALUE 0.
       01 WS-FEWEST PIC 999 VALUE 0.
       01 WS-NUMBER-FOUND PIC X VALUE "N".
       01 WS-DAY-RAND PIC 9(6) VALUE 0.
       01 WS-DAY-RANGE-MAX PIC 9(6) VALUE 0.
       01 WS-DAY-MAX-GUESSES PIC 999 VALUE 0.
       01 WS-PLAYER-COUNT PIC 9(4) VALUE 0.
       01 WS-REGULAR-COUNT PIC 9(4) VALUE 0.
       01 WS-EDIT-COUNT PIC ZZZ9.
       01 WS-EDIT-NUMBER PIC ZZZZZ9.
       01 WS-EDIT-GUESSES PIC ZZ9.

      *The report day's entries; the sort key is the status rank
      *(1 solved, 2 out of guesses, 3 unfinished), the guesses
      *used and the finishing time, so one ascending sort gives
      *the finishing order.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 500 TIMES.
               10 WS-DY-SORT-KEY.
                   15 WS-DY-RANK PIC 9.
                   15 WS-DY-GUESSES PIC 999.
                   15 WS-DY-END-TIME PIC X(8).
               10 WS-DY-PLAYER-ID PIC X(10).
               10 WS-DY-STATUS PIC X.
       01 WS-SAVE-DAY PIC X(23).

      *One entry per player seen on or before the report day.
      *WS-ST-LAST-SOLVED is the day number (INTEGER-OF-DATE) of the
      *player's latest solve, so "the day before" is simply one
      *less.
       01 WS-STREAK-TABLE.
           05 WS-STREAK-ENTRY OCCURS 500 TIMES.
               10 WS-ST-SORT-KEY.
                   15 WS-ST-CURRENT PIC 9(4).
                   15 WS-ST-BEST PIC 9(4).
               10 WS-ST-PLAYER-ID PIC X(10).
               10 WS-ST-ENTRIES PIC 9(5).
               10 WS-ST-SOLVED PIC 9(5).
               10 WS-ST-LAST-SOLVED PIC 9(7).
       01 WS-SAVE-STREAK PIC X(35).

       01 WS-ORDER-HEADING.
           05 FILLER PIC X(4) VALUE " POS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PLAYER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RESULT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "GUESSES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "FINISHED".
           05 FILLER PIC X(29) VALUE SPACES.

       01 WS-ORDER-DETAIL.
           05 WS-OD-POS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OD-RESULT PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-OD-GUESSES PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OD-END-TIME PIC X(8).
           05 FILLER PIC X(29) VALUE SPACES.

       01 WS-STREAK-HEADING.
           05 FILLER PIC X(10) VALUE "PLAYER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ENTRIES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "SOLVED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STREAK".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  BEST".
           05 FILLER PIC X(37) VALUE SPACES.

       01 WS-STREAK-DETAIL.
           05 WS-SD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SD-ENTRIES PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SD-SOLVED PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SD-CURRENT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SD-BEST PIC ZZZ9.
           05 FILLER PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM READ-DLYR-PARMS.
           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YMD
               COMPUTE WS-YESTERDAY-YMD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-N) - 1)
               MOVE WS-YESTERDAY-YMD TO WS-DATE-YMD-N
               STRING WS-DATE-YMD(1:4) "-" WS-DATE-YMD(5:2) "-"
                      WS-DATE-YMD(7:2)
                   DELIMITED BY SIZE INTO WS-REPORT-DATE
           END-IF.
           MOVE WS-REPORT-DATE TO WS-DC-DATE-WORK.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE WS-DAY-INT TO WS-REPORT-INT.
           OPEN INPUT DAILY-CHALLENGE.
           IF WS-DC-STATUS = "00"
               PERFORM READ-DAILY-ENTRY UNTIL WS-EOF = "Y"
               CLOSE DAILY-CHALLENGE
           ELSE
               IF WS-DC-STATUS NOT = "35"
                   DISPLAY "Error opening DAILY-CHALLENGE, status "
                       WS-DC-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE "RC08" TO WS-END-STATUS
               END-IF
           END-IF.
           PERFORM SETTLE-STREAKS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAYER-COUNT.
           PERFORM SORT-DAY-TABLE.
           PERFORM SORT-STREAK-TABLE.
           OPEN OUTPUT DAILY-CHAL-REPORT.
           PERFORM WRITE-DAY-SUMMARY.
           PERFORM WRITE-FINISHING-ORDER.
           PERFORM WRITE-STREAK-SECTION.
           CLOSE DAILY-CHAL-REPORT.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

      *DAILY-CHALLENGE is written by the game directly, not through
      *the per-terminal spills, so the board has no prerequisite in
      *the chain; the stamp is its entry in the run-control ledger.
       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "DLYCHRPT" TO WS-RC-PROGRAM.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.

       READ-DLYR-PARMS.
           OPEN INPUT DLYR-PARMS.
           IF WS-PARM-STATUS = "00"
               READ DLYR-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
                       IF PARM-REGULAR-MIN IS NUMERIC
                           MOVE PARM-REGULAR-MIN TO WS-REGULAR-MIN
                       END-IF
               END-READ
               CLOSE DLYR-PARMS
           END-IF.

      *YYYY-MM-DD in WS-DC-DATE-WORK to a day number in WS-DAY-INT.
       DATE-TO-DAY-NUMBER.
           STRING WS-DC-DATE-WORK(1:4) WS-DC-DATE-WORK(6:2)
                  WS-DC-DATE-WORK(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YMD.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-N).

      *Entries after the report day (a reprint of an older day)
      *are left out of both sections.
       READ-DAILY-ENTRY.
           READ DAILY-CHALLENGE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF DC-DATE <= WS-REPORT-DATE
                       PERFORM COUNT-STREAK-ENTRY
                   END-IF
                   IF DC-DATE = WS-REPORT-DATE
                       PERFORM ADD-DAY-ENTRY
                   END-IF
           END-READ.

       ADD-DAY-ENTRY.
           IF DC-STATUS = "W" OR DC-STATUS = "L"
               IF WS-NUMBER-FOUND = "N"
                   MOVE "Y" TO WS-NUMBER-FOUND
                   MOVE DC-RAND TO WS-DAY-RAND
               END-IF
           END-IF.
           IF WS-DAY-RANGE-MAX = 0
               MOVE DC-RANGE-MAX TO WS-DAY-RANGE-MAX
               MOVE DC-MAX-GUESSES TO WS-DAY-MAX-GUESSES
           END-IF.
           IF DC-STATUS = "W"
               ADD 1 TO WS-SOLVER-COUNT
               IF WS-FEWEST = 0 OR DC-GUESSES < WS-FEWEST
                   MOVE DC-GUESSES TO WS-FEWEST
               END-IF
           END-IF.
           IF WS-DAY-COUNT = 500
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-DAY-COUNT
               MOVE DC-PLAYER-ID TO WS-DY-PLAYER-ID(WS-DAY-COUNT)
               MOVE DC-STATUS TO WS-DY-STATUS(WS-DAY-COUNT)
               MOVE DC-GUESSES TO WS-DY-GUESSES(WS-DAY-COUNT)
               MOVE DC-END-TIME TO WS-DY-END-TIME(WS-DAY-COUNT)
               IF DC-STATUS = "W"
                   MOVE 1 TO WS-DY-RANK(WS-DAY-COUNT)
               ELSE
                   IF DC-STATUS = "L"
                       MOVE 2 TO WS-DY-RANK(WS-DAY-COUNT)
                   ELSE
                       MOVE 3 TO WS-DY-RANK(WS-DAY-COUNT)
                       MOVE 0 TO WS-DY-GUESSES(WS-DAY-COUNT)
                       MOVE SPACES TO WS-DY-END-TIME(WS-DAY-COUNT)
                   END-IF
               END-IF
           END-IF.

       COUNT-STREAK-ENTRY.
           PERFORM FIND-STREAK-ENTRY.
           IF WS-SUB > 0
               ADD 1 TO WS-ST-ENTRIES(WS-SUB)
               IF DC-STATUS = "W"
                   ADD 1 TO WS-ST-SOLVED(WS-SUB)
                   MOVE DC-DATE TO WS-DC-DATE-WORK
                   PERFORM DATE-TO-DAY-NUMBER
                   IF WS-ST-LAST-SOLVED(WS-SUB) > 0 AND
                      WS-ST-LAST-SOLVED(WS-SUB) + 1 = WS-DAY-INT
                       ADD 1 TO WS-ST-CURRENT(WS-SUB)
                   ELSE
                       MOVE 1 TO WS-ST-CURRENT(WS-SUB)
                   END-IF
                   IF WS-ST-CURRENT(WS-SUB) > WS-ST-BEST(WS-SUB)
                       MOVE WS-ST-CURRENT(WS-SUB) TO WS-ST-BEST(WS-SUB)
                   END-IF
                   MOVE WS-DAY-INT TO WS-ST-LAST-SOLVED(WS-SUB)
               END-IF
           END-IF.

      *Leaves WS-SUB on the player's entry, adding one if needed;
      *zero when the table is full.
       FIND-STREAK-ENTRY.
           MOVE "N" TO WS-PLAYER-FOUND.
           PERFORM MATCH-STREAK-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAYER-COUNT
                  OR WS-PLAYER-FOUND = "Y".
           IF WS-PLAYER-FOUND = "N"
               IF WS-PLAYER-COUNT = 500
                   IF WS-TABLE-FULL = "N"
                       MOVE "Y" TO WS-TABLE-FULL
                       DISPLAY "Warning: streak table full at 500 "
                           "players; later players not counted"
                   END-IF
                   MOVE 0 TO WS-SUB
               ELSE
                   ADD 1 TO WS-PLAYER-COUNT
                   MOVE WS-PLAYER-COUNT TO WS-SUB
                   MOVE DC-PLAYER-ID TO WS-ST-PLAYER-ID(WS-SUB)
                   MOVE 0 TO WS-ST-ENTRIES(WS-SUB)
                   MOVE 0 TO WS-ST-SOLVED(WS-SUB)
                   MOVE 0 TO WS-ST-CURRENT(WS-SUB)
                   MOVE 0 TO WS-ST-BEST(WS-SUB)
                   MOVE 0 TO WS-ST-LAST-SOLVED(WS-SUB)
               END-IF
           END-IF.

      *PERFORM VARYING leaves WS-SUB one past the hit, so step back
      *when the player was already in the table.
       MATCH-STREAK-ENTRY.
           IF WS-ST-PLAYER-ID(WS-SUB) = DC-PLAYER-ID
               MOVE "Y" TO WS-PLAYER-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.

      *A streak only stands if its last solve was the report day.
       SETTLE-STREAKS.
           IF WS-ST-LAST-SOLVED(WS-SUB) NOT = WS-REPORT-INT
               MOVE 0 TO WS-ST-CURRENT(WS-SUB)
           END-IF.
           IF WS-ST-ENTRIES(WS-SUB) >= WS-REGULAR-MIN
               ADD 1 TO WS-REGULAR-COUNT
           END-IF.

      *Simple exchange sorts, same as the other report programs'
      *tables: finishing order ascending, streaks descending.
       SORT-DAY-TABLE.
           IF WS-DAY-COUNT > 1
               MOVE "Y" TO WS-SWAPPED
               PERFORM DAY-SORT-PASS UNTIL WS-SWAPPED = "N"
           END-IF.

       DAY-SORT-PASS.
           MOVE "N" TO WS-SWAPPED.
           PERFORM DAY-SORT-COMPARE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-DAY-COUNT.

       DAY-SORT-COMPARE.
           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-DY-SORT-KEY(WS-SUB-2) < WS-DY-SORT-KEY(WS-SUB)
               MOVE WS-DAY-ENTRY(WS-SUB) TO WS-SAVE-DAY
               MOVE WS-DAY-ENTRY(WS-SUB-2) TO WS-DAY-ENTRY(WS-SUB)
               MOVE WS-SAVE-DAY TO WS-DAY-ENTRY(WS-SUB-2)
               MOVE "Y" TO WS-SWAPPED
           END-IF.

       SORT-STREAK-TABLE.
           IF WS-PLAYER-COUNT > 1
               MOVE "Y" TO WS-SWAPPED
               PERFORM STREAK-SORT-PASS UNTIL WS-SWAPPED = "N"
           END-IF.

       STREAK-SORT-PASS.
           MOVE "N" TO WS-SWAPPED.
           PERFORM STREAK-SORT-COMPARE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-PLAYER-COUNT.

       STREAK-SORT-COMPARE.
           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-ST-SORT-KEY(WS-SUB-2) > WS-ST-SORT-KEY(WS-SUB)
               MOVE WS-STREAK-ENTRY(WS-SUB) TO WS-SAVE-STREAK
               MOVE WS-STREAK-ENTRY(WS-SUB-2)
                   TO WS-STREAK-ENTRY(WS-SUB)
               MOVE WS-SAVE-STREAK TO WS-STREAK-ENTRY(WS-SUB-2)
               MOVE "Y" TO WS-SWAPPED
           END-IF.

      *MOVE SPACES before each STRING so the untouched tail of the
      *record never carries low-value bytes into the LINE
      *SEQUENTIAL file.
       WRITE-DAY-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           STRING "guessNumber Daily Challenge Results - "
                  WS-REPORT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-NUMBER-FOUND = "Y"
               MOVE WS-DAY-RAND TO WS-EDIT-NUMBER
               STRING "The number was:   " WS-EDIT-NUMBER
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "The number was:   (not recorded - no attempt "
                   TO RPT-LINE
               MOVE "finished)" TO RPT-LINE(47:9)
           END-IF.
           WRITE RPT-LINE.
           IF WS-DAY-RANGE-MAX > 0
               MOVE SPACES TO RPT-LINE
               MOVE WS-DAY-RANGE-MAX TO WS-EDIT-NUMBER
               MOVE WS-DAY-MAX-GUESSES TO WS-EDIT-GUESSES
               STRING "Range 1 to " FUNCTION TRIM(WS-EDIT-NUMBER)
                      ", " FUNCTION TRIM(WS-EDIT-GUESSES)
                      " guesses allowed"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-DAY-COUNT TO WS-EDIT-COUNT.
           STRING "Entrants:         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-SOLVER-COUNT TO WS-EDIT-COUNT.
           STRING "Solvers:          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-SOLVER-COUNT > 0
               MOVE WS-FEWEST TO WS-EDIT-COUNT
               STRING "Fewest guesses:   " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "Fewest guesses:   (nobody solved it)" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           IF WS-TABLE-FULL = "Y"
               MOVE "** A work table filled at 500 players; the "
                   TO RPT-LINE
               MOVE "board is incomplete **" TO RPT-LINE(45:22)
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-FINISHING-ORDER.
           MOVE "Finishing order" TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-ORDER-HEADING.
           IF WS-DAY-COUNT = 0
               MOVE "  (nobody took the Daily Challenge)" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM WRITE-ORDER-LINE
                   VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-DAY-COUNT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-ORDER-LINE.
           MOVE WS-RANK TO WS-OD-POS.
           MOVE WS-DY-PLAYER-ID(WS-RANK) TO WS-OD-PLAYER-ID.
           MOVE WS-DY-GUESSES(WS-RANK) TO WS-OD-GUESSES.
           MOVE WS-DY-END-TIME(WS-RANK) TO WS-OD-END-TIME.
           IF WS-DY-STATUS(WS-RANK) = "W"
               MOVE "SOLVED" TO WS-OD-RESULT
           ELSE
               IF WS-DY-STATUS(WS-RANK) = "L"
                   MOVE "OUT OF GUESSES" TO WS-OD-RESULT
               ELSE
                   MOVE "NOT FINISHED" TO WS-OD-RESULT
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-ORDER-DETAIL.

       WRITE-STREAK-SECTION.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-REGULAR-MIN TO WS-EDIT-GUESSES.
           STRING "Daily-solve streaks (regulars: "
                  FUNCTION TRIM(WS-EDIT-GUESSES)
                  " or more entries)"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-STREAK-HEADING.
           IF WS-REGULAR-COUNT = 0
               MOVE "  (no regulars yet)" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM WRITE-STREAK-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PLAYER-COUNT
           END-IF.

       WRITE-STREAK-LINE.
           IF WS-ST-ENTRIES(WS-SUB) >= WS-REGULAR-MIN
               MOVE WS-ST-PLAYER-ID(WS-SUB) TO WS-SD-PLAYER-ID
               MOVE WS-ST-ENTRIES(WS-SUB) TO WS-SD-ENTRIES
               MOVE WS-ST-SOLVED(WS-SUB) TO WS-SD-SOLVED
               MOVE WS-ST-CURRENT(WS-SUB) TO WS-SD-CURRENT
               MOVE WS-ST-BEST(WS-SUB) TO WS-SD-BEST
               WRITE RPT-LINE FROM WS-STREAK-DETAIL
           END-IF.
