       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRPT.
       AUTHOR "Daniel Thornton".
      *Month-end billing over the prepaid credits. For the billing
      *month (the month just closed unless BILLPARMS names one) it
      *lists each player's opening balance, the credits bought and
      *refunded at the desk, the rounds charged and the credits
      *they took, and the closing balance - every figure from
      *CREDIT-LEDGER, which carries the balance after each line,
      *so the opening balance is simply the last balance before
      *the month began. A player is listed when they had a
      *balance going in or any movement or play in the month.
      *Two checks run on each line:
      *  RECON - the rounds charged do not match the rounds the
      *          audit trail shows the player finishing in the
      *          month (WON or LOST; an ABANDONED row is a round
      *          the overnight closure booked as lost, and counts
      *          the same, as the reconciliation report does).
      *          Rounds played with the master down, or a round
      *          started just before midnight on the last day and
      *          finished after it, show up here.
      *  LEDGER - opening plus bought, less refunded and charged,
      *          is not the closing balance: the ledger has a gap
      *          or PLAYER-CREDITS was changed by hand.
      *Any flagged line, or a full table, ends the run with
      *RETURN-CODE 8. The AUDITLOG DD must include the archive
      *generation covering the month.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT CREDIT-LEDGER ASSIGN TO "CREDITLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BILL-PARMS ASSIGN TO "BILLPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BILLING-REPORT ASSIGN TO "BILLREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
       FD  CREDIT-LEDGER.
       01  CRL-RECORD PIC X(55).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD PIC X(80).

      *BILLPARMS is left out for the month-end run; to rebill an
      *earlier month, supply a card:
      *  col  1- 7  PARM-BILL-MONTH  (YYYY-MM; blank = last month)
       FD  BILL-PARMS.
       01  PARM-RECORD.
           05 PARM-BILL-MONTH PIC X(7).

       FD  BILLING-REPORT.
       01  RPT-LINE PIC X(80).

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY CRDLEDG.
       COPY AUDTLIN.
       COPY RUNCTL.

       01 WS-CRL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUN-DATE PIC X(10).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-LEDGER-EOF PIC X VALUE "N".
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-BILL-MONTH PIC X(7) VALUE SPACES.
       01 WS-BILL-YEAR PIC 9(4).
       01 WS-BILL-MM PIC 99.
       01 WS-SUB PIC 9(4).
       01 WS-SUB-2 PIC 9(4).
       01 WS-SWAPPED PIC X.
       01 WS-PLAYER-FOUND PIC X.
       01 WS-LOOKUP-ID PIC X(10).
       01 WS-PLAYER-COUNT PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 WS-EXPECTED-CLOSE PIC S9(8).
       01 WS-TOTAL-OPENING PIC 9(8) VALUE 0.
       01 WS-TOTAL-BOUGHT PIC 9(8) VALUE 0.
       01 WS-TOTAL-REFUNDED PIC 9(8) VALUE 0.
       01 WS-TOTAL-ROUNDS PIC 9(8) VALUE 0.
       01 WS-TOTAL-CHARGED PIC 9(8) VALUE 0.
       01 WS-TOTAL-CLOSING PIC 9(8) VALUE 0.
       01 WS-TOTAL-ENDED PIC 9(8) VALUE 0.
       01 WS-EDIT-TOTAL PIC ZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT PIC ZZZ9.

      *One entry per player met in the ledger up to the end of the
      *month, or in the month's audit rows. WS-BL-ACTIVE marks an
      *entry with anything in the month itself.
       01 WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 500 TIMES.
               10 WS-BL-PLAYER-ID PIC X(10).
               10 WS-BL-OPENING PIC 9(5).
               10 WS-BL-BOUGHT PIC 9(7).
               10 WS-BL-REFUNDED PIC 9(7).
               10 WS-BL-ROUNDS PIC 9(5).
               10 WS-BL-CHARGED PIC 9(7).
               10 WS-BL-CLOSING PIC 9(5).
               10 WS-BL-ENDED PIC 9(5).
               10 WS-BL-ACTIVE PIC X.
       01 WS-SAVE-ENTRY PIC X(52).

       01 WS-BILL-HEADING.
           05 FILLER PIC X(10) VALUE "PLAYER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "OPENING".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE " BOUGHT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "REFUNDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE " ROUNDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "CHARGED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "CLOSING".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "  ENDED".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "CHECK".

       01 WS-BILL-DETAIL.
           05 WS-BD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BD-OPENING PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BD-BOUGHT PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BD-REFUNDED PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BD-ROUNDS PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BD-CHARGED PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BD-CLOSING PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BD-ENDED PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-BD-CHECK PIC X(6).

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL PIC X(40).
           05 WS-TL-VALUE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM READ-BILL-PARMS.
           OPEN INPUT CREDIT-LEDGER.
           IF WS-CRL-STATUS = "00"
               PERFORM READ-LEDGER-LINE UNTIL WS-LEDGER-EOF = "Y"
               CLOSE CREDIT-LEDGER
           ELSE
               IF WS-CRL-STATUS NOT = "35"
                   DISPLAY "Error opening CREDIT-LEDGER, status "
                       WS-CRL-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE "RC08" TO WS-END-STATUS
               END-IF
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-LINE UNTIL WS-AUDIT-EOF = "Y"
               CLOSE AUDIT-LOG
           ELSE
               DISPLAY "Error opening AUDIT-LOG, status "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           PERFORM SORT-BILL-TABLE.
           OPEN OUTPUT BILLING-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-BILL-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAYER-COUNT.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE BILLING-REPORT.
           IF WS-FLAGGED-COUNT > 0 OR WS-TABLE-FULL = "Y"
               MOVE 8 TO RETURN-CODE
               MOVE "RC08" TO WS-END-STATUS
           END-IF.
           DISPLAY "Billing for " WS-BILL-MONTH ": "
               WS-LISTED-COUNT " players, " WS-FLAGGED-COUNT
               " flagged".
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

      *The ledger is appended as credits move, by the game and the
      *desk alike, so the bill has no prerequisite in the nightly
      *chain beyond the spill collection the audit rows need; the
      *stamp is its entry in the run-control ledger.
       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "BILLRPT" TO WS-RC-PROGRAM.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.

      *No card means the month before the one the run falls in.
       READ-BILL-PARMS.
           OPEN INPUT BILL-PARMS.
           IF WS-PARM-STATUS = "00"
               READ BILL-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-BILL-MONTH TO WS-BILL-MONTH
               END-READ
               CLOSE BILL-PARMS
           END-IF.
           IF WS-BILL-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BILL-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BILL-MM
               IF WS-BILL-MM = 1
                   SUBTRACT 1 FROM WS-BILL-YEAR
                   MOVE 12 TO WS-BILL-MM
               ELSE
                   SUBTRACT 1 FROM WS-BILL-MM
               END-IF
               STRING WS-BILL-YEAR "-" WS-BILL-MM
                   DELIMITED BY SIZE INTO WS-BILL-MONTH
           END-IF.

      *Lines before the month only carry the balance forward;
      *lines after it are left for next month's bill.
       READ-LEDGER-LINE.
           READ CREDIT-LEDGER
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   MOVE CRL-RECORD TO WS-CREDIT-LINE
                   IF WS-CL-DATE(1:7) <= WS-BILL-MONTH
                       PERFORM POST-LEDGER-LINE
                   END-IF
           END-READ.

       POST-LEDGER-LINE.
           MOVE WS-CL-PLAYER TO WS-LOOKUP-ID.
           PERFORM FIND-BILL-ENTRY.
           IF WS-SUB > 0
               MOVE WS-CL-BALANCE TO WS-BL-CLOSING(WS-SUB)
               IF WS-CL-DATE(1:7) < WS-BILL-MONTH
                   MOVE WS-CL-BALANCE TO WS-BL-OPENING(WS-SUB)
               ELSE
                   MOVE "Y" TO WS-BL-ACTIVE(WS-SUB)
                   PERFORM TALLY-LEDGER-MOVEMENT
               END-IF
           END-IF.

       TALLY-LEDGER-MOVEMENT.
           IF WS-CL-TYPE = "TOP"
               ADD WS-CL-AMOUNT TO WS-BL-BOUGHT(WS-SUB)
           ELSE
               IF WS-CL-TYPE = "REF"
                   ADD WS-CL-AMOUNT TO WS-BL-REFUNDED(WS-SUB)
               ELSE
                   IF WS-CL-TYPE = "DEB"
                       ADD 1 TO WS-BL-ROUNDS(WS-SUB)
                       ADD WS-CL-AMOUNT TO WS-BL-CHARGED(WS-SUB)
                   END-IF
               END-IF
           END-IF.

       READ-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   MOVE AUDIT-RECORD TO WS-AUDIT-LINE
                   IF WS-AUDIT-LN-DATE(1:7) = WS-BILL-MONTH AND
                      (WS-AUDIT-LN-RESULT = "WON" OR
                       WS-AUDIT-LN-RESULT = "LOST" OR
                       WS-AUDIT-LN-RESULT = "ABANDONED")
                       PERFORM TALLY-ENDED-ROUND
                   END-IF
           END-READ.

       TALLY-ENDED-ROUND.
           MOVE WS-AUDIT-LN-PLAYER TO WS-LOOKUP-ID.
           PERFORM FIND-BILL-ENTRY.
           IF WS-SUB > 0
               MOVE "Y" TO WS-BL-ACTIVE(WS-SUB)
               ADD 1 TO WS-BL-ENDED(WS-SUB)
           END-IF.

      *Leaves WS-SUB on the player's entry, adding one if needed;
      *zero when the table is full.
       FIND-BILL-ENTRY.
           MOVE "N" TO WS-PLAYER-FOUND.
           PERFORM MATCH-BILL-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAYER-COUNT
                  OR WS-PLAYER-FOUND = "Y".
           IF WS-PLAYER-FOUND = "N"
               IF WS-PLAYER-COUNT = 500
                   IF WS-TABLE-FULL = "N"
                       MOVE "Y" TO WS-TABLE-FULL
                       DISPLAY "Warning: billing table full at 500 "
                           "players; later players not billed"
                   END-IF
                   MOVE 0 TO WS-SUB
               ELSE
                   ADD 1 TO WS-PLAYER-COUNT
                   MOVE WS-PLAYER-COUNT TO WS-SUB
                   MOVE WS-LOOKUP-ID TO WS-BL-PLAYER-ID(WS-SUB)
                   MOVE 0 TO WS-BL-OPENING(WS-SUB)
                   MOVE 0 TO WS-BL-BOUGHT(WS-SUB)
                   MOVE 0 TO WS-BL-REFUNDED(WS-SUB)
                   MOVE 0 TO WS-BL-ROUNDS(WS-SUB)
                   MOVE 0 TO WS-BL-CHARGED(WS-SUB)
                   MOVE 0 TO WS-BL-CLOSING(WS-SUB)
                   MOVE 0 TO WS-BL-ENDED(WS-SUB)
                   MOVE "N" TO WS-BL-ACTIVE(WS-SUB)
               END-IF
           END-IF.

      *PERFORM VARYING leaves WS-SUB one past the hit, so step back
      *when the player was already in the table.
       MATCH-BILL-ENTRY.
           IF WS-BL-PLAYER-ID(WS-SUB) = WS-LOOKUP-ID
               MOVE "Y" TO WS-PLAYER-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.

      *Simple exchange sort, same as the other report programs'
      *tables: player ID ascending.
       SORT-BILL-TABLE.
           IF WS-PLAYER-COUNT > 1
               MOVE "Y" TO WS-SWAPPED
               PERFORM BILL-SORT-PASS UNTIL WS-SWAPPED = "N"
           END-IF.

       BILL-SORT-PASS.
           MOVE "N" TO WS-SWAPPED.
           PERFORM BILL-SORT-COMPARE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB >= WS-PLAYER-COUNT.

       BILL-SORT-COMPARE.
           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-BL-PLAYER-ID(WS-SUB-2) < WS-BL-PLAYER-ID(WS-SUB)
               MOVE WS-BILL-ENTRY(WS-SUB) TO WS-SAVE-ENTRY
               MOVE WS-BILL-ENTRY(WS-SUB-2) TO WS-BILL-ENTRY(WS-SUB)
               MOVE WS-SAVE-ENTRY TO WS-BILL-ENTRY(WS-SUB-2)
               MOVE "Y" TO WS-SWAPPED
           END-IF.

      *MOVE SPACES before each STRING so the untouched tail of the
      *record never carries low-value bytes into the LINE
      *SEQUENTIAL file.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "guessNumber Credit Billing - " WS-BILL-MONTH
                  "   (run " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-BILL-HEADING.

      *A player with nothing going in and nothing in the month has
      *no bill.
       WRITE-BILL-LINE.
           IF WS-BL-OPENING(WS-SUB) > 0 OR WS-BL-ACTIVE(WS-SUB) = "Y"
               PERFORM CHECK-BILL-ENTRY
               ADD 1 TO WS-LISTED-COUNT
               ADD WS-BL-OPENING(WS-SUB) TO WS-TOTAL-OPENING
               ADD WS-BL-BOUGHT(WS-SUB) TO WS-TOTAL-BOUGHT
               ADD WS-BL-REFUNDED(WS-SUB) TO WS-TOTAL-REFUNDED
               ADD WS-BL-ROUNDS(WS-SUB) TO WS-TOTAL-ROUNDS
               ADD WS-BL-CHARGED(WS-SUB) TO WS-TOTAL-CHARGED
               ADD WS-BL-CLOSING(WS-SUB) TO WS-TOTAL-CLOSING
               ADD WS-BL-ENDED(WS-SUB) TO WS-TOTAL-ENDED
               MOVE WS-BL-PLAYER-ID(WS-SUB) TO WS-BD-PLAYER-ID
               MOVE WS-BL-OPENING(WS-SUB) TO WS-BD-OPENING
               MOVE WS-BL-BOUGHT(WS-SUB) TO WS-BD-BOUGHT
               MOVE WS-BL-REFUNDED(WS-SUB) TO WS-BD-REFUNDED
               MOVE WS-BL-ROUNDS(WS-SUB) TO WS-BD-ROUNDS
               MOVE WS-BL-CHARGED(WS-SUB) TO WS-BD-CHARGED
               MOVE WS-BL-CLOSING(WS-SUB) TO WS-BD-CLOSING
               MOVE WS-BL-ENDED(WS-SUB) TO WS-BD-ENDED
               WRITE RPT-LINE FROM WS-BILL-DETAIL
           END-IF.

       CHECK-BILL-ENTRY.
           MOVE SPACES TO WS-BD-CHECK.
           COMPUTE WS-EXPECTED-CLOSE = WS-BL-OPENING(WS-SUB)
               + WS-BL-BOUGHT(WS-SUB) - WS-BL-REFUNDED(WS-SUB)
               - WS-BL-CHARGED(WS-SUB).
           IF WS-EXPECTED-CLOSE NOT = WS-BL-CLOSING(WS-SUB)
               MOVE "LEDGER" TO WS-BD-CHECK
           END-IF.
           IF WS-BL-ROUNDS(WS-SUB) NOT = WS-BL-ENDED(WS-SUB)
               MOVE "RECON" TO WS-BD-CHECK
           END-IF.
           IF WS-BD-CHECK NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Players billed" TO WS-TL-LABEL.
           MOVE WS-LISTED-COUNT TO WS-TL-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "Credits held at start of month" TO WS-TL-LABEL.
           MOVE WS-TOTAL-OPENING TO WS-TL-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "Credits bought at the desk" TO WS-TL-LABEL.
           MOVE WS-TOTAL-BOUGHT TO WS-TL-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "Credits refunded at the desk" TO WS-TL-LABEL.
           MOVE WS-TOTAL-REFUNDED TO WS-TL-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "Rounds charged" TO WS-TL-LABEL.
           MOVE WS-TOTAL-ROUNDS TO WS-TL-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "Credits charged for rounds" TO WS-TL-LABEL.
           MOVE WS-TOTAL-CHARGED TO WS-TL-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "Credits held at end of month" TO WS-TL-LABEL.
           MOVE WS-TOTAL-CLOSING TO WS-TL-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "Rounds finished per the audit trail" TO WS-TL-LABEL.
           MOVE WS-TOTAL-ENDED TO WS-TL-VALUE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-FLAGGED-COUNT = 0
               MOVE "Every player's charges agree with the audit "
                   TO RPT-LINE
               MOVE "trail." TO RPT-LINE(45:6)
           ELSE
               MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
               STRING "Players flagged for checking: "
                      FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           IF WS-TABLE-FULL = "Y"
               MOVE "Billing table full - players past 500 were not "
                   TO RPT-LINE
               MOVE "billed." TO RPT-LINE(48:7)
               WRITE RPT-LINE
           END-IF.
