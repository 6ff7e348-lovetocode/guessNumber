       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLYERASE.
       AUTHOR "Daniel Thornton".
      *Erasure of a departed player's data on request. PLAYERMNT
      *can only deactivate a player, which leaves the ID and name
      *on every file for good. This job takes the IDs listed in
      *ERASEREQ (one per line, cols 1-10) and for each one:
      *  - deletes the PLAYER-MASTER, PLAYER-SCORES, ACHIEVEMENTS,
      *    SEASON-SCORES, REVIEW-HOLD, PLAYER-CREDITS and
      *    PLAYER-RATING records;
      *  - moves the player's DAILY-CHALLENGE, SEASON-HISTORY and
      *    ROUND-HISTORY records to an anonymous token (the ID is
      *    part of their key, so each is written under the token
      *    and the old key then deleted);
      *  - swaps the ID for the same token on every line of
      *    AUDIT-LOG, the audit archive, the audit quarantine,
      *    POINTS-LEDGER, TOURNEY-LOG, SCORE-JOURNAL (both
      *    images), MERGE-XREF, CHALLENGE-LOG and CREDIT-LEDGER.
      *The token is "ERASED" and a four-digit number, the next on
      *ERASE-REGISTER (copybook ERASLIN), so the daily, trend,
      *points, tournament and billing totals still add up - the
      *rounds are all still there, under a name nobody can trace.
      *An ID merged into a requested ID (MERGE-XREF) is the same
      *player and is erased with it, under a token of its own.
      *An ID is refused, and written back to ERASELEFT for a later
      *run, when:
      *  - a console checkpoint is holding a round for it (the
      *    console would write the ID straight back);
      *  - it has played in a tournament still open on
      *    TOURNEY-DEF (the standings are still being run);
      *  - it still has unused prepaid credits (refund them at the
      *    desk first - deleting the balance would lose them);
      *  - it is itself an erasure token.
      *The log lines are written to new copies (the ...NEW files)
      *which the JCL copies back over the live files, and the
      *archive and quarantine generations are each replaced by
      *one anonymised generation, only when this step ends with
      *CC 4 or less. A DEL
      *line is added to the journal copy for each score record
      *removed, so a roll-forward from the fresh backup the JCL
      *takes afterwards cannot bring the record back. Each run
      *prints a certificate (ERASECERT) listing every request,
      *every file with its records changed, and a sign-off block.
      *Erased IDs appear on it only by their request line and
      *token; refused IDs are shown in full. A file error before
      *the copies are complete ends the run with RETURN-CODE 8 and
      *nothing is touched or copied back. The keyed files are only
      *changed once the copies are complete, so a failure there
      *ends with RETURN-CODE 4: the copies still go back (the
      *logs must carry the same token as the records already
      *moved) and the ID is written back to ERASELEFT so the next
      *run finishes its keyed records.

       ENVIRONMENT DIVISION.
      *-------------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       FILE-CONTROL.
           SELECT ERASE-REQUEST ASSIGN TO "ERASEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT ERASE-LEFT ASSIGN TO "ERASELEFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEFT-STATUS.

           SELECT ERASE-REGISTER ASSIGN TO "ERASEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT ERASE-CERT ASSIGN TO "ERASECERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RESTART-CHECKPOINT ASSIGN TO "RESTARTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT TOURNEY-DEF ASSIGN TO "TOURNEYDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT PLAYER-SCORES ASSIGN TO "PLAYERSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS WS-PS-STATUS.

           SELECT ACHIEVEMENTS ASSIGN TO "ACHIEVEMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-PLAYER-ID
               FILE STATUS IS WS-AC-STATUS.

           SELECT SEASON-SCORES ASSIGN TO "SEASONSCORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-PLAYER-ID
               FILE STATUS IS WS-SN-STATUS.

           SELECT REVIEW-HOLD ASSIGN TO "REVIEWHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-PLAYER-ID
               FILE STATUS IS WS-RH-STATUS.

           SELECT PLAYER-CREDITS ASSIGN TO "PLAYERCREDITS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS WS-CR-STATUS.

           SELECT PLAYER-RATING ASSIGN TO "PLAYERRATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-PR-STATUS.

           SELECT DAILY-CHALLENGE ASSIGN TO "DAILYCHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DC-STATUS.

           SELECT SEASON-HISTORY ASSIGN TO "SEASONHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.

           SELECT ROUND-HISTORY ASSIGN TO "ROUNDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-WHEN WITH DUPLICATES
               FILE STATUS IS WS-HS-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDITARCHIVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT QUARANTINE ASSIGN TO "QUARANTINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT POINTS-LEDGER ASSIGN TO "POINTSLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT TOURNEY-LOG ASSIGN TO "TOURNEYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SCORE-JOURNAL ASSIGN TO "SCOREJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT MERGE-XREF ASSIGN TO "MERGEXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT CHALLENGE-LOG ASSIGN TO "CHALLENGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT CREDIT-LEDGER ASSIGN TO "CREDITLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT AUDIT-NEW ASSIGN TO "AUDITNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT ARCHIVE-NEW ASSIGN TO "ARCHIVENEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT QUARANTINE-NEW ASSIGN TO "QUARNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT POINTS-NEW ASSIGN TO "POINTSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT TOURNEY-NEW ASSIGN TO "TOURNEYNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT JOURNAL-NEW ASSIGN TO "JOURNALNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT XREF-NEW ASSIGN TO "XREFNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT CHALLENGE-NEW ASSIGN TO "CHALLENGENEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT CREDIT-NEW ASSIGN TO "CREDITNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
      *-------------------------
       FILE SECTION.
      *-------------------------
      *ERASEREQ is keyed by the desk, one ID per line:
      *  col  1-10  REQ-PLAYER-ID  (folded to upper case here)
       FD  ERASE-REQUEST.
       01  REQ-RECORD.
           05 REQ-PLAYER-ID PIC X(10).
           05 FILLER PIC X(70).

       FD  ERASE-LEFT.
       01  LEFT-RECORD PIC X(80).

       FD  ERASE-REGISTER.
       01  EREG-RECORD PIC X(44).

       FD  ERASE-CERT.
       01  RPT-LINE PIC X(80).

      *The RESTARTCKPT DD concatenates every console's checkpoint
      *file, as for the abandoned-round closure.
       FD  RESTART-CHECKPOINT.
       01  CKPT-RECORD PIC X(56).

       FD  TOURNEY-DEF.
           COPY TRNYDEF.

       FD  PLAYER-MASTER.
           COPY PLYRMST.

       FD  PLAYER-SCORES.
           COPY PLYRSCR.

       FD  ACHIEVEMENTS.
           COPY ACHVMNT.

       FD  SEASON-SCORES.
           COPY SEASSCR.

       FD  REVIEW-HOLD.
           COPY RVWHOLD.

       FD  PLAYER-CREDITS.
           COPY PLYRCRD.

       FD  PLAYER-RATING.
           COPY PLYRRTG.

       FD  DAILY-CHALLENGE.
           COPY DLYCHAL.

       FD  SEASON-HISTORY.
           COPY SEASHST.

       FD  ROUND-HISTORY.
           COPY RNDHIST.

       FD  AUDIT-LOG.
       01  AUDIT-RECORD PIC X(80).

      *The AUDITARCHIVE DD is the archive GDG base, so every
      *generation is read as one file.
       FD  AUDIT-ARCHIVE.
       01  ARCHIVE-RECORD PIC X(80).

      *The QUARANTINE DD is the quarantine GDG base, read the same
      *way: each line is the reject reason, a space and the raw
      *audit line.
       FD  QUARANTINE.
       01  QUAR-RECORD PIC X(90).

       FD  POINTS-LEDGER.
       01  PTS-RECORD PIC X(54).

       FD  TOURNEY-LOG.
       01  TOURNEY-RECORD PIC X(45).

       FD  SCORE-JOURNAL.
       01  JRNL-RECORD PIC X(95).

       FD  MERGE-XREF.
       01  XREF-RECORD PIC X(21).

       FD  CHALLENGE-LOG.
       01  CHLOG-RECORD PIC X(91).

       FD  CREDIT-LEDGER.
       01  CRL-RECORD PIC X(55).

       FD  AUDIT-NEW.
       01  AUDIT-NEW-RECORD PIC X(80).

       FD  ARCHIVE-NEW.
       01  ARCHIVE-NEW-RECORD PIC X(80).

       FD  QUARANTINE-NEW.
       01  QUAR-NEW-RECORD PIC X(90).

       FD  POINTS-NEW.
       01  PTS-NEW-RECORD PIC X(54).

       FD  TOURNEY-NEW.
       01  TOURNEY-NEW-RECORD PIC X(45).

       FD  JOURNAL-NEW.
       01  JRNL-NEW-RECORD PIC X(95).

       FD  XREF-NEW.
       01  XREF-NEW-RECORD PIC X(21).

       FD  CHALLENGE-NEW.
       01  CHLOG-NEW-RECORD PIC X(91).

       FD  CREDIT-NEW.
       01  CRL-NEW-RECORD PIC X(55).

       FD  RUN-CONTROL.
       01  RUNCTL-RECORD PIC X(25).

       WORKING-STORAGE SECTION.
       COPY AUDTLIN.
       COPY PTSLED.
       COPY TRNYLIN.
       COPY SCRJRNL.
       COPY MRGXREF.
       COPY CHALLIN.
       COPY CRDLEDG.
       COPY CKPTLIN.
       COPY ERASLIN.
       COPY RUNCTL.

       01 WS-REQ-STATUS PIC XX.
       01 WS-LEFT-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-TD-STATUS PIC XX.
       01 WS-PM-STATUS PIC XX.
       01 WS-PS-STATUS PIC XX.
       01 WS-AC-STATUS PIC XX.
       01 WS-SN-STATUS PIC XX.
       01 WS-RH-STATUS PIC XX.
       01 WS-CR-STATUS PIC XX.
       01 WS-PR-STATUS PIC XX.
       01 WS-DC-STATUS PIC XX.
       01 WS-SH-STATUS PIC XX.
       01 WS-HS-STATUS PIC XX.
       01 WS-IN-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC X(10).
       01 WS-RUN-TIME PIC X(8).
       01 WS-END-STATUS PIC X(4) VALUE "OK".
       01 WS-LINES-WRITTEN PIC X VALUE "N".
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-ID-FOUND PIC X.
       01 WS-SWAPPED PIC X.
       01 WS-LINE-CHANGED PIC X.
       01 WS-ADDED-ONE PIC X.
       01 WS-LOOKUP-ID PIC X(10).
       01 WS-REQUEST-LINE PIC 9(4) VALUE 0.
       01 WS-RSUB PIC 999.
       01 WS-PSUB PIC 999.
       01 WS-XSUB PIC 999.
       01 WS-TSUB PIC 99.
       01 WS-FSUB PIC 99.
       01 WS-NEXT-TOKEN PIC 9(5) VALUE 0.
       01 WS-TOKEN-WORK.
           05 WS-TOKEN-PREFIX PIC X(6) VALUE "ERASED".
           05 WS-TOKEN-NUMBER PIC 9(4).
       01 WS-PS-IMAGE PIC X(30).
       01 WS-REQUESTS-READ PIC 9(5) VALUE 0.
       01 WS-DUPLICATES PIC 9(5) VALUE 0.
       01 WS-HELD-OVER PIC 9(5) VALUE 0.
       01 WS-ERASED-COUNT PIC 999 VALUE 0.
       01 WS-MERGED-COUNT PIC 999 VALUE 0.
       01 WS-REFUSED-COUNT PIC 999 VALUE 0.
       01 WS-DC-OLD-KEY PIC X(20).
       01 WS-SH-OLD-KEY PIC X(14).
       01 WS-HS-OLD-KEY PIC X(28).
       01 WS-QUAR-LINE.
           05 WS-QUAR-REASON PIC X(8).
           05 FILLER PIC X.
           05 WS-QUAR-DATA PIC X(80).
       01 WS-EDIT-READ PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-CHANGED PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-SMALL PIC ZZ9.

      *One entry per ID to be erased: the request lines first,
      *then any ID merged into one of them, which carries the
      *subscript of the entry it was merged into. Status is "A"
      *(accepted) or "R" (refused, with the reason).
       01 WS-REQUEST-COUNT PIC 999 VALUE 0.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-ENTRY OCCURS 100 TIMES.
               10 WS-RQ-ID PIC X(10).
               10 WS-RQ-LINE PIC 9(4).
               10 WS-RQ-PARENT PIC 999.
               10 WS-RQ-STATUS PIC X.
               10 WS-RQ-REASON PIC X(40).
               10 WS-RQ-TOKEN PIC X(10).
               10 WS-RQ-REMOVED PIC 9(5).
               10 WS-RQ-CHANGED PIC 9(7).
               10 WS-RQ-KEYED-FAIL PIC X.

       01 WS-XREF-COUNT PIC 999 VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 200 TIMES.
               10 WS-XRF-FROM-ID PIC X(10).
               10 WS-XRF-TO-ID PIC X(10).

      *Tournaments whose last day is today or later.
       01 WS-OPEN-COUNT PIC 99 VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-TOURNEY PIC X(8) OCCURS 50 TIMES.

      *Every file the erasure can touch, in certificate order,
      *with what a change to it means; the counts run in step.
       01 WS-FILE-NAMES.
           05 FILLER PIC X(32)
               VALUE "PLAYERMASTER  records deleted".
           05 FILLER PIC X(32)
               VALUE "PLAYERSCORES  records deleted".
           05 FILLER PIC X(32)
               VALUE "ACHIEVEMENTS  records deleted".
           05 FILLER PIC X(32)
               VALUE "SEASONSCORES  records deleted".
           05 FILLER PIC X(32)
               VALUE "REVIEWHOLD    records deleted".
           05 FILLER PIC X(32)
               VALUE "PLAYERCREDITS records deleted".
           05 FILLER PIC X(32)
               VALUE "PLAYERRATING  records deleted".
           05 FILLER PIC X(32)
               VALUE "DAILYCHAL     moved to token".
           05 FILLER PIC X(32)
               VALUE "SEASONHIST    moved to token".
           05 FILLER PIC X(32)
               VALUE "ROUNDHIST     moved to token".
           05 FILLER PIC X(32)
               VALUE "AUDITLOG      lines changed".
           05 FILLER PIC X(32)
               VALUE "AUDITARCHIVE  lines changed".
           05 FILLER PIC X(32)
               VALUE "POINTSLED     lines changed".
           05 FILLER PIC X(32)
               VALUE "TOURNEYLOG    lines changed".
           05 FILLER PIC X(32)
               VALUE "SCOREJRNL     lines chg/added".
           05 FILLER PIC X(32)
               VALUE "MERGEXREF     lines changed".
           05 FILLER PIC X(32)
               VALUE "CHALLENGELOG  lines changed".
           05 FILLER PIC X(32)
               VALUE "CREDITLEDGER  lines changed".
           05 FILLER PIC X(32)
               VALUE "QUARANTINE    lines changed".
       01 WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-ENTRY OCCURS 19 TIMES.
               10 WS-FILE-NAME PIC X(14).
               10 WS-FILE-ACTION PIC X(18).
       01 WS-FILE-COUNTS.
           05 WS-FILE-COUNT-ENTRY OCCURS 19 TIMES.
               10 WS-FC-READ PIC 9(9).
               10 WS-FC-CHANGED PIC 9(7).

       01 WS-CERT-REQUEST.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CQ-LINE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CQ-OUTCOME PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CQ-TOKEN PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CQ-CHANGED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CQ-NOTE PIC X(39).

       01 WS-CERT-FILE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CF-NAME PIC X(14).
           05 WS-CF-READ PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CF-CHANGED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CF-ACTION PIC X(18).
           05 FILLER PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-RUN-TIME.
           INITIALIZE WS-FILE-COUNTS.
           OPEN OUTPUT ERASE-LEFT.
           PERFORM LOAD-REQUESTS.
           PERFORM LOAD-MERGE-XREF.
           PERFORM ADD-MERGED-IDS.
           PERFORM OPEN-KEYED-FILES.
           IF WS-END-STATUS = "OK"
               PERFORM CHECK-REFUSALS
               PERFORM ASSIGN-TOKENS
           END-IF.
      *The live logs are copied back from the new files whenever
      *this step ends cleanly, so they are always written in
      *full - unchanged when nothing was accepted.
           IF WS-END-STATUS = "OK"
               PERFORM REWRITE-LINE-FILES
           END-IF.
           IF WS-END-STATUS = "OK"
               PERFORM OPEN-REGISTER
           END-IF.
           IF WS-END-STATUS = "OK"
               MOVE "Y" TO WS-LINES-WRITTEN
               PERFORM ERASE-KEYED-RECORDS
               PERFORM WRITE-REGISTER
           END-IF.
           PERFORM WRITE-LEFT-REQUESTS.
           CLOSE ERASE-LEFT.
           PERFORM CLOSE-KEYED-FILES.
           PERFORM WRITE-CERTIFICATE.
           DISPLAY "Player erasure: " WS-ERASED-COUNT " erased, "
               WS-MERGED-COUNT " merged IDs with them, "
               WS-REFUSED-COUNT " refused".
           IF WS-END-STATUS = "RC08"
               DISPLAY "Erasure incomplete - nothing is copied back"
           END-IF.
           IF WS-END-STATUS = "RC04"
               DISPLAY "Keyed files incomplete - logs copied back, "
                   "IDs left for the next run"
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO WS-RUNCTL-LINE.
           MOVE "PLYERASE" TO WS-RC-PROGRAM.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           MOVE WS-END-STATUS TO WS-RC-STATUS.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-LINE.
           CLOSE RUN-CONTROL.

       NOTE-FAILURE.
           MOVE 8 TO RETURN-CODE.
           MOVE "RC08" TO WS-END-STATUS.

      *A keyed-file failure for the entry at WS-RSUB: the run
      *carries on with the rest, the copies still go back, and
      *the ID goes back on the request file.
       NOTE-KEYED-FAILURE.
           MOVE "Y" TO WS-RQ-KEYED-FAIL(WS-RSUB).
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
               MOVE "RC04" TO WS-END-STATUS
           END-IF.

      *-------------------------------------------------------
      * Requests: IDs fold to upper case, as at the desk. Blank
      * lines are passed over and a repeated ID counts once. A
      * request that will not fit the table is written straight
      * back to ERASELEFT for the next run.
      *-------------------------------------------------------
       LOAD-REQUESTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ERASE-REQUEST.
           IF WS-REQ-STATUS = "00"
               PERFORM READ-REQUEST-LINE UNTIL WS-EOF = "Y"
               CLOSE ERASE-REQUEST
           ELSE
               IF WS-REQ-STATUS NOT = "35"
                   DISPLAY "Erasure requests not available, status "
                       WS-REQ-STATUS
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

       READ-REQUEST-LINE.
           READ ERASE-REQUEST
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-REQUEST-LINE
                   IF REQ-PLAYER-ID NOT = SPACES
                       ADD 1 TO WS-REQUESTS-READ
                       MOVE FUNCTION UPPER-CASE(REQ-PLAYER-ID)
                           TO WS-LOOKUP-ID
                       PERFORM ADD-REQUEST-ENTRY
                   END-IF
           END-READ.

       ADD-REQUEST-ENTRY.
           PERFORM FIND-REQUEST-ENTRY.
           IF WS-ID-FOUND = "Y"
               ADD 1 TO WS-DUPLICATES
           ELSE
               IF WS-REQUEST-COUNT >= 100
                   IF WS-TABLE-FULL = "N"
                       MOVE "Y" TO WS-TABLE-FULL
                       DISPLAY "Warning: request table full at 100;"
                           " the rest are held over"
                   END-IF
                   ADD 1 TO WS-HELD-OVER
                   MOVE SPACES TO LEFT-RECORD
                   MOVE WS-LOOKUP-ID TO LEFT-RECORD
                   WRITE LEFT-RECORD
               ELSE
                   ADD 1 TO WS-REQUEST-COUNT
                   MOVE WS-REQUEST-COUNT TO WS-RSUB
                   MOVE WS-LOOKUP-ID TO WS-RQ-ID(WS-RSUB)
                   MOVE WS-REQUEST-LINE TO WS-RQ-LINE(WS-RSUB)
                   MOVE 0 TO WS-RQ-PARENT(WS-RSUB)
                   MOVE "A" TO WS-RQ-STATUS(WS-RSUB)
                   MOVE SPACES TO WS-RQ-REASON(WS-RSUB)
                   MOVE SPACES TO WS-RQ-TOKEN(WS-RSUB)
                   MOVE 0 TO WS-RQ-REMOVED(WS-RSUB)
                   MOVE 0 TO WS-RQ-CHANGED(WS-RSUB)
                   MOVE "N" TO WS-RQ-KEYED-FAIL(WS-RSUB)
               END-IF
           END-IF.

      *Any entry, accepted or refused, with the ID in
      *WS-LOOKUP-ID; leaves WS-RSUB on it.
       FIND-REQUEST-ENTRY.
           MOVE "N" TO WS-ID-FOUND.
           PERFORM MATCH-REQUEST-ENTRY
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT
                  OR WS-ID-FOUND = "Y".

      *PERFORM VARYING leaves WS-RSUB one past the hit, so step
      *back when the ID was already in the table.
       MATCH-REQUEST-ENTRY.
           IF WS-RQ-ID(WS-RSUB) = WS-LOOKUP-ID
               MOVE "Y" TO WS-ID-FOUND
               SUBTRACT 1 FROM WS-RSUB
           END-IF.

      *Only accepted entries are erased; a refused ID is left
      *exactly as it is everywhere.
       FIND-ERASE-ID.
           PERFORM FIND-REQUEST-ENTRY.
           IF WS-ID-FOUND = "Y"
               IF WS-RQ-STATUS(WS-RSUB) NOT = "A"
                   MOVE "N" TO WS-ID-FOUND
               END-IF
           END-IF.

      *-------------------------------------------------------
      * Merged IDs: an ID merged into a requested one belongs
      * to the same player. Passes repeat until one adds
      * nothing, so a chain of merges is followed to its start.
      *-------------------------------------------------------
       LOAD-MERGE-XREF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT MERGE-XREF.
           IF WS-IN-STATUS = "00"
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
                       DISPLAY "Merge table full at 200; "
                           "nothing erased"
                       PERFORM NOTE-FAILURE
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       MOVE WS-MX-FROM-ID
                           TO WS-XRF-FROM-ID(WS-XREF-COUNT)
                       MOVE WS-MX-TO-ID
                           TO WS-XRF-TO-ID(WS-XREF-COUNT)
                   END-IF
           END-READ.

       ADD-MERGED-IDS.
           MOVE "Y" TO WS-ADDED-ONE.
           PERFORM ADD-MERGED-PASS UNTIL WS-ADDED-ONE = "N".

       ADD-MERGED-PASS.
           MOVE "N" TO WS-ADDED-ONE.
           PERFORM ADD-ONE-MERGED-ID
               VARYING WS-XSUB FROM 1 BY 1
               UNTIL WS-XSUB > WS-XREF-COUNT.

       ADD-ONE-MERGED-ID.
           MOVE WS-XRF-TO-ID(WS-XSUB) TO WS-LOOKUP-ID.
           PERFORM FIND-REQUEST-ENTRY.
           IF WS-ID-FOUND = "Y"
               MOVE WS-RSUB TO WS-PSUB
               MOVE WS-XRF-FROM-ID(WS-XSUB) TO WS-LOOKUP-ID
               PERFORM FIND-REQUEST-ENTRY
               IF WS-ID-FOUND = "N"
                   IF WS-REQUEST-COUNT >= 100
                       DISPLAY "Request table full at 100 adding "
                           "merged IDs; nothing erased"
                       PERFORM NOTE-FAILURE
                   ELSE
                       ADD 1 TO WS-REQUEST-COUNT
                       MOVE WS-REQUEST-COUNT TO WS-RSUB
                       MOVE WS-LOOKUP-ID TO WS-RQ-ID(WS-RSUB)
                       MOVE WS-RQ-LINE(WS-PSUB) TO WS-RQ-LINE(WS-RSUB)
                       MOVE WS-PSUB TO WS-RQ-PARENT(WS-RSUB)
                       MOVE "A" TO WS-RQ-STATUS(WS-RSUB)
                       MOVE SPACES TO WS-RQ-REASON(WS-RSUB)
                       MOVE SPACES TO WS-RQ-TOKEN(WS-RSUB)
                       MOVE 0 TO WS-RQ-REMOVED(WS-RSUB)
                       MOVE 0 TO WS-RQ-CHANGED(WS-RSUB)
                       MOVE "N" TO WS-RQ-KEYED-FAIL(WS-RSUB)
                       MOVE "Y" TO WS-ADDED-ONE
                   END-IF
               END-IF
           END-IF.

      *-------------------------------------------------------
      * Keyed files are opened I-O up front so a missing or
      * locked file stops the run before anything is written.
      * Status 35 is a file never created - nothing to erase.
      *-------------------------------------------------------
       OPEN-KEYED-FILES.
           OPEN I-O PLAYER-MASTER.
           OPEN I-O PLAYER-SCORES.
           OPEN I-O ACHIEVEMENTS.
           OPEN I-O SEASON-SCORES.
           OPEN I-O REVIEW-HOLD.
           OPEN I-O PLAYER-CREDITS.
           OPEN I-O PLAYER-RATING.
           OPEN I-O DAILY-CHALLENGE.
           OPEN I-O SEASON-HISTORY.
           OPEN I-O ROUND-HISTORY.
           IF (WS-PM-STATUS NOT = "00" AND NOT = "35") OR
              (WS-PS-STATUS NOT = "00" AND NOT = "35") OR
              (WS-AC-STATUS NOT = "00" AND NOT = "35") OR
              (WS-SN-STATUS NOT = "00" AND NOT = "35") OR
              (WS-RH-STATUS NOT = "00" AND NOT = "35") OR
              (WS-CR-STATUS NOT = "00" AND NOT = "35") OR
              (WS-PR-STATUS NOT = "00" AND NOT = "35") OR
              (WS-DC-STATUS NOT = "00" AND NOT = "35") OR
              (WS-SH-STATUS NOT = "00" AND NOT = "35") OR
              (WS-HS-STATUS NOT = "00" AND NOT = "35")
               DISPLAY "Keyed files not available, status "
                   WS-PM-STATUS "/" WS-PS-STATUS "/" WS-AC-STATUS
                   "/" WS-SN-STATUS "/" WS-RH-STATUS "/"
                   WS-CR-STATUS "/" WS-PR-STATUS "/" WS-DC-STATUS
                   "/" WS-SH-STATUS "/" WS-HS-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       CLOSE-KEYED-FILES.
           IF WS-PM-STATUS NOT = "35"
               CLOSE PLAYER-MASTER
           END-IF.
           IF WS-PS-STATUS NOT = "35"
               CLOSE PLAYER-SCORES
           END-IF.
           IF WS-AC-STATUS NOT = "35"
               CLOSE ACHIEVEMENTS
           END-IF.
           IF WS-SN-STATUS NOT = "35"
               CLOSE SEASON-SCORES
           END-IF.
           IF WS-RH-STATUS NOT = "35"
               CLOSE REVIEW-HOLD
           END-IF.
           IF WS-CR-STATUS NOT = "35"
               CLOSE PLAYER-CREDITS
           END-IF.
           IF WS-PR-STATUS NOT = "35"
               CLOSE PLAYER-RATING
           END-IF.
           IF WS-DC-STATUS NOT = "35"
               CLOSE DAILY-CHALLENGE
           END-IF.
           IF WS-SH-STATUS NOT = "35"
               CLOSE SEASON-HISTORY
           END-IF.
           IF WS-HS-STATUS NOT = "35"
               CLOSE ROUND-HISTORY
           END-IF.

      *-------------------------------------------------------
      * Refusals. Each test only looks at entries still
      * accepted, so an ID carries the first reason found. An ID
      * merged into a refused one is held back with it - the
      * player is erased whole or not at all.
      *-------------------------------------------------------
       CHECK-REFUSALS.
           PERFORM CHECK-TOKEN-REQUEST
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT.
           PERFORM CHECK-CHECKPOINTS.
           PERFORM CHECK-OPEN-TOURNEYS.
           PERFORM CHECK-CREDIT-BALANCE
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT.
           PERFORM HOLD-BACK-MERGED-ID
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT.
           PERFORM COUNT-OUTCOME
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT.

       CHECK-TOKEN-REQUEST.
           IF WS-RQ-ID(WS-RSUB)(1:6) = "ERASED" AND
              WS-RQ-ID(WS-RSUB)(7:4) IS NUMERIC
               MOVE "R" TO WS-RQ-STATUS(WS-RSUB)
               MOVE "already an erasure token"
                   TO WS-RQ-REASON(WS-RSUB)
           END-IF.

       CHECK-CHECKPOINTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RESTART-CHECKPOINT.
           IF WS-CKPT-STATUS = "00"
               PERFORM READ-CHECKPOINT-LINE UNTIL WS-EOF = "Y"
               CLOSE RESTART-CHECKPOINT
           END-IF.

       READ-CHECKPOINT-LINE.
           READ RESTART-CHECKPOINT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE CKPT-RECORD TO WS-CKPT-LINE
                   IF WS-CKPT-LN-PLAYER NOT = SPACES
                       MOVE WS-CKPT-LN-PLAYER TO WS-LOOKUP-ID
                       PERFORM FIND-ERASE-ID
                       IF WS-ID-FOUND = "Y"
                           MOVE "R" TO WS-RQ-STATUS(WS-RSUB)
                           MOVE "round held on a console checkpoint"
                               TO WS-RQ-REASON(WS-RSUB)
                       END-IF
                   END-IF
           END-READ.

      *A tournament is open from its definition until the day
      *after its end date; the standings are still being run.
       CHECK-OPEN-TOURNEYS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TOURNEY-DEF.
           IF WS-TD-STATUS = "00"
               PERFORM READ-TOURNEY-DEF UNTIL WS-EOF = "Y"
               CLOSE TOURNEY-DEF
           END-IF.
           IF WS-OPEN-COUNT > 0
               MOVE "N" TO WS-EOF
               OPEN INPUT TOURNEY-LOG
               IF WS-IN-STATUS = "00"
                   PERFORM READ-OPEN-TOURNEY-LINE
                       UNTIL WS-EOF = "Y"
                   CLOSE TOURNEY-LOG
               END-IF
           END-IF.

       READ-TOURNEY-DEF.
           READ TOURNEY-DEF
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF TD-END-DATE >= WS-RUN-DATE
                       IF WS-OPEN-COUNT >= 50
                           DISPLAY "Open tournament table full at "
                               "50; nothing erased"
                           PERFORM NOTE-FAILURE
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE TD-TOURNEY-ID
                               TO WS-OPEN-TOURNEY(WS-OPEN-COUNT)
                       END-IF
                   END-IF
           END-READ.

       READ-OPEN-TOURNEY-LINE.
           READ TOURNEY-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE TOURNEY-RECORD TO WS-TOURNEY-LINE
                   MOVE WS-TL-PLAYER TO WS-LOOKUP-ID
                   PERFORM FIND-ERASE-ID
                   IF WS-ID-FOUND = "Y"
                       PERFORM MATCH-OPEN-TOURNEY
                           VARYING WS-TSUB FROM 1 BY 1
                           UNTIL WS-TSUB > WS-OPEN-COUNT
                   END-IF
           END-READ.

       MATCH-OPEN-TOURNEY.
           IF WS-OPEN-TOURNEY(WS-TSUB) = WS-TL-TOURNEY-ID AND
              WS-RQ-STATUS(WS-RSUB) = "A"
               MOVE "R" TO WS-RQ-STATUS(WS-RSUB)
               MOVE SPACES TO WS-RQ-REASON(WS-RSUB)
               STRING "playing in open tournament "
                      WS-TL-TOURNEY-ID
                   DELIMITED BY SIZE INTO WS-RQ-REASON(WS-RSUB)
           END-IF.

       CHECK-CREDIT-BALANCE.
           IF WS-RQ-STATUS(WS-RSUB) = "A" AND
              WS-CR-STATUS NOT = "35"
               MOVE WS-RQ-ID(WS-RSUB) TO CR-PLAYER-ID
               READ PLAYER-CREDITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CR-BALANCE > 0
                           MOVE "R" TO WS-RQ-STATUS(WS-RSUB)
                           MOVE "unused credits - refund them first"
                               TO WS-RQ-REASON(WS-RSUB)
                       END-IF
               END-READ
           END-IF.

      *Merged IDs follow the entry they were merged into, which
      *always sits earlier in the table, so one pass in order
      *carries a refusal down a whole chain.
       HOLD-BACK-MERGED-ID.
           IF WS-RQ-PARENT(WS-RSUB) > 0
               MOVE WS-RQ-PARENT(WS-RSUB) TO WS-PSUB
               IF WS-RQ-STATUS(WS-PSUB) = "R" AND
                  WS-RQ-STATUS(WS-RSUB) = "A"
                   MOVE "R" TO WS-RQ-STATUS(WS-RSUB)
                   MOVE "held back with the ID it was merged into"
                       TO WS-RQ-REASON(WS-RSUB)
               END-IF
           END-IF.

       COUNT-OUTCOME.
           IF WS-RQ-STATUS(WS-RSUB) = "R"
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-RQ-PARENT(WS-RSUB) > 0
                   ADD 1 TO WS-MERGED-COUNT
               ELSE
                   ADD 1 TO WS-ERASED-COUNT
               END-IF
           END-IF.

      *-------------------------------------------------------
      * Tokens carry on from the highest number on the register.
      * A number whose token is somehow on the master is passed
      * over rather than shared.
      *-------------------------------------------------------
       ASSIGN-TOKENS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ERASE-REGISTER.
           IF WS-REG-STATUS = "00"
               PERFORM READ-REGISTER-LINE UNTIL WS-EOF = "Y"
               CLOSE ERASE-REGISTER
           END-IF.
           PERFORM ASSIGN-ONE-TOKEN
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT.

       READ-REGISTER-LINE.
           READ ERASE-REGISTER
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE EREG-RECORD TO WS-ERASE-LINE
                   IF WS-EL-TOKEN-NUMBER IS NUMERIC
                       IF WS-EL-TOKEN-NUMBER > WS-NEXT-TOKEN
                           MOVE WS-EL-TOKEN-NUMBER TO WS-NEXT-TOKEN
                       END-IF
                   END-IF
           END-READ.

       ASSIGN-ONE-TOKEN.
           IF WS-RQ-STATUS(WS-RSUB) = "A"
               PERFORM TAKE-NEXT-TOKEN
               IF WS-NEXT-TOKEN > 9999
                   MOVE "R" TO WS-RQ-STATUS(WS-RSUB)
                   MOVE "no erasure tokens left"
                       TO WS-RQ-REASON(WS-RSUB)
                   ADD 1 TO WS-REFUSED-COUNT
                   IF WS-RQ-PARENT(WS-RSUB) > 0
                       SUBTRACT 1 FROM WS-MERGED-COUNT
                   ELSE
                       SUBTRACT 1 FROM WS-ERASED-COUNT
                   END-IF
               ELSE
                   MOVE WS-TOKEN-WORK TO WS-RQ-TOKEN(WS-RSUB)
               END-IF
           END-IF.

       TAKE-NEXT-TOKEN.
           MOVE "Y" TO WS-ID-FOUND.
           PERFORM TRY-NEXT-TOKEN
               UNTIL WS-ID-FOUND = "N" OR WS-NEXT-TOKEN > 9999.

       TRY-NEXT-TOKEN.
           ADD 1 TO WS-NEXT-TOKEN.
           MOVE "N" TO WS-ID-FOUND.
           IF WS-NEXT-TOKEN <= 9999
               MOVE WS-NEXT-TOKEN TO WS-TOKEN-NUMBER
               IF WS-PM-STATUS NOT = "35"
                   MOVE WS-TOKEN-WORK TO PM-PLAYER-ID
                   READ PLAYER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ID-FOUND
                   END-READ
               END-IF
           END-IF.

      *Shared by every file below: WS-LOOKUP-ID comes back as the
      *token when it is an ID being erased.
       SWAP-PLAYER-ID.
           MOVE "N" TO WS-SWAPPED.
           IF WS-LOOKUP-ID NOT = SPACES
               PERFORM FIND-ERASE-ID
               IF WS-ID-FOUND = "Y"
                   MOVE WS-RQ-TOKEN(WS-RSUB) TO WS-LOOKUP-ID
                   ADD 1 TO WS-RQ-CHANGED(WS-RSUB)
                   MOVE "Y" TO WS-SWAPPED
                   MOVE "Y" TO WS-LINE-CHANGED
               END-IF
           END-IF.

      *-------------------------------------------------------
      * Line files: every line is copied to the new file, with
      * the ID swapped where it is one being erased. A file
      * never created (status 35) gives an empty copy.
      *-------------------------------------------------------
       REWRITE-LINE-FILES.
           PERFORM COPY-AUDIT-LOG.
           PERFORM COPY-AUDIT-ARCHIVE.
           PERFORM COPY-POINTS-LEDGER.
           PERFORM COPY-TOURNEY-LOG.
           PERFORM COPY-SCORE-JOURNAL.
           PERFORM COPY-MERGE-XREF.
           PERFORM COPY-CHALLENGE-LOG.
           PERFORM COPY-CREDIT-LEDGER.
           PERFORM COPY-QUARANTINE.

      *Both sides of every copy are checked on open; a failure
      *stops the run before any keyed record is touched.
       CHECK-COPY-OPEN.
           IF (WS-IN-STATUS NOT = "00" AND NOT = "35") OR
              WS-OUT-STATUS NOT = "00"
               DISPLAY "Cannot copy " WS-FILE-NAME(WS-FSUB)
                   " status " WS-IN-STATUS "/" WS-OUT-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       CHECK-COPY-WRITE.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "Write failed on copy of "
                   WS-FILE-NAME(WS-FSUB) " status " WS-OUT-STATUS
               PERFORM NOTE-FAILURE
               MOVE "Y" TO WS-EOF
           END-IF.

       COPY-AUDIT-LOG.
           MOVE 11 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AUDIT-LOG.
           OPEN OUTPUT AUDIT-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-AUDIT-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE AUDIT-LOG
           END-IF.
           CLOSE AUDIT-NEW.

       COPY-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE AUDIT-RECORD TO WS-AUDIT-LINE
                   PERFORM SWAP-AUDIT-PLAYER
                   WRITE AUDIT-NEW-RECORD FROM WS-AUDIT-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

      *Shared by the live log, the archive and the quarantine,
      *which all carry the same audit line.
       SWAP-AUDIT-PLAYER.
           MOVE "N" TO WS-LINE-CHANGED.
           MOVE WS-AUDIT-LN-PLAYER TO WS-LOOKUP-ID.
           PERFORM SWAP-PLAYER-ID.
           IF WS-SWAPPED = "Y"
               MOVE WS-LOOKUP-ID TO WS-AUDIT-LN-PLAYER
           END-IF.
           IF WS-LINE-CHANGED = "Y"
               ADD 1 TO WS-FC-CHANGED(WS-FSUB)
           END-IF.

       COPY-AUDIT-ARCHIVE.
           MOVE 12 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AUDIT-ARCHIVE.
           OPEN OUTPUT ARCHIVE-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-ARCHIVE-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE AUDIT-ARCHIVE
           END-IF.
           CLOSE ARCHIVE-NEW.

       COPY-ARCHIVE-LINE.
           READ AUDIT-ARCHIVE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE ARCHIVE-RECORD TO WS-AUDIT-LINE
                   PERFORM SWAP-AUDIT-PLAYER
                   WRITE ARCHIVE-NEW-RECORD FROM WS-AUDIT-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

      *The reject reason is carried over as it is; only the audit
      *line behind it is swapped.
       COPY-QUARANTINE.
           MOVE 19 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT QUARANTINE.
           OPEN OUTPUT QUARANTINE-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-QUARANTINE-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE QUARANTINE
           END-IF.
           CLOSE QUARANTINE-NEW.

       COPY-QUARANTINE-LINE.
           READ QUARANTINE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE QUAR-RECORD TO WS-QUAR-LINE
                   MOVE WS-QUAR-DATA TO WS-AUDIT-LINE
                   PERFORM SWAP-AUDIT-PLAYER
                   MOVE WS-AUDIT-LINE TO WS-QUAR-DATA
                   WRITE QUAR-NEW-RECORD FROM WS-QUAR-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

       COPY-POINTS-LEDGER.
           MOVE 13 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT POINTS-LEDGER.
           OPEN OUTPUT POINTS-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-POINTS-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE POINTS-LEDGER
           END-IF.
           CLOSE POINTS-NEW.

       COPY-POINTS-LINE.
           READ POINTS-LEDGER
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE PTS-RECORD TO WS-POINTS-LINE
                   MOVE "N" TO WS-LINE-CHANGED
                   MOVE WS-PT-PLAYER TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-PT-PLAYER
                       ADD 1 TO WS-FC-CHANGED(WS-FSUB)
                   END-IF
                   WRITE PTS-NEW-RECORD FROM WS-POINTS-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

       COPY-TOURNEY-LOG.
           MOVE 14 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TOURNEY-LOG.
           OPEN OUTPUT TOURNEY-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-TOURNEY-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE TOURNEY-LOG
           END-IF.
           CLOSE TOURNEY-NEW.

       COPY-TOURNEY-LINE.
           READ TOURNEY-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE TOURNEY-RECORD TO WS-TOURNEY-LINE
                   MOVE "N" TO WS-LINE-CHANGED
                   MOVE WS-TL-PLAYER TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-TL-PLAYER
                       ADD 1 TO WS-FC-CHANGED(WS-FSUB)
                   END-IF
                   WRITE TOURNEY-NEW-RECORD FROM WS-TOURNEY-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

      *The journal images are whole PS-RECORDs; the ID is their
      *first ten bytes (spaces on the side of an ADD or DEL that
      *has no record). After the copy a DEL line is added for
      *each score record about to be removed, under its token.
       COPY-SCORE-JOURNAL.
           MOVE 15 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SCORE-JOURNAL.
           OPEN OUTPUT JOURNAL-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-JOURNAL-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE SCORE-JOURNAL
           END-IF.
           IF WS-END-STATUS = "OK" AND WS-PS-STATUS NOT = "35"
               PERFORM JOURNAL-SCORE-DELETE
                   VARYING WS-RSUB FROM 1 BY 1
                   UNTIL WS-RSUB > WS-REQUEST-COUNT
           END-IF.
           CLOSE JOURNAL-NEW.

       COPY-JOURNAL-LINE.
           READ SCORE-JOURNAL
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE JRNL-RECORD TO WS-JOURNAL-LINE
                   MOVE "N" TO WS-LINE-CHANGED
                   MOVE WS-JL-BEFORE(1:10) TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-JL-BEFORE(1:10)
                   END-IF
                   MOVE WS-JL-AFTER(1:10) TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-JL-AFTER(1:10)
                   END-IF
                   IF WS-LINE-CHANGED = "Y"
                       ADD 1 TO WS-FC-CHANGED(WS-FSUB)
                   END-IF
                   WRITE JRNL-NEW-RECORD FROM WS-JOURNAL-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

       JOURNAL-SCORE-DELETE.
           IF WS-RQ-STATUS(WS-RSUB) = "A"
               MOVE WS-RQ-ID(WS-RSUB) TO PS-PLAYER-ID
               READ PLAYER-SCORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-DELETE
               END-READ
           END-IF.

       WRITE-JOURNAL-DELETE.
           MOVE PS-RECORD TO WS-PS-IMAGE.
           MOVE WS-RQ-TOKEN(WS-RSUB) TO WS-PS-IMAGE(1:10).
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE WS-RUN-DATE TO WS-JL-DATE.
           MOVE WS-RUN-TIME TO WS-JL-TIME.
           MOVE "PLYERASE" TO WS-JL-PROGRAM.
           MOVE "DEL" TO WS-JL-ACTION.
           MOVE WS-PS-IMAGE TO WS-JL-BEFORE.
           MOVE SPACES TO WS-JL-AFTER.
           WRITE JRNL-NEW-RECORD FROM WS-JOURNAL-LINE.
           PERFORM CHECK-COPY-WRITE.
           ADD 1 TO WS-FC-CHANGED(WS-FSUB).

       COPY-MERGE-XREF.
           MOVE 16 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT MERGE-XREF.
           OPEN OUTPUT XREF-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-XREF-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE MERGE-XREF
           END-IF.
           CLOSE XREF-NEW.

       COPY-XREF-LINE.
           READ MERGE-XREF
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE XREF-RECORD TO WS-MERGE-XREF-LINE
                   MOVE "N" TO WS-LINE-CHANGED
                   MOVE WS-MX-FROM-ID TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-MX-FROM-ID
                   END-IF
                   MOVE WS-MX-TO-ID TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-MX-TO-ID
                   END-IF
                   IF WS-LINE-CHANGED = "Y"
                       ADD 1 TO WS-FC-CHANGED(WS-FSUB)
                   END-IF
                   WRITE XREF-NEW-RECORD FROM WS-MERGE-XREF-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

       COPY-CHALLENGE-LOG.
           MOVE 17 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CHALLENGE-LOG.
           OPEN OUTPUT CHALLENGE-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-CHALLENGE-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE CHALLENGE-LOG
           END-IF.
           CLOSE CHALLENGE-NEW.

      *The winner column holds one of the two IDs, or the word
      *the game writes for a draw, which never matches an ID.
       COPY-CHALLENGE-LINE.
           READ CHALLENGE-LOG
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE CHLOG-RECORD TO WS-CHALLENGE-LINE
                   MOVE "N" TO WS-LINE-CHANGED
                   MOVE WS-CH-FIRST-ID TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-CH-FIRST-ID
                   END-IF
                   MOVE WS-CH-SECOND-ID TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-CH-SECOND-ID
                   END-IF
                   MOVE WS-CH-WINNER TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-CH-WINNER
                   END-IF
                   IF WS-LINE-CHANGED = "Y"
                       ADD 1 TO WS-FC-CHANGED(WS-FSUB)
                   END-IF
                   WRITE CHLOG-NEW-RECORD FROM WS-CHALLENGE-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

       COPY-CREDIT-LEDGER.
           MOVE 18 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDIT-LEDGER.
           OPEN OUTPUT CREDIT-NEW.
           PERFORM CHECK-COPY-OPEN.
           IF WS-IN-STATUS = "00" AND WS-END-STATUS = "OK"
               PERFORM COPY-CREDIT-LINE UNTIL WS-EOF = "Y"
           END-IF.
           IF WS-IN-STATUS NOT = "35"
               CLOSE CREDIT-LEDGER
           END-IF.
           CLOSE CREDIT-NEW.

       COPY-CREDIT-LINE.
           READ CREDIT-LEDGER
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE CRL-RECORD TO WS-CREDIT-LINE
                   MOVE "N" TO WS-LINE-CHANGED
                   MOVE WS-CL-PLAYER TO WS-LOOKUP-ID
                   PERFORM SWAP-PLAYER-ID
                   IF WS-SWAPPED = "Y"
                       MOVE WS-LOOKUP-ID TO WS-CL-PLAYER
                       ADD 1 TO WS-FC-CHANGED(WS-FSUB)
                   END-IF
                   WRITE CRL-NEW-RECORD FROM WS-CREDIT-LINE
                   PERFORM CHECK-COPY-WRITE
           END-READ.

      *-------------------------------------------------------
      * Keyed files, once every copy is safely written. The
      * player's own records are deleted; the dated records are
      * moved to the token.
      *-------------------------------------------------------
       ERASE-KEYED-RECORDS.
           PERFORM DELETE-PLAYER-RECORDS
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT.
           IF WS-DC-STATUS NOT = "35"
               PERFORM REKEY-DAILY-CHALLENGE
           END-IF.
           IF WS-SH-STATUS NOT = "35"
               PERFORM REKEY-SEASON-HISTORY
           END-IF.
           IF WS-HS-STATUS NOT = "35"
               PERFORM REKEY-ROUND-HISTORY
           END-IF.

       DELETE-PLAYER-RECORDS.
           IF WS-RQ-STATUS(WS-RSUB) = "A"
               IF WS-PM-STATUS NOT = "35"
                   MOVE 1 TO WS-FSUB
                   MOVE WS-RQ-ID(WS-RSUB) TO PM-PLAYER-ID
                   DELETE PLAYER-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-PM-STATUS TO WS-IN-STATUS
                   PERFORM NOTE-RECORD-DELETE
               END-IF
               IF WS-PS-STATUS NOT = "35"
                   MOVE 2 TO WS-FSUB
                   MOVE WS-RQ-ID(WS-RSUB) TO PS-PLAYER-ID
                   DELETE PLAYER-SCORES RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-PS-STATUS TO WS-IN-STATUS
                   PERFORM NOTE-RECORD-DELETE
               END-IF
               IF WS-AC-STATUS NOT = "35"
                   MOVE 3 TO WS-FSUB
                   MOVE WS-RQ-ID(WS-RSUB) TO AC-PLAYER-ID
                   DELETE ACHIEVEMENTS RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-AC-STATUS TO WS-IN-STATUS
                   PERFORM NOTE-RECORD-DELETE
               END-IF
               IF WS-SN-STATUS NOT = "35"
                   MOVE 4 TO WS-FSUB
                   MOVE WS-RQ-ID(WS-RSUB) TO SN-PLAYER-ID
                   DELETE SEASON-SCORES RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-SN-STATUS TO WS-IN-STATUS
                   PERFORM NOTE-RECORD-DELETE
               END-IF
               IF WS-RH-STATUS NOT = "35"
                   MOVE 5 TO WS-FSUB
                   MOVE WS-RQ-ID(WS-RSUB) TO RH-PLAYER-ID
                   DELETE REVIEW-HOLD RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-RH-STATUS TO WS-IN-STATUS
                   PERFORM NOTE-RECORD-DELETE
               END-IF
               IF WS-CR-STATUS NOT = "35"
                   MOVE 6 TO WS-FSUB
                   MOVE WS-RQ-ID(WS-RSUB) TO CR-PLAYER-ID
                   DELETE PLAYER-CREDITS RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-CR-STATUS TO WS-IN-STATUS
                   PERFORM NOTE-RECORD-DELETE
               END-IF
               IF WS-PR-STATUS NOT = "35"
                   MOVE 7 TO WS-FSUB
                   MOVE WS-RQ-ID(WS-RSUB) TO PR-PLAYER-ID
                   DELETE PLAYER-RATING RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-PR-STATUS TO WS-IN-STATUS
                   PERFORM NOTE-RECORD-DELETE
               END-IF
           END-IF.

      *Status 23 is simply no record for the player on that file.
       NOTE-RECORD-DELETE.
           IF WS-IN-STATUS = "00"
               ADD 1 TO WS-FC-CHANGED(WS-FSUB)
               ADD 1 TO WS-RQ-REMOVED(WS-RSUB)
               ADD 1 TO WS-RQ-CHANGED(WS-RSUB)
           ELSE
               IF WS-IN-STATUS NOT = "23"
                   DISPLAY "Delete failed on " WS-FILE-NAME(WS-FSUB)
                       " status " WS-IN-STATUS
                   PERFORM NOTE-KEYED-FAILURE
               END-IF
           END-IF.

      *The ID is part of the key, so a record is written again
      *under the token and only then deleted under the old key -
      *a failed write leaves the record where it was for the next
      *run. Reading then carries on from just past the old key,
      *after a failure as after a move, so every other ID on the
      *file is still moved, and a record already moved is never
      *mistaken for one to move.
       REKEY-DAILY-CHALLENGE.
           MOVE 8 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO DC-KEY.
           START DAILY-CHALLENGE KEY IS NOT LESS THAN DC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM REKEY-DAILY-RECORD UNTIL WS-EOF = "Y".

       REKEY-DAILY-RECORD.
           READ DAILY-CHALLENGE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE DC-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM FIND-ERASE-ID
                   IF WS-ID-FOUND = "Y"
                       PERFORM MOVE-DAILY-RECORD
                   END-IF
           END-READ.

       MOVE-DAILY-RECORD.
           MOVE DC-KEY TO WS-DC-OLD-KEY.
           MOVE WS-RQ-TOKEN(WS-RSUB) TO DC-PLAYER-ID.
           WRITE DC-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-DC-STATUS = "00"
               MOVE WS-DC-OLD-KEY TO DC-KEY
               DELETE DAILY-CHALLENGE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE WS-DC-STATUS TO WS-IN-STATUS.
           PERFORM NOTE-RECORD-MOVE.
           MOVE WS-DC-OLD-KEY TO DC-KEY.
           START DAILY-CHALLENGE KEY IS GREATER THAN DC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.

       NOTE-RECORD-MOVE.
           IF WS-IN-STATUS = "00"
               ADD 1 TO WS-FC-CHANGED(WS-FSUB)
               ADD 1 TO WS-RQ-CHANGED(WS-RSUB)
           ELSE
               DISPLAY "Move to token failed on "
                   WS-FILE-NAME(WS-FSUB) " status " WS-IN-STATUS
               PERFORM NOTE-KEYED-FAILURE
           END-IF.

       REKEY-SEASON-HISTORY.
           MOVE 9 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO SH-KEY.
           START SEASON-HISTORY KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM REKEY-SEASON-RECORD UNTIL WS-EOF = "Y".

       REKEY-SEASON-RECORD.
           READ SEASON-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE SH-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM FIND-ERASE-ID
                   IF WS-ID-FOUND = "Y"
                       PERFORM MOVE-SEASON-RECORD
                   END-IF
           END-READ.

       MOVE-SEASON-RECORD.
           MOVE SH-KEY TO WS-SH-OLD-KEY.
           MOVE WS-RQ-TOKEN(WS-RSUB) TO SH-PLAYER-ID.
           WRITE SH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-SH-STATUS = "00"
               MOVE WS-SH-OLD-KEY TO SH-KEY
               DELETE SEASON-HISTORY RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE WS-SH-STATUS TO WS-IN-STATUS.
           PERFORM NOTE-RECORD-MOVE.
           MOVE WS-SH-OLD-KEY TO SH-KEY.
           START SEASON-HISTORY KEY IS GREATER THAN SH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.

      *The alternate index on date and time is kept in step by
      *the file itself (UPGRADE), so only the base is handled.
       REKEY-ROUND-HISTORY.
           MOVE 10 TO WS-FSUB.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO HS-KEY.
           START ROUND-HISTORY KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM REKEY-ROUND-RECORD UNTIL WS-EOF = "Y".

       REKEY-ROUND-RECORD.
           READ ROUND-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FC-READ(WS-FSUB)
                   MOVE HS-PLAYER-ID TO WS-LOOKUP-ID
                   PERFORM FIND-ERASE-ID
                   IF WS-ID-FOUND = "Y"
                       PERFORM MOVE-ROUND-RECORD
                   END-IF
           END-READ.

      *Status 02 on the write is only the duplicate date/time on
      *the alternate index.
       MOVE-ROUND-RECORD.
           MOVE HS-KEY TO WS-HS-OLD-KEY.
           MOVE WS-RQ-TOKEN(WS-RSUB) TO HS-PLAYER-ID.
           WRITE HS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-HS-STATUS = "00" OR "02"
               MOVE WS-HS-OLD-KEY TO HS-KEY
               DELETE ROUND-HISTORY RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE WS-HS-STATUS TO WS-IN-STATUS.
           PERFORM NOTE-RECORD-MOVE.
           MOVE WS-HS-OLD-KEY TO HS-KEY.
           START ROUND-HISTORY KEY IS GREATER THAN HS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.

      *-------------------------------------------------------
      * Register: one line per token issued, with its counts
      * and no ID. Opened before any keyed record is touched -
      * the copies already carry the tokens, so a register that
      * cannot be written stops the run there (RC 8) rather than
      * let a token go back into the logs unrecorded. Written
      * whenever the keyed step ran, so a token is never reissued.
      *-------------------------------------------------------
       OPEN-REGISTER.
           OPEN EXTEND ERASE-REGISTER.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT ERASE-REGISTER
           END-IF.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "Erase register not available, status "
                   WS-REG-STATUS "; nothing erased"
               PERFORM NOTE-FAILURE
           END-IF.

       WRITE-REGISTER.
           PERFORM WRITE-REGISTER-LINE
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT.
           CLOSE ERASE-REGISTER.

       WRITE-REGISTER-LINE.
           IF WS-RQ-STATUS(WS-RSUB) = "A"
               MOVE SPACES TO WS-ERASE-LINE
               MOVE WS-RUN-DATE TO WS-EL-DATE
               MOVE WS-RUN-TIME TO WS-EL-TIME
               MOVE WS-RQ-TOKEN(WS-RSUB) TO WS-EL-TOKEN
               MOVE WS-RQ-REMOVED(WS-RSUB) TO WS-EL-REMOVED
               MOVE WS-RQ-CHANGED(WS-RSUB) TO WS-EL-CHANGED
               WRITE EREG-RECORD FROM WS-ERASE-LINE
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "Erase register line for "
                       WS-RQ-TOKEN(WS-RSUB) " not written, status "
                       WS-REG-STATUS " - add it by hand"
                   PERFORM NOTE-KEYED-FAILURE
               END-IF
           END-IF.

      *Refused request lines go back for the next run; an ID
      *that was only added as merged comes back with its own.
      *An ID whose keyed records could not all be erased goes
      *back too, merged or not, so the next run finishes them.
       WRITE-LEFT-REQUESTS.
           PERFORM WRITE-LEFT-LINE
               VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > WS-REQUEST-COUNT.

       WRITE-LEFT-LINE.
           IF (WS-RQ-STATUS(WS-RSUB) = "R" AND
               WS-RQ-PARENT(WS-RSUB) = 0) OR
              WS-RQ-KEYED-FAIL(WS-RSUB) = "Y"
               MOVE SPACES TO LEFT-RECORD
               MOVE WS-RQ-ID(WS-RSUB) TO LEFT-RECORD
               WRITE LEFT-RECORD
           END-IF.

      *-------------------------------------------------------
      * Certificate. MOVE SPACES before each STRING so no stray
      * bytes reach the LINE SEQUENTIAL file.
      *-------------------------------------------------------
       WRITE-CERTIFICATE.
           OPEN OUTPUT ERASE-CERT.
           MOVE SPACES TO RPT-LINE.
           STRING "guessNumber Player Data Erasure Certificate - "
               WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-END-STATUS = "RC08"
               MOVE "** ERASURE INCOMPLETE - see the job log; the "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "   live logs and archive were not replaced **"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-END-STATUS = "RC04"
               MOVE "** ERASURE INCOMPLETE - see the job log; logs "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "   replaced, PARTIAL IDs resubmitted for the "
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "   next run **" TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE "Requests" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  LINE  OUTCOME   TOKEN / ID      ENTRIES  NOTE"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-REQUEST-COUNT = 0
               MOVE "  (no requests)" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM WRITE-CERT-REQUEST
                   VARYING WS-RSUB FROM 1 BY 1
                   UNTIL WS-RSUB > WS-REQUEST-COUNT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Files" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  FILE                 READ     CHANGED  ACTION"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-CERT-FILE
               VARYING WS-FSUB FROM 1 BY 1
               UNTIL WS-FSUB > 19.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM WRITE-CERT-TOTALS.
           PERFORM WRITE-SIGN-OFF.
           CLOSE ERASE-CERT.

      *Erased IDs are shown by request line and token only.
       WRITE-CERT-REQUEST.
           MOVE WS-RQ-LINE(WS-RSUB) TO WS-CQ-LINE.
           MOVE SPACES TO WS-CQ-NOTE.
           IF WS-RQ-STATUS(WS-RSUB) = "A"
               MOVE "ERASED" TO WS-CQ-OUTCOME
               MOVE WS-RQ-TOKEN(WS-RSUB) TO WS-CQ-TOKEN
               MOVE WS-RQ-CHANGED(WS-RSUB) TO WS-CQ-CHANGED
               IF WS-RQ-PARENT(WS-RSUB) > 0
                   MOVE "ID merged into this request's ID"
                       TO WS-CQ-NOTE
               END-IF
               IF WS-RQ-KEYED-FAIL(WS-RSUB) = "Y"
                   MOVE "PARTIAL" TO WS-CQ-OUTCOME
                   MOVE "keyed files incomplete - resubmitted"
                       TO WS-CQ-NOTE
               END-IF
               IF WS-LINES-WRITTEN = "N"
                   MOVE "NOT DONE" TO WS-CQ-OUTCOME
                   MOVE 0 TO WS-CQ-CHANGED
               END-IF
           ELSE
               MOVE "REFUSED" TO WS-CQ-OUTCOME
               MOVE WS-RQ-ID(WS-RSUB) TO WS-CQ-TOKEN
               MOVE 0 TO WS-CQ-CHANGED
               MOVE WS-RQ-REASON(WS-RSUB) TO WS-CQ-NOTE
           END-IF.
           WRITE RPT-LINE FROM WS-CERT-REQUEST.

      *The keyed deletes are by key, so they have no read count.
       WRITE-CERT-FILE.
           MOVE WS-FILE-NAME(WS-FSUB) TO WS-CF-NAME.
           MOVE SPACES TO WS-CF-READ.
           IF WS-FSUB > 7
               MOVE WS-FC-READ(WS-FSUB) TO WS-EDIT-READ
               MOVE WS-EDIT-READ TO WS-CF-READ
           END-IF.
           MOVE WS-FC-CHANGED(WS-FSUB) TO WS-CF-CHANGED.
           MOVE WS-FILE-ACTION(WS-FSUB) TO WS-CF-ACTION.
           WRITE RPT-LINE FROM WS-CERT-FILE.

       WRITE-CERT-TOTALS.
           MOVE WS-REQUESTS-READ TO WS-EDIT-CHANGED.
           MOVE SPACES TO RPT-LINE.
           STRING "Request lines read:        " WS-EDIT-CHANGED
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DUPLICATES > 0
               MOVE WS-DUPLICATES TO WS-EDIT-CHANGED
               MOVE SPACES TO RPT-LINE
               STRING "Repeated IDs (counted once):" WS-EDIT-CHANGED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE WS-ERASED-COUNT TO WS-EDIT-SMALL.
           MOVE SPACES TO RPT-LINE.
           STRING "IDs erased:                      " WS-EDIT-SMALL
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MERGED-COUNT TO WS-EDIT-SMALL.
           MOVE SPACES TO RPT-LINE.
           STRING "Merged IDs erased with them:     " WS-EDIT-SMALL
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-EDIT-SMALL.
           MOVE SPACES TO RPT-LINE.
           STRING "IDs refused (kept for next run): " WS-EDIT-SMALL
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-HELD-OVER > 0
               MOVE WS-HELD-OVER TO WS-EDIT-CHANGED
               MOVE SPACES TO RPT-LINE
               STRING "Held over, table full:     " WS-EDIT-CHANGED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-SIGN-OFF.
           MOVE "The IDs erased above are no longer held on any file"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "listed; their rounds remain under the token shown."
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Run by:      ____________________   Date: __________"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Checked by:  ____________________   Date: __________"
               TO RPT-LINE.
           WRITE RPT-LINE.
