      *display name. IDs are folded to upper case exactly as
      *PLAYERMNT does, new players are added active, a known but
      *deactivated ID is reactivated, and everything else is
      *rejected with a reason: blank ID, an ID beginning
      *"ERASED" (kept for erasure tokens), a duplicate of an
      *earlier row in the same file, or an ID that is already
      *active. LOADRPT gets one line per row plus the totals, so
      *the desk can see what the week's file actually did.
               TO WS-REG-ID.
           MOVE FUNCTION TRIM(WS-NAME-WORK) TO WS-REG-NAME.

      *IDs beginning "ERASED" are kept for the erasure job's
      *tokens, as at the desk.
       APPLY-REGISTRATION-ROW.
           IF WS-REG-ID = SPACES
               MOVE "blank player ID" TO WS-RPT-REASON
               PERFORM REJECT-ROW
           ELSE
               IF WS-REG-ID(1:6) = "ERASED"
                   MOVE "ID reserved for erasure tokens"
                       TO WS-RPT-REASON
                   PERFORM REJECT-ROW
               ELSE
                   PERFORM CHECK-NEW-ID
               END-IF
           END-IF.

       CHECK-NEW-ID.
           PERFORM CHECK-SEEN-TABLE.
           IF WS-DUP-FOUND = "Y"
               MOVE "duplicate of an earlier row"
                   TO WS-RPT-REASON
               PERFORM REJECT-ROW
           ELSE
               PERFORM NOTE-SEEN-ID
               PERFORM LOAD-ONE-PLAYER
           END-IF.

       CHECK-SEEN-TABLE.
           MOVE "N" TO WS-DUP-FOUND.
           PERFORM MATCH-SEEN-ID
