      *-------------------------------------------------------
      * ERASE-REGISTER line layout - one line per player erased,
      * appended by the erasure job. An erased player's history
      * stays in the logs, archives, journal and history files
      * under an anonymous token in place of the ID: "ERASED"
      * followed by a four-digit number, issued in sequence from
      * the highest number on this register, so one player keeps
      * one token in every file. The register holds the token
      * and the counts only - never the ID it replaced. New IDs
      * beginning "ERASED" are refused at registration so a token
      * can never be taken by a real player.
      *-------------------------------------------------------
       01  WS-ERASE-LINE.
           05 WS-EL-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EL-TIME PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EL-TOKEN.
               10 WS-EL-TOKEN-PREFIX PIC X(6).
               10 WS-EL-TOKEN-NUMBER PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EL-REMOVED PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EL-CHANGED PIC 9(7).
