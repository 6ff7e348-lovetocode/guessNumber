      *mangled line and the tallies are silently wrong. This step
      *runs ahead of the report: every line's date must be a real
      *calendar date, the result one of WON/LOST/TOO LOW/TOO HIGH
      */HINT (or ABANDONED, the closing row the nightly closure step
      *writes for a round walked away from), and the guess and count
      *columns numeric. Clean lines pass through byte for byte to
      *CLEAN-LOG (the report reads that),
      *rejects go to QUARANTINE with a reason code in front of the
      *raw line. When the reject rate tops the VALPARMS threshold
      *(percent, default 5) the program ends with RETURN-CODE 8 so
              WS-AUDIT-LN-RESULT = "LOST" OR
              WS-AUDIT-LN-RESULT = "TOO LOW" OR
              WS-AUDIT-LN-RESULT = "TOO HIGH" OR
              WS-AUDIT-LN-RESULT = "HINT" OR
              WS-AUDIT-LN-RESULT = "ABANDONED"
               CONTINUE
           ELSE
               MOVE "N" TO WS-LINE-VALID
