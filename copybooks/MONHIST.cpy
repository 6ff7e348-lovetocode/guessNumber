      * audit archive program, one line per closed month:
      * games finished, games won and total guesses taken, so
      * month-to-month questions can be answered without
      * keeping the raw AUDIT-LOG lines forever. Games finished
      * includes rounds closed as ABANDONED, which are also
      * counted on their own at the end of the line; lines
      * written before that column existed read back with
      * spaces there, which the readers take as zero.
      *-------------------------------------------------------
       01  WS-MONHIST-LINE.
           05 WS-MH-MONTH PIC X(7).
           05 WS-MH-WINS PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MH-GUESSES PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MH-ABANDONED PIC 9(7).
