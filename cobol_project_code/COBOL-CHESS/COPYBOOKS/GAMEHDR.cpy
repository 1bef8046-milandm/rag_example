           05 WHITE-ELAPSED-SEC PIC 9(6).
           05 BLACK-ELAPSED-SEC PIC 9(6).
           05 TIME-BUDGET-SEC PIC 9(6).
      *    Correspondence time control, used instead of the seconds
      *    budget: CORR-DAYS-PER-MOVE days for each move (0 = not a
      *    correspondence game) plus a bank of reflection days per
      *    player that absorbs lateness, day for day.  CORR-TURN-START
      *    is the date the side to move received the move; CSUB003
      *    charges the mover's bank and restamps it on every save.
           05 CORR-DAYS-PER-MOVE PIC 9(3).
               88 CORRESPONDENCE-GAME VALUES 1 THRU 999.
           05 WHITE-REFLECT-DAYS PIC 9(3).
           05 BLACK-REFLECT-DAYS PIC 9(3).
           05 CORR-TURN-START PIC 9(8).
           05 FORFEIT-FLAG PIC X.
               88 WHITE-FORFEITED VALUE 'W'.
               88 BLACK-FORFEITED VALUE 'B'.
