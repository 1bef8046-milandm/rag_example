      *****************************************************************
      *                   TIEFMTWS COPYBOOK                           *
      *   WORKING-STORAGE for T-TIE-HEADING and T2-TIE-LINE (see      *
      *   TIEFMT.cpy): one standings line of a CSUB016 ranking -      *
      *   rank, = on a place shared on every tiebreak, player id,     *
      *   points, then one eight-column slot per tiebreak in the      *
      *   event's order.  Kept separate from TIEFMT.cpy for the same  *
      *   reason as LEDGCORWS.                                        *
      *****************************************************************
       01 WS-TIE-FORMAT.
           05 WS-TIE-X             PIC 9(3).
           05 WS-TIE-NEXT          PIC 9(3).
           05 WS-TIE-P             PIC 9(3).
           05 WS-TIE-COL           PIC 9(3).
           05 WS-TIE-HEAD          PIC X(80).
           05 WS-TIE-LINE          PIC X(80).
           05 WS-TIE-RANK          PIC ZZ9.
           05 WS-TIE-POINTS        PIC Z9.9.
           05 WS-TIE-TENTHS        PIC ZZ9.9.
           05 WS-TIE-HUNDREDTHS    PIC ZZ9.99.
           05 WS-TIE-WHOLE         PIC ZZ9.
