           05 RP-PRINT-FLAG   PIC X.
               88 RP-PRINT-BOARD  VALUE 'Y'.
               88 RP-NO-PRINT     VALUE 'N'.
      *    Where the replay starts: S = CSUB001's standard position at
      *    ply zero; C = the board and header the caller passes in (a
      *    set-up position, or a board already replayed part way), with
      *    only the plies logged after its PLY-COUNT applied on top.
           05 RP-START-FROM   PIC X.
               88 RP-FROM-STANDARD     VALUE 'S'.
               88 RP-FROM-CALLER-BOARD VALUE 'C'.
