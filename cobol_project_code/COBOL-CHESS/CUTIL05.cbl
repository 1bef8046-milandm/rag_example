       FD INFILE.
           COPY SAVEREC.
       FD SETUPB-FILE.
       01 SETUPB-RECORD        PIC X(116).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 COUNTERS.
           MOVE 0 TO SAVE-WHITE-ELAPSED-SEC
           MOVE 0 TO SAVE-BLACK-ELAPSED-SEC
           MOVE TIME-BUDGET-SEC TO SAVE-TIME-BUDGET-SEC
           MOVE 0 TO SAVE-CORR-DAYS-PER-MOVE
           MOVE 0 TO SAVE-WHITE-REFLECT-DAYS
           MOVE 0 TO SAVE-BLACK-REFLECT-DAYS
           MOVE 0 TO SAVE-CORR-TURN-START
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 32
               MOVE IN-ID(COUNTER)    TO SAVE-IN-ID(COUNTER)
               MOVE IN-X(COUNTER)     TO SAVE-IN-X(COUNTER)
      *   number but has no move records behind those plies; the base   *
      *   goes on the setup register so the CBATCH02 reconciliation     *
      *   subtracts it instead of flagging the game - and failing the   *
      *   nightly chain - every night for the rest of its life.  The FEN*
      *   goes with it, the starting point CBATCH16 rebuilds the game   *
      *   from when it audits the board against the move file.          *
      *******************************************************************

           MOVE SPACES TO WS-SETUPB-LINE
           MOVE GAME-ID TO SB-GAME-ID
           MOVE PLY-COUNT TO SB-BASE-PLY
           MOVE FR-FEN-TEXT TO SB-FEN-TEXT
           OPEN EXTEND SETUPB-FILE
           IF NOT WS-SETUPB-OK
               OPEN OUTPUT SETUPB-FILE
