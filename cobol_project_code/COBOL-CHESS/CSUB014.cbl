           MOVE 0 TO REPEAT-COUNT
           MOVE 0 TO WHITE-ELAPSED-SEC
           MOVE 0 TO BLACK-ELAPSED-SEC
           MOVE 0 TO CORR-DAYS-PER-MOVE
           MOVE 0 TO WHITE-REFLECT-DAYS
           MOVE 0 TO BLACK-REFLECT-DAYS
           MOVE 0 TO CORR-TURN-START
           SET NO-FORFEIT TO TRUE
           SET GAME-DATA-OK TO TRUE
           SET GAME-LOCK-NONE TO TRUE
