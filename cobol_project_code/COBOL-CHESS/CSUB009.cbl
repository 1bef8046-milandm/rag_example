           05 WS-KEEP-W-SEC     PIC 9(6).
           05 WS-KEEP-B-SEC     PIC 9(6).
           05 WS-KEEP-BUDGET    PIC 9(6).
           05 WS-KEEP-CORR-DAYS PIC 9(3).
           05 WS-KEEP-W-BANK    PIC 9(3).
           05 WS-KEEP-B-BANK    PIC 9(3).
           05 WS-KEEP-TURN-START PIC 9(8).
           COPY INPUTAREA.
           COPY LOCKREQ.
           COPY AUDITREQ.
                       MOVE SAVE-WHITE-ELAPSED-SEC TO WS-KEEP-W-SEC
                       MOVE SAVE-BLACK-ELAPSED-SEC TO WS-KEEP-B-SEC
                       MOVE SAVE-TIME-BUDGET-SEC TO WS-KEEP-BUDGET
                       MOVE SAVE-CORR-DAYS-PER-MOVE TO WS-KEEP-CORR-DAYS
                       MOVE SAVE-WHITE-REFLECT-DAYS TO WS-KEEP-W-BANK
                       MOVE SAVE-BLACK-REFLECT-DAYS TO WS-KEEP-B-BANK
                       MOVE SAVE-CORR-TURN-START TO WS-KEEP-TURN-START
                       IF RP-TARGET-PLY >= SAVE-PLY-COUNT
                           DISPLAY "TARGET PLY " RP-TARGET-PLY
                                   " IS NOT BEFORE THE CURRENT PLY "
      *******************************************************************

           SET RP-NO-PRINT TO TRUE
           SET RP-FROM-STANDARD TO TRUE
           CALL "CSUB006" USING COORDINATES
                                GAME-HEADER
                                REPLAY-REQUEST
           MOVE WS-KEEP-W-SEC TO SAVE-WHITE-ELAPSED-SEC
           MOVE WS-KEEP-B-SEC TO SAVE-BLACK-ELAPSED-SEC
           MOVE WS-KEEP-BUDGET TO SAVE-TIME-BUDGET-SEC
           MOVE WS-KEEP-CORR-DAYS TO SAVE-CORR-DAYS-PER-MOVE
           MOVE WS-KEEP-W-BANK TO SAVE-WHITE-REFLECT-DAYS
           MOVE WS-KEEP-B-BANK TO SAVE-BLACK-REFLECT-DAYS
           MOVE WS-KEEP-TURN-START TO SAVE-CORR-TURN-START
           MOVE WS-KEEP-WHITE-ID TO WHITE-PLAYER-ID
           MOVE WS-KEEP-BLACK-ID TO BLACK-PLAYER-ID
           MOVE WS-KEEP-W-SEC TO WHITE-ELAPSED-SEC
           MOVE WS-KEEP-B-SEC TO BLACK-ELAPSED-SEC
           MOVE WS-KEEP-BUDGET TO TIME-BUDGET-SEC
           MOVE WS-KEEP-CORR-DAYS TO CORR-DAYS-PER-MOVE
           MOVE WS-KEEP-W-BANK TO WHITE-REFLECT-DAYS
           MOVE WS-KEEP-B-BANK TO BLACK-REFLECT-DAYS
           MOVE WS-KEEP-TURN-START TO CORR-TURN-START
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 32
               MOVE IN-ID(COUNTER)    TO SAVE-IN-ID(COUNTER)
               MOVE IN-X(COUNTER)     TO SAVE-IN-X(COUNTER)
