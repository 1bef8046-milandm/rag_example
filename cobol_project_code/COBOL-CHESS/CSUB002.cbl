           05 WS-SAVE-PATH      PIC X(150).
           05 WS-POSHIST-PATH   PIC X(150).
           05 WS-BACKUP-PATH    PIC X(150).
       01 WS-CORR-DATES.
           05 WS-TODAY          PIC 9(8).
           05 WS-TODAY-DAY      PIC 9(7).
           05 WS-DEADLINE-DAY   PIC 9(7).
      *INPUT AREA
           COPY INPUTAREA.
           COPY VALIDWS.
           MOVE 0 TO FIFTY-MOVE-COUNT
           MOVE 0 TO WHITE-ELAPSED-SEC
           MOVE 0 TO BLACK-ELAPSED-SEC
           MOVE 0 TO CORR-DAYS-PER-MOVE
           MOVE 0 TO WHITE-REFLECT-DAYS
           MOVE 0 TO BLACK-REFLECT-DAYS
           MOVE 0 TO CORR-TURN-START
           SET NO-FORFEIT TO TRUE
           .

           MOVE SAVE-WHITE-ELAPSED-SEC TO WHITE-ELAPSED-SEC
           MOVE SAVE-BLACK-ELAPSED-SEC TO BLACK-ELAPSED-SEC
           MOVE SAVE-TIME-BUDGET-SEC TO TIME-BUDGET-SEC
           MOVE SAVE-CORR-DAYS-PER-MOVE TO CORR-DAYS-PER-MOVE
           MOVE SAVE-WHITE-REFLECT-DAYS TO WHITE-REFLECT-DAYS
           MOVE SAVE-BLACK-REFLECT-DAYS TO BLACK-REFLECT-DAYS
           MOVE SAVE-CORR-TURN-START TO CORR-TURN-START
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 32
               MOVE SAVE-IN-ID(COUNTER)    TO IN-ID(COUNTER)
               MOVE SAVE-IN-X(COUNTER)     TO IN-X(COUNTER)
                   END-IF
               END-IF
           END-IF
           IF CORRESPONDENCE-GAME AND CORR-TURN-START > 0
               PERFORM I2-CHECK-CORR-DEADLINE
           END-IF
           .

           I2-CHECK-CORR-DEADLINE SECTION.

      *******************************************************************
      *   Correspondence control.  Only the side to move can overrun:   *
      *   its last day is the turn date plus the days per move plus     *
      *   whatever is left in its reflection bank.  Once that day has   *
      *   passed the game is flagged exactly like a fallen clock.       *
      *******************************************************************

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF W-TURN
               COMPUTE WS-DEADLINE-DAY =
                   FUNCTION INTEGER-OF-DATE(CORR-TURN-START)
                   + CORR-DAYS-PER-MOVE + WHITE-REFLECT-DAYS
               IF WS-TODAY-DAY > WS-DEADLINE-DAY
                   SET WHITE-FORFEITED TO TRUE
                   DISPLAY "WHITE HAS OVERRUN THE MOVE DEADLINE"
               END-IF
           ELSE
               COMPUTE WS-DEADLINE-DAY =
                   FUNCTION INTEGER-OF-DATE(CORR-TURN-START)
                   + CORR-DAYS-PER-MOVE + BLACK-REFLECT-DAYS
               IF WS-TODAY-DAY > WS-DEADLINE-DAY
                   SET BLACK-FORFEITED TO TRUE
                   DISPLAY "BLACK HAS OVERRUN THE MOVE DEADLINE"
               END-IF
           END-IF
           .

           L-AUDIT-LOAD SECTION.
