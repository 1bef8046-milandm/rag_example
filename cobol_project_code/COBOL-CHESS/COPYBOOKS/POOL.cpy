      *****************************************************************
      *                     POOL COPYBOOK                             *
      *   Rating pools.  Standard, rapid and blitz games are rated    *
      *   separately, so a member's club-night blitz never moves      *
      *   their standard rating.  X-SET-RATING-POOL places a game by  *
      *   its time budget per side (WS-POOL-BUDGET-SEC in,            *
      *   WS-POOL-CODE out) against the committee's thresholds in     *
      *   the environment, or by its correspondence days per move     *
      *   (WS-POOL-CORR-DAYS) against the correspondence setting -    *
      *   see POOLWS.  X2-NAME-POOL spells WS-POOL-CODE out for       *
      *   report headings.  Shared PROCEDURE DIVISION text; requires  *
      *   POOLWS to be in scope.                                      *
      *****************************************************************
           X-SET-RATING-POOL SECTION.

           MOVE SPACES TO WS-ENV-POOL-SETTING
           ACCEPT WS-ENV-POOL-SETTING
               FROM ENVIRONMENT "CHESS_BLITZ_MAX_SEC"
           IF WS-ENV-POOL-SETTING NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-POOL-SETTING) = 0
               COMPUTE WS-BLITZ-MAX-SEC =
                   FUNCTION NUMVAL(WS-ENV-POOL-SETTING)
           END-IF
           MOVE SPACES TO WS-ENV-POOL-SETTING
           ACCEPT WS-ENV-POOL-SETTING
               FROM ENVIRONMENT "CHESS_RAPID_MAX_SEC"
           IF WS-ENV-POOL-SETTING NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-POOL-SETTING) = 0
               COMPUTE WS-RAPID-MAX-SEC =
                   FUNCTION NUMVAL(WS-ENV-POOL-SETTING)
           END-IF
           MOVE SPACES TO WS-ENV-POOL-SETTING
           ACCEPT WS-ENV-POOL-SETTING
               FROM ENVIRONMENT "CHESS_UNTIMED_POOL"
           IF WS-ENV-POOL-SETTING = 'S' OR 'R' OR 'B'
               MOVE WS-ENV-POOL-SETTING(1:1) TO WS-UNTIMED-POOL
           END-IF
           MOVE SPACES TO WS-ENV-POOL-SETTING
           ACCEPT WS-ENV-POOL-SETTING
               FROM ENVIRONMENT "CHESS_CORR_POOL"
           IF WS-ENV-POOL-SETTING = 'S' OR 'R' OR 'B'
               MOVE WS-ENV-POOL-SETTING(1:1) TO WS-CORR-POOL
           END-IF

           EVALUATE TRUE
               WHEN WS-POOL-CORR-DAYS > 0
                   MOVE WS-CORR-POOL TO WS-POOL-CODE
               WHEN WS-POOL-BUDGET-SEC = 0
                   MOVE WS-UNTIMED-POOL TO WS-POOL-CODE
               WHEN WS-POOL-BUDGET-SEC <= WS-BLITZ-MAX-SEC
                   SET POOL-BLITZ TO TRUE
               WHEN WS-POOL-BUDGET-SEC <= WS-RAPID-MAX-SEC
                   SET POOL-RAPID TO TRUE
               WHEN OTHER
                   SET POOL-STANDARD TO TRUE
           END-EVALUATE
           .

           X2-NAME-POOL SECTION.

      *    A blank pool - a line or record from before the pools
      *    existed - is standard.
           EVALUATE TRUE
               WHEN POOL-RAPID
                   MOVE "RAPID" TO WS-POOL-NAME
               WHEN POOL-BLITZ
                   MOVE "BLITZ" TO WS-POOL-NAME
               WHEN OTHER
                   SET POOL-STANDARD TO TRUE
                   MOVE "STANDARD" TO WS-POOL-NAME
           END-EVALUATE
           .
