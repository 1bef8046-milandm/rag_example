
      *******************************************************************
      *   Every pre-league event was a Swiss event, so the new type     *
      *   byte is stamped S across the board; every one was rated in    *
      *   the standard pool, which is what it now records.              *
      *******************************************************************

           SET NOT-EOF TO TRUE
                               MOVE OTR-EVENT-ID TO TM-EVENT-ID
                               MOVE OTR-EVENT-NAME TO TM-EVENT-NAME
                               MOVE 'S' TO TM-EVENT-TYPE
                               MOVE 'S' TO TM-RATING-POOL
                               MOVE SPACES TO TM-TIEBREAK-ORDER
                               MOVE 3 TO TM-PRIZE-PLACES
                               PERFORM VARYING COUNTER FROM 1 BY 1
                                       UNTIL COUNTER > 3
                                   MOVE SPACE TO TM-CAT-TYPE(COUNTER)
                                   MOVE 0 TO TM-CAT-LIMIT(COUNTER)
                               END-PERFORM
                               MOVE OTR-ROUND-COUNT
                                   TO TM-ROUND-COUNT
                               MOVE OTR-CURRENT-ROUND
