      *****************************************************************
      *                    LEDGCOR COPYBOOK                           *
      *   The results ledger is append-only, so a wrong result is     *
      *   put right by a later correction (C) or void (V) line for    *
      *   the same game id.  Every program that rolls results up      *
      *   loads those lines once with U-LOAD-LEDGER-CORRECTIONS and   *
      *   then runs each line it reads through U2-CORRECT-LEDGER-LINE *
      *   - correction lines themselves are dropped, a voided game    *
      *   is dropped, and a corrected game counts once with its       *
      *   latest result and winner.  Shared PROCEDURE DIVISION text;  *
      *   requires LEDGER-FILE, WS-LEDGER-STATUS, LEDGERL and         *
      *   LEDGCORWS to be in scope and the ledger to be closed when   *
      *   the load runs.                                              *
      *****************************************************************
           U-LOAD-LEDGER-CORRECTIONS SECTION.

           MOVE 0 TO WS-LC-COUNT
           SET LC-NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-OK
               PERFORM UNTIL LC-EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET LC-EOF-Y TO TRUE
                       NOT AT END
                           IF WL-GAME-ID NOT = SPACES
                              AND NOT WL-TXN-ORIGINAL
                               PERFORM U3-HOLD-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .

           U3-HOLD-CORRECTION SECTION.

      *    A later correction of the same game replaces the earlier
      *    one, so the table always holds the result as it now stands.
           MOVE 0 TO WS-LC-FOUND
           PERFORM VARYING WS-LC-X FROM 1 BY 1
                   UNTIL WS-LC-X > WS-LC-COUNT
               IF LC-GAME-ID(WS-LC-X) = WL-GAME-ID
                   MOVE WS-LC-X TO WS-LC-FOUND
                   MOVE WS-LC-COUNT TO WS-LC-X
               END-IF
           END-PERFORM
           IF WS-LC-FOUND = 0
               IF WS-LC-COUNT < WS-LC-MAX
                   ADD 1 TO WS-LC-COUNT
                   MOVE WS-LC-COUNT TO WS-LC-FOUND
               ELSE
                   DISPLAY "CORRECTION TABLE FULL - CORRECTION TO "
                           WL-GAME-ID " NOT APPLIED"
               END-IF
           END-IF
           IF WS-LC-FOUND > 0
               MOVE WL-GAME-ID TO LC-GAME-ID(WS-LC-FOUND)
               MOVE WL-TXN-TYPE TO LC-TXN-TYPE(WS-LC-FOUND)
               MOVE WL-RESULT-CODE TO LC-RESULT-CODE(WS-LC-FOUND)
               MOVE WL-WINNER TO LC-WINNER(WS-LC-FOUND)
           END-IF
           .

           U2-CORRECT-LEDGER-LINE SECTION.

           SET LC-LINE-COUNTS TO TRUE
           IF NOT WL-TXN-ORIGINAL
               SET LC-LINE-DROPPED TO TRUE
           ELSE
               PERFORM VARYING WS-LC-X FROM 1 BY 1
                       UNTIL WS-LC-X > WS-LC-COUNT
                   IF LC-GAME-ID(WS-LC-X) = WL-GAME-ID
                       IF LC-TXN-TYPE(WS-LC-X) = 'V'
                           SET LC-LINE-DROPPED TO TRUE
                       ELSE
                           MOVE LC-RESULT-CODE(WS-LC-X)
                               TO WL-RESULT-CODE
                           MOVE LC-WINNER(WS-LC-X) TO WL-WINNER
                       END-IF
                       MOVE WS-LC-COUNT TO WS-LC-X
                   END-IF
               END-PERFORM
           END-IF
           .
