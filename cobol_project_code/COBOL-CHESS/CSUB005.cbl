      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD PAIR-FILE.
           COPY PAIRREC.
      *-----------------------
       COPY LOCKREQ.
       COPY AUDITREQ.
       COPY PLAYCHK.
       COPY POOLWS.
       01 WS-PLAYERS-VALID        PIC X.

       LINKAGE SECTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           SET GR-NOT-POSTED TO TRUE
           PERFORM Z-BUILD-LEDGER-PATH
           PERFORM D-VALIDATE-PLAYERS
           IF WS-PLAYERS-VALID = 'N'
           MOVE GR-RESULT-CODE TO AU-NOTE
           CALL "CSUB010" USING AUDIT-REQUEST
           END-CALL
           IF GR-POSTED
               PERFORM B-RELEASE-GAME-LOCK
               DISPLAY "GAME RESULT RECORDED"
           END-IF

           GOBACK.

           MOVE GR-WINNER        TO WL-WINNER
           MOVE PLY-COUNT        TO WL-PLY-COUNT
           PERFORM C-STAMP-EVENT-ROUND
      *    The game's clock decides which rating pool it is rated in;
      *    a header posted without one (a defaulted fixture) counts
      *    as untimed.  A correspondence game goes to the club's
      *    correspondence pool whatever its seconds budget.
           IF TIME-BUDGET-SEC IS NUMERIC
               MOVE TIME-BUDGET-SEC TO WS-POOL-BUDGET-SEC
           ELSE
               MOVE 0 TO WS-POOL-BUDGET-SEC
           END-IF
           IF CORR-DAYS-PER-MOVE IS NUMERIC
               MOVE CORR-DAYS-PER-MOVE TO WS-POOL-CORR-DAYS
           ELSE
               MOVE 0 TO WS-POOL-CORR-DAYS
           END-IF
           PERFORM X-SET-RATING-POOL
           MOVE WS-POOL-CODE     TO WL-POOL

           OPEN EXTEND LEDGER-FILE
           IF NOT WS-LEDGER-OK
           END-IF
           IF WS-LEDGER-OK
               WRITE LEDGER-RECORD FROM WS-LEDGER-LINE
               IF WS-LEDGER-OK
                   SET GR-POSTED TO TRUE
               ELSE
                   DISPLAY "RESULTS LEDGER WRITE FAILED - STATUS "
                           WS-LEDGER-STATUS " - RESULT NOT RECORDED"
               END-IF
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "CANNOT OPEN RESULTS LEDGER - RESULT NOT "
      *   member master and active, so every per-player rollup sees     *
      *   one spelling of a member.  With no master built yet the       *
      *   lookup answers PC-NO-MASTER and the result is recorded as    *
      *   before.  A lapsed member is warned about or refused as the    *
      *   club's CHESS_LAPSED_PLAY setting says.                        *
      *******************************************************************

           MOVE 'Y' TO WS-PLAYERS-VALID
               DISPLAY "WHITE PLAYER ID " WHITE-PLAYER-ID
                       " NOT ON MEMBER MASTER - RESULT NOT RECORDED"
           END-IF
           IF PC-LAPSED
               IF PC-LAPSED-REFUSE
                   MOVE 'N' TO WS-PLAYERS-VALID
                   DISPLAY "WHITE PLAYER " WHITE-PLAYER-ID
                           " LAPSED " PC-PAID-THRU
                           " - RESULT NOT RECORDED"
               ELSE
                   DISPLAY "WARNING - WHITE PLAYER "
                           WHITE-PLAYER-ID " LAPSED " PC-PAID-THRU
               END-IF
           END-IF
           MOVE BLACK-PLAYER-ID TO PC-PLAYER-ID
           CALL "CSUB011" USING PLAYER-CHECK
           END-CALL
               DISPLAY "BLACK PLAYER ID " BLACK-PLAYER-ID
                       " NOT ON MEMBER MASTER - RESULT NOT RECORDED"
           END-IF
           IF PC-LAPSED
               IF PC-LAPSED-REFUSE
                   MOVE 'N' TO WS-PLAYERS-VALID
                   DISPLAY "BLACK PLAYER " BLACK-PLAYER-ID
                           " LAPSED " PC-PAID-THRU
                           " - RESULT NOT RECORDED"
               ELSE
                   DISPLAY "WARNING - BLACK PLAYER "
                           BLACK-PLAYER-ID " LAPSED " PC-PAID-THRU
               END-IF
           END-IF
           .

           C-STAMP-EVENT-ROUND SECTION.
           B-RELEASE-GAME-LOCK SECTION.

      *******************************************************************
      *   A recorded result ends the game, so the per-game lock taken   *
      *   at load time is handed back for good.  A refused result       *
      *   leaves the lock with the caller, who releases it.             *
      *******************************************************************

           SET CL-RELEASE TO TRUE
           .

           COPY DIRNORM.

           COPY POOL.
