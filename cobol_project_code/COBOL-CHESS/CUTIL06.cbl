       FD PAIR-FILE.
           COPY PAIRREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD TOURN-FILE.
           COPY TOURNREC.
      *-----------------------
       01 WS-AWAY-HALF          PIC 9(2).
       01 WS-MISSING            PIC 9.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY PLAYCHK.
           COPY DIRNORMWS.
      *-----------------------

      *******************************************************************
      *   Both fours in board order; every id must pass the same        *
      *   member-master check an ordinary save applies, lapsed          *
      *   subscriptions included.                                       *
      *******************************************************************

           PERFORM VARYING WS-BOARD FROM 1 BY 1
                   SET ENTRY-NOT-VALID TO TRUE
                   DISPLAY "PLAYER NOT ON MEMBER MASTER"
               END-IF
               IF PC-LAPSED
                   PERFORM E4-LAPSED-PLAYER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BOARD FROM 1 BY 1
                   UNTIL WS-BOARD > 4 OR ENTRY-NOT-VALID
                   SET ENTRY-NOT-VALID TO TRUE
                   DISPLAY "PLAYER NOT ON MEMBER MASTER"
               END-IF
               IF PC-LAPSED
                   PERFORM E4-LAPSED-PLAYER
               END-IF
           END-PERFORM
           .

           E4-LAPSED-PLAYER SECTION.

      *******************************************************************
      *   A lapsed member is left out of the team or picked with a      *
      *   warning, as the club's CHESS_LAPSED_PLAY setting says.        *
      *******************************************************************

           IF PC-LAPSED-REFUSE
               SET ENTRY-NOT-VALID TO TRUE
               DISPLAY "PLAYER'S SUBSCRIPTION LAPSED " PC-PAID-THRU
                       " - MAY NOT BE SELECTED"
           ELSE
               DISPLAY "WARNING - PLAYER'S SUBSCRIPTION LAPSED "
                       PC-PAID-THRU
           END-IF
           .

           E3-WRITE-FIXTURE SECTION.

      *******************************************************************
               MOVE SPACE TO BR-WINNER(WS-BX)
               MOVE SPACE TO BR-RESULT(WS-BX)
           END-PERFORM
           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           PERFORM VARYING WS-BX FROM 1 BY 1
                                   UNTIL WS-BX > 4
                               IF WL-GAME-ID
                                  = MT-BOARD-GAME-ID(WS-BX)
                                  AND LC-LINE-COUNTS
                                   MOVE 'Y' TO BR-FOUND(WS-BX)
                                   MOVE WL-WINNER
                                       TO BR-WINNER(WS-BX)
           .

           COPY DIRNORM.

           COPY LEDGCOR.
