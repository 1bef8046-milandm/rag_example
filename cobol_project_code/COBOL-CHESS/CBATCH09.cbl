      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD PERSUM-FILE.
           COPY PERSUM.
       FD CLOSED-FILE.
           05 WS-MONTH-DECIDED  PIC 9(5) VALUE 0.
           05 WS-MONTH-DRAWN    PIC 9(5) VALUE 0.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *                     C-ROLL-UP-MONTH SECTION                     *
      *******************************************************************

           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           IF WL-GAME-ID NOT = SPACES
                              AND LC-LINE-COUNTS
                              AND WL-GAME-DATE IS NUMERIC
                              AND WL-GAME-DATE(1:6) = WS-CLOSE-MONTH
                               PERFORM D-TALLY-ONE-GAME
                   MOVE SM-GAMES-BLACK(WS-SX) TO PS-GAMES-BLACK
                   MOVE SM-HALF-POINTS(WS-SX) TO PS-HALF-POINTS
                   MOVE SM-TOTAL-PLIES(WS-SX) TO PS-TOTAL-PLIES
                   SET PS-AS-CLOSED TO TRUE
                   MOVE 0 TO PS-ADJUST-DATE
                   WRITE PERIOD-SUMMARY-RECORD
                       INVALID KEY
                           REWRITE PERIOD-SUMMARY-RECORD
           .

           COPY DIRNORM.

           COPY LEDGCOR.
