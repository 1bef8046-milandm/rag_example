      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(90).
       FD PERSUM-FILE.
           05 WS-CM-MONTH OCCURS 120 TIMES PIC 9(6).
       01 WS-CMX                PIC 9(3).
       01 WS-MONTH-CLOSED-FLAG  PIC X.
       01 WS-ADJUSTED-ROWS      PIC 9(5) VALUE 0.
       01 WS-WIN-PCT            PIC 9(3)V9.
       01 WS-AVG-PLIES          PIC 9(4).
       01 WS-SCORE-WHOLE        PIC 9(5).
           05 FILLER            PIC X(6) VALUE SPACE.
           05 WD-AVG-PLIES      PIC ZZZ9.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
           PERFORM D-WRITE-REPORT

           DISPLAY "PLAYERS RANKED: " WS-PLAYER-COUNT
           IF WS-ADJUSTED-ROWS > 0
               DISPLAY "CLOSED-MONTH ROWS CHANGED BY LATER "
                       "CORRECTIONS: " WS-ADJUSTED-ROWS
           END-IF

           GOBACK.

               ADD PS-HALF-POINTS TO TP-HALF-POINTS(WS-PX-FOUND)
               ADD PS-TOTAL-PLIES TO TP-TOTAL-PLIES(WS-PX-FOUND)
           END-IF
           IF PS-ADJUSTED
               ADD 1 TO WS-ADJUSTED-ROWS
           END-IF
           .

           A5-IS-MONTH-CLOSED SECTION.
      *   not - so a stalemate rolls up as a draw for both sides.       *
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
                               PERFORM A5-IS-MONTH-CLOSED
                               IF WS-MONTH-CLOSED-FLAG = 'N'
                                   PERFORM H-TALLY-ONE-GAME
           .

           COPY DIRNORM.

           COPY LEDGCOR.
