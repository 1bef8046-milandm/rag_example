      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
       01 WS-AVG-PLIES          PIC ZZZ9.
       01 WS-AVG-WORK           PIC 9(4).
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *******************************************************************

           DISPLAY "GAME ID    DATE     COLOUR OUTCOME OPPONENT"
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
                               PERFORM C-FILTER-ONE-LINE
                           END-IF
                   END-READ
           .

           COPY DIRNORM.

           COPY LEDGCOR.
