       FD PAIR-FILE.
           COPY PAIRREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
       01 WS-CX-FOUND           PIC 9(3).
       01 WS-LOOKUP-CLUB        PIC X(8).
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
           PERFORM U-LOAD-LEDGER-CORRECTIONS
           .

           B-MATCH-CARD SECTION.
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           IF WL-GAME-ID = MT-BOARD-GAME-ID(WS-BX)
                              AND LC-LINE-COUNTS
                               EVALUATE TRUE
                                   WHEN WL-RESULT-CODE = 'F'
                                       MOVE "DEFAULTED"
           .

           COPY DIRNORM.

           COPY LEDGCOR.
