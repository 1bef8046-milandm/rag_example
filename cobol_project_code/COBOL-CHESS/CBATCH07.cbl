       FD MOVEIDX-FILE.
           COPY MOVEIDX.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
      *                    A correction or void line repeats a game
      *                    already classified from its own line.
                           IF WL-GAME-ID NOT = SPACES
                              AND WL-TXN-ORIGINAL
                               ADD 1 TO WS-GAMES-SEEN
                               PERFORM D-CLASSIFY-ONE-GAME
                           END-IF
