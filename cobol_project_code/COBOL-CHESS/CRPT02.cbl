      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD GAMEOPEN-FILE.
           COPY GOPENREC.
       FD REPORT-FILE.
           05 FILLER            PIC X VALUE SPACE.
           05 WD-B-LOSSES       PIC ZZZ9.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *                    B-ROLL-UP-LEDGER SECTION                     *
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
                               PERFORM C-TALLY-ONE-GAME
                           END-IF
                   END-READ
           .

           COPY DIRNORM.

           COPY LEDGCOR.
