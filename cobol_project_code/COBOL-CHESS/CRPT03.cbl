       01 WS-FILTER-PLAYER      PIC X(20).
       01 WS-FROM-DATE          PIC X(8).
       01 WS-TO-DATE            PIC X(8).
      *    Pool of the history record in hand; records from before
      *    the pools carry none and count as standard.
       01 WS-REC-POOL           PIC X.
       01 WS-LINES-SHOWN        PIC 9(5).
      *******************************************************************
      *   One row per player seen in the chosen period: the rating      *
       01 WS-MX-FOUND           PIC 9(3).
       01 WS-NET-EDIT           PIC +ZZZ9.
           COPY DIRNORMWS.
           COPY POOLWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *   writes: one member's game-by-game progression, plus the       *
      *   club's biggest risers and fallers over a chosen period -      *
      *   what gets shown when someone disputes a rating change.        *
      *   Standard, rapid and blitz are rated apart, so the report      *
      *   follows one pool at a time.                                   *
      *******************************************************************

           MOVE 0 TO WS-LINES-SHOWN
           DISPLAY "PERIOD TO (YYYYMMDD, BLANK = OPEN): "
                   WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           DISPLAY "RATING POOL (S/R/B, BLANK = STANDARD): "
                   WITH NO ADVANCING
           ACCEPT WS-POOL-CODE
           PERFORM X2-NAME-POOL
           IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
           END-IF
      *   game-id order within the chosen period.                       *
      *******************************************************************

           DISPLAY WS-POOL-NAME " RATING PROGRESSION FOR "
                   WS-FILTER-PLAYER
           DISPLAY "DATE     GAME ID    OPPONENT             "
                   "PRE  -> POST"
           SET NOT-EOF TO TRUE
                       IF RH-PLAYER-ID NOT = WS-FILTER-PLAYER
                           SET EOF-Y TO TRUE
                       ELSE
                           PERFORM G-RECORD-POOL
                           IF RH-GAME-DATE >= WS-FROM-DATE
                              AND RH-GAME-DATE <= WS-TO-DATE
                              AND WS-REC-POOL = WS-POOL-CODE
                               DISPLAY RH-GAME-DATE " "
                                       RH-GAME-ID " "
                                       RH-OPPONENT-ID " "
                   AT END
                       SET EOF-Y TO TRUE
                   NOT AT END
                       PERFORM G-RECORD-POOL
                       IF RH-GAME-DATE >= WS-FROM-DATE
                          AND RH-GAME-DATE <= WS-TO-DATE
                          AND WS-REC-POOL = WS-POOL-CODE
                           PERFORM E-TALLY-MOVER
                       END-IF
               END-READ

           PERFORM F-SORT-BY-NET

           DISPLAY WS-POOL-NAME " CLUB MOVERS " WS-FROM-DATE
                   " TO " WS-TO-DATE
                   " (RISERS FIRST)"
           DISPLAY "PLAYER ID            GAMES  FROM   TO   NET"
           PERFORM VARYING WS-MX FROM 1 BY 1
           END-PERFORM
           .

           G-RECORD-POOL SECTION.

      *******************************************************************
      *                      G-RECORD-POOL SECTION                      *
      *******************************************************************

           IF RH-POOL-RAPID OR RH-POOL-BLITZ
               MOVE RH-POOL TO WS-REC-POOL
           ELSE
               MOVE 'S' TO WS-REC-POOL
           END-IF
           .

           COPY DIRNORM.

           COPY POOL.
