           SELECT RATING-FILE ASSIGN TO DYNAMIC WS-RATING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RATING-STATUS
           .
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           .
      *    Second look at the same ledger, used to replay a corrected
      *    game's players forward while the main pass is still open.
           SELECT REPLAY-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPLAY-STATUS
           .
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS
       FD RATING-FILE.
           COPY RATEREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD REPLAY-FILE.
       01 REPLAY-RECORD           PIC X(160).
       FD CKPT-FILE.
       01 CKPT-RECORD             PIC X(20).
       FD RATHIST-FILE.
           88 WS-RATING-OK     VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-REPLAY-STATUS     PIC XX.
           88 WS-REPLAY-OK     VALUE '00'.
       01 WS-CKPT-STATUS       PIC XX.
           88 WS-CKPT-OK       VALUE '00'.
       01 WS-RATHIST-STATUS    PIC XX.
      *    into the rating history record for this player and game.
       01 WS-HIST-PRE-RATING    PIC 9(4).
       01 WS-HIST-OPPONENT      PIC X(20).
      *******************************************************************
      *   Standard, rapid and blitz games are rated in separate pools:  *
      *   a game moves only its players' ratings in its own pool, and   *
      *   meets opponents at their rating in that pool.  WS-LINE-POOL   *
      *   is the pool of the ledger line in hand (blank on lines from   *
      *   before the pools is standard); WS-RATE-POOL the pool being    *
      *   rated, which keys every master record read or written.        *
      *******************************************************************
       01 WS-LINE-POOL          PIC X.
       01 WS-RATE-POOL          PIC X.
      *******************************************************************
      *   A correction or void line re-rates the corrected game's two   *
      *   players from that game forward: each starts again from the    *
      *   rating it carried into the game, and every later game of      *
      *   theirs already rated is replayed with its current result.     *
      *   Their opponents keep the ratings they had at the time (the    *
      *   pre-rating on their own history record), so a correction      *
      *   moves only the two members it concerns.                       *
      *******************************************************************
       01 WS-RERATE-WORK.
           05 WS-RR-GAME-ID     PIC X(10).
           05 WS-RR-FROM-LINE   PIC 9(8).
           05 WS-RR-STOP-LINE   PIC 9(8).
           05 WS-RR-LINE        PIC 9(8).
           05 WS-RR-EOF         PIC X.
               88 RR-EOF-Y      VALUE 'Y'.
               88 RR-NOT-EOF    VALUE 'N'.
           05 WS-RR-HIST-SW     PIC X.
               88 RR-HIST-FOUND   VALUE 'Y'.
               88 RR-HIST-MISSING VALUE 'N'.
           05 WS-RR-P           PIC 9.
           05 WS-RR-WP          PIC 9.
           05 WS-RR-BP          PIC 9.
           05 WS-RR-NEW-GAMES   PIC S9(6).
           05 WS-RR-PLAYER OCCURS 2 TIMES.
               10 RR-PLAYER-ID    PIC X(20).
               10 RR-START-FLAG   PIC X.
                   88 RR-START-KNOWN VALUE 'Y'.
               10 RR-RATING       PIC 9(4).
               10 RR-GAMES-DELTA  PIC S9(5).
       01 WS-TXN-HOLD           PIC X(160).
       01 WS-CORRECTIONS-NOW    PIC 9(5).
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
           COPY POOLWS.
           COPY RUNREQ.
      *-----------------------
       PROCEDURE DIVISION.
           END-IF

           DISPLAY "GAMES RATED THIS RUN: " WS-GAMES-RATED-NOW
           DISPLAY "CORRECTIONS RE-RATED:  " WS-CORRECTIONS-NOW

           PERFORM Y2-POST-RUN-END

           Y-CHECK-RUN-CONTROL SECTION.

      *******************************************************************
      *   Fourth job of the nightly chain: held until the CBATCH16      *
      *   board audit has ended clean tonight - and CBATCH16 is itself  *
      *   held on the CBATCH02 reconciliation - so only reconciled,     *
      *   audited results feed the ratings.                             *
      *******************************************************************

           MOVE "CBATCH04" TO RC-JOB-NAME
      *******************************************************************

           MOVE 0 TO WS-GAMES-RATED-NOW
           MOVE 0 TO WS-CORRECTIONS-NOW
           MOVE 0 TO WS-LINES-RATED

           MOVE SPACES TO WS-ENV-SAVE-DIR
           C-PROCESS-LEDGER SECTION.

      *******************************************************************
      *   New ordinary lines are rated with their result as it now      *
      *   stands (a game voided before it was ever rated is never       *
      *   rated); a new correction or void line re-rates the game's     *
      *   players from that game forward.  Every line, corrections      *
      *   included, counts toward the checkpoint, which stays valid     *
      *   because a correction is appended, never edited in.            *
      *******************************************************************

           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT LEDGER-FILE
      *                    history record is written.
                           IF WS-LINE-NUMBER > WS-LINES-RATED
                              AND WL-GAME-ID NOT = SPACES
                               PERFORM K-POOL-OF-LINE
                               MOVE WS-LINE-POOL TO WS-RATE-POOL
                               IF WL-TXN-ORIGINAL
                                   PERFORM U2-CORRECT-LEDGER-LINE
                                   IF LC-LINE-COUNTS
                                      AND WL-RESULT-CODE NOT = 'F'
                                       PERFORM D-RATE-ONE-GAME
                                   END-IF
                               ELSE
                                   PERFORM J-RERATE-CORRECTED-GAME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-FETCH-RATING TO WS-RATING-B
           MOVE WS-FETCH-GAMES TO WS-GAMES-B

           PERFORM D2-EXPECTED-SCORES

           MOVE WL-WHITE-PLAYER-ID TO WS-UPDATE-ID
           COMPUTE WS-NEW-RATING ROUNDED = WS-RATING-W
               + WS-K-FACTOR * (WS-SCORE-W - WS-EXPECTED-W)
           PERFORM H-CLAMP-RATING
           COMPUTE WS-UPDATE-GAMES = WS-GAMES-W + 1
           PERFORM G-UPDATE-RATING
           MOVE WS-RATING-W TO WS-HIST-PRE-RATING
           MOVE WL-BLACK-PLAYER-ID TO WS-HIST-OPPONENT
           PERFORM I-WRITE-HISTORY

           MOVE WL-BLACK-PLAYER-ID TO WS-UPDATE-ID
           COMPUTE WS-NEW-RATING ROUNDED = WS-RATING-B
               + WS-K-FACTOR * (WS-SCORE-B - WS-EXPECTED-B)
           PERFORM H-CLAMP-RATING
           COMPUTE WS-UPDATE-GAMES = WS-GAMES-B + 1
           PERFORM G-UPDATE-RATING
           MOVE WS-RATING-B TO WS-HIST-PRE-RATING
           MOVE WL-WHITE-PLAYER-ID TO WS-HIST-OPPONENT
           PERFORM I-WRITE-HISTORY

           ADD 1 TO WS-GAMES-RATED-NOW
           .

           D2-EXPECTED-SCORES SECTION.

      *******************************************************************
      *   Scores from WL-WINNER and the expected scores from the two    *
      *   ratings in WS-RATING-W/WS-RATING-B - shared by the nightly    *
      *   rating of new games and the replay behind a correction.       *
      *******************************************************************

           EVALUATE WL-WINNER
               WHEN 'W'
                   MOVE 1.00 TO WS-SCORE-W
           COMPUTE WS-POW = 10 ** WS-EXP-ARG
           COMPUTE WS-EXPECTED-W ROUNDED = 1 / (1 + WS-POW)
           COMPUTE WS-EXPECTED-B = 1 - WS-EXPECTED-W
           .

           J-RERATE-CORRECTED-GAME SECTION.

      *******************************************************************
      *   Re-rating needs the history records - they hold the rating    *
      *   each player carried into every game - so without them the     *
      *   correction is reported and left for a rerun.                  *
      *******************************************************************

           IF NOT WS-RATHIST-OK
               DISPLAY "RATING HISTORY UNAVAILABLE - CORRECTION TO "
                       WL-GAME-ID " NOT RE-RATED"
           ELSE
               MOVE WS-LEDGER-LINE TO WS-TXN-HOLD
               MOVE WL-GAME-ID TO WS-RR-GAME-ID
               MOVE WL-WHITE-PLAYER-ID TO RR-PLAYER-ID(1)
               MOVE WL-BLACK-PLAYER-ID TO RR-PLAYER-ID(2)
               PERFORM VARYING WS-RR-P FROM 1 BY 1 UNTIL WS-RR-P > 2
                   MOVE 'N' TO RR-START-FLAG(WS-RR-P)
                   MOVE 0 TO RR-RATING(WS-RR-P)
                   MOVE 0 TO RR-GAMES-DELTA(WS-RR-P)
               END-PERFORM
               COMPUTE WS-RR-STOP-LINE = WS-LINE-NUMBER - 1
               PERFORM J1-FIND-STARTING-POINT
               IF WS-RR-FROM-LINE = 0
                   DISPLAY "CORRECTED GAME " WS-RR-GAME-ID
                           " NOT FOUND IN LEDGER - NOT RE-RATED"
               ELSE
                   PERFORM J3-REPLAY-FORWARD
                   PERFORM J6-POST-RERATED-PLAYERS
                   ADD 1 TO WS-CORRECTIONS-NOW
               END-IF
               MOVE WS-TXN-HOLD TO WS-LEDGER-LINE
           END-IF
           .

           J1-FIND-STARTING-POINT SECTION.

      *******************************************************************
      *   Finds the corrected game's own line and the rating each       *
      *   player carried into it: the pre-rating on its history         *
      *   record, or - for a game never rated, say a default now        *
      *   found to have been played - the pre-rating of the player's    *
      *   next rated game, or failing that today's master rating.       *
      *   The pool is the one the original game was rated in; games     *
      *   of theirs in other pools take no part.                        *
      *******************************************************************

           MOVE 0 TO WS-RR-FROM-LINE
           MOVE 0 TO WS-RR-LINE
           SET RR-NOT-EOF TO TRUE
           OPEN INPUT REPLAY-FILE
           IF WS-REPLAY-OK
               PERFORM UNTIL RR-EOF-Y
                       OR WS-RR-LINE >= WS-RR-STOP-LINE
                   READ REPLAY-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET RR-EOF-Y TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RR-LINE
                           PERFORM K-POOL-OF-LINE
                           IF WS-RR-FROM-LINE = 0
                              AND WL-GAME-ID = WS-RR-GAME-ID
                              AND WL-TXN-ORIGINAL
                               MOVE WS-RR-LINE TO WS-RR-FROM-LINE
                               MOVE WS-LINE-POOL TO WS-RATE-POOL
                           END-IF
                           IF WS-RR-FROM-LINE > 0
                              AND WL-TXN-ORIGINAL
                              AND WS-LINE-POOL = WS-RATE-POOL
                               PERFORM J2-NOTE-START-RATING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPLAY-FILE
           END-IF

           PERFORM VARYING WS-RR-P FROM 1 BY 1 UNTIL WS-RR-P > 2
               IF NOT RR-START-KNOWN(WS-RR-P)
                   MOVE RR-PLAYER-ID(WS-RR-P) TO WS-FETCH-ID
                   PERFORM F-FETCH-RATING
                   MOVE WS-FETCH-RATING TO RR-RATING(WS-RR-P)
                   MOVE 'Y' TO RR-START-FLAG(WS-RR-P)
               END-IF
           END-PERFORM
           .

           J2-NOTE-START-RATING SECTION.

      *******************************************************************
      *                  J2-NOTE-START-RATING SECTION                   *
      *******************************************************************

           PERFORM VARYING WS-RR-P FROM 1 BY 1 UNTIL WS-RR-P > 2
               IF NOT RR-START-KNOWN(WS-RR-P)
                  AND (WL-WHITE-PLAYER-ID = RR-PLAYER-ID(WS-RR-P)
                   OR WL-BLACK-PLAYER-ID = RR-PLAYER-ID(WS-RR-P))
                   MOVE RR-PLAYER-ID(WS-RR-P) TO RH-PLAYER-ID
                   MOVE WL-GAME-ID TO RH-GAME-ID
                   READ RATHIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RH-PRE-RATING TO RR-RATING(WS-RR-P)
                           MOVE 'Y' TO RR-START-FLAG(WS-RR-P)
                   END-READ
               END-IF
           END-PERFORM
           .

           J3-REPLAY-FORWARD SECTION.

      *******************************************************************
      *   Every line from the corrected game up to the correction       *
      *   itself was rated before; those touching either player are     *
      *   rated again in ledger order with their current results,       *
      *   so long as they were played in the same pool.                 *
      *******************************************************************

           MOVE 0 TO WS-RR-LINE
           SET RR-NOT-EOF TO TRUE
           OPEN INPUT REPLAY-FILE
           IF WS-REPLAY-OK
               PERFORM UNTIL RR-EOF-Y
                       OR WS-RR-LINE >= WS-RR-STOP-LINE
                   READ REPLAY-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET RR-EOF-Y TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RR-LINE
                           PERFORM K-POOL-OF-LINE
                           IF WS-RR-LINE >= WS-RR-FROM-LINE
                              AND WL-GAME-ID NOT = SPACES
                              AND WL-TXN-ORIGINAL
                              AND WS-LINE-POOL = WS-RATE-POOL
                               PERFORM U2-CORRECT-LEDGER-LINE
                               PERFORM J4-RERATE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPLAY-FILE
           END-IF
           .

           J4-RERATE-ONE-LINE SECTION.

      *******************************************************************
      *   A game that still counts is rated afresh for whichever of     *
      *   the two players sat in it; one now voided or defaulted loses  *
      *   its history record and no longer counts as a rated game.      *
      *******************************************************************

           MOVE 0 TO WS-RR-WP
           MOVE 0 TO WS-RR-BP
           PERFORM VARYING WS-RR-P FROM 1 BY 1 UNTIL WS-RR-P > 2
               IF WL-WHITE-PLAYER-ID = RR-PLAYER-ID(WS-RR-P)
                   MOVE WS-RR-P TO WS-RR-WP
               END-IF
               IF WL-BLACK-PLAYER-ID = RR-PLAYER-ID(WS-RR-P)
                   MOVE WS-RR-P TO WS-RR-BP
               END-IF
           END-PERFORM

           IF WS-RR-WP = 0 AND WS-RR-BP = 0
               CONTINUE
           ELSE
               IF LC-LINE-COUNTS AND WL-RESULT-CODE NOT = 'F'
                   IF WS-RR-WP > 0
                       MOVE RR-RATING(WS-RR-WP) TO WS-RATING-W
                   ELSE
                       MOVE WL-WHITE-PLAYER-ID TO WS-FETCH-ID
                       PERFORM J5-OPPONENT-RATING
                       MOVE WS-FETCH-RATING TO WS-RATING-W
                   END-IF
                   IF WS-RR-BP > 0
                       MOVE RR-RATING(WS-RR-BP) TO WS-RATING-B
                   ELSE
                       MOVE WL-BLACK-PLAYER-ID TO WS-FETCH-ID
                       PERFORM J5-OPPONENT-RATING
                       MOVE WS-FETCH-RATING TO WS-RATING-B
                   END-IF
                   PERFORM D2-EXPECTED-SCORES

                   IF WS-RR-WP > 0
                       MOVE WL-WHITE-PLAYER-ID TO WS-UPDATE-ID
                       PERFORM J7-CHECK-HISTORY
                       IF RR-HIST-MISSING
                           ADD 1 TO RR-GAMES-DELTA(WS-RR-WP)
                       END-IF
                       COMPUTE WS-NEW-RATING ROUNDED = WS-RATING-W
                           + WS-K-FACTOR
                           * (WS-SCORE-W - WS-EXPECTED-W)
                       PERFORM H-CLAMP-RATING
                       MOVE WS-RATING-W TO WS-HIST-PRE-RATING
                       MOVE WL-BLACK-PLAYER-ID TO WS-HIST-OPPONENT
                       PERFORM I-WRITE-HISTORY
                       MOVE WS-UPDATE-RATING TO RR-RATING(WS-RR-WP)
                   END-IF
                   IF WS-RR-BP > 0
                       MOVE WL-BLACK-PLAYER-ID TO WS-UPDATE-ID
                       PERFORM J7-CHECK-HISTORY
                       IF RR-HIST-MISSING
                           ADD 1 TO RR-GAMES-DELTA(WS-RR-BP)
                       END-IF
                       COMPUTE WS-NEW-RATING ROUNDED = WS-RATING-B
                           + WS-K-FACTOR
                           * (WS-SCORE-B - WS-EXPECTED-B)
                       PERFORM H-CLAMP-RATING
                       MOVE WS-RATING-B TO WS-HIST-PRE-RATING
                       MOVE WL-WHITE-PLAYER-ID TO WS-HIST-OPPONENT
                       PERFORM I-WRITE-HISTORY
                       MOVE WS-UPDATE-RATING TO RR-RATING(WS-RR-BP)
                   END-IF
               ELSE
                   IF WS-RR-WP > 0
                       MOVE WL-WHITE-PLAYER-ID TO WS-UPDATE-ID
                       PERFORM J7-CHECK-HISTORY
                       IF RR-HIST-FOUND
                           DELETE RATHIST-FILE RECORD
                           END-DELETE
                           SUBTRACT 1 FROM RR-GAMES-DELTA(WS-RR-WP)
                       END-IF
                   END-IF
                   IF WS-RR-BP > 0
                       MOVE WL-BLACK-PLAYER-ID TO WS-UPDATE-ID
                       PERFORM J7-CHECK-HISTORY
                       IF RR-HIST-FOUND
                           DELETE RATHIST-FILE RECORD
                           END-DELETE
                           SUBTRACT 1 FROM RR-GAMES-DELTA(WS-RR-BP)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

           J5-OPPONENT-RATING SECTION.

      *******************************************************************
      *   The opponent's rating going into that game, from its own      *
      *   history record; a game it has no record for falls back to     *
      *   its master rating like any first-time rating.                 *
      *******************************************************************

           MOVE WS-FETCH-ID TO RH-PLAYER-ID
           MOVE WL-GAME-ID TO RH-GAME-ID
           READ RATHIST-FILE
               INVALID KEY
                   PERFORM F-FETCH-RATING
               NOT INVALID KEY
                   MOVE RH-PRE-RATING TO WS-FETCH-RATING
           END-READ
           .

           J6-POST-RERATED-PLAYERS SECTION.

      *******************************************************************
      *   The replayed rating becomes the player's master rating and    *
      *   the rated-games count moves by the games gained or lost;      *
      *   the last-played date is left as it stands.                    *
      *******************************************************************

           PERFORM VARYING WS-RR-P FROM 1 BY 1 UNTIL WS-RR-P > 2
               IF RR-PLAYER-ID(WS-RR-P) NOT = SPACES
                   MOVE RR-PLAYER-ID(WS-RR-P) TO RM-PLAYER-ID
                   MOVE WS-RATE-POOL TO RM-POOL
                   READ RATING-FILE
                       INVALID KEY
                           IF RR-GAMES-DELTA(WS-RR-P) > 0
                               MOVE RR-PLAYER-ID(WS-RR-P)
                                   TO RM-PLAYER-ID
                               MOVE WS-RATE-POOL TO RM-POOL
                               MOVE RR-RATING(WS-RR-P) TO RM-RATING
                               MOVE RR-GAMES-DELTA(WS-RR-P)
                                   TO RM-GAMES-RATED
                               MOVE 0 TO RM-LAST-PLAYED
                               WRITE RATING-RECORD
                               END-WRITE
                           END-IF
                       NOT INVALID KEY
                           MOVE RR-RATING(WS-RR-P) TO RM-RATING
                           COMPUTE WS-RR-NEW-GAMES = RM-GAMES-RATED
                               + RR-GAMES-DELTA(WS-RR-P)
                           IF WS-RR-NEW-GAMES < 0
                               MOVE 0 TO WS-RR-NEW-GAMES
                           END-IF
                           MOVE WS-RR-NEW-GAMES TO RM-GAMES-RATED
                           REWRITE RATING-RECORD
                           END-REWRITE
                   END-READ
                   MOVE WS-RATE-POOL TO WS-POOL-CODE
                   PERFORM X2-NAME-POOL
                   DISPLAY "CORRECTION " WS-RR-GAME-ID " - "
                           RR-PLAYER-ID(WS-RR-P) " RE-RATED TO "
                           RR-RATING(WS-RR-P) " " WS-POOL-NAME
               END-IF
           END-PERFORM
           .

           J7-CHECK-HISTORY SECTION.

      *******************************************************************
      *                    J7-CHECK-HISTORY SECTION                     *
      *******************************************************************

           MOVE WS-UPDATE-ID TO RH-PLAYER-ID
           MOVE WL-GAME-ID TO RH-GAME-ID
           READ RATHIST-FILE
               INVALID KEY
                   SET RR-HIST-MISSING TO TRUE
               NOT INVALID KEY
                   SET RR-HIST-FOUND TO TRUE
           END-READ
           .

           I-WRITE-HISTORY SECTION.
               MOVE WS-HIST-OPPONENT TO RH-OPPONENT-ID
               MOVE WS-HIST-PRE-RATING TO RH-PRE-RATING
               MOVE WS-UPDATE-RATING TO RH-POST-RATING
               MOVE WS-RATE-POOL TO RH-POOL
               WRITE RATING-HIST-RECORD
                   INVALID KEY
                       REWRITE RATING-HIST-RECORD
      *******************************************************************

           MOVE WS-FETCH-ID TO RM-PLAYER-ID
           MOVE WS-RATE-POOL TO RM-POOL
           READ RATING-FILE
               INVALID KEY
                   MOVE WS-START-RATING TO WS-FETCH-RATING
      *******************************************************************

           MOVE WS-UPDATE-ID TO RM-PLAYER-ID
           MOVE WS-RATE-POOL TO RM-POOL
           MOVE WS-UPDATE-RATING TO RM-RATING
           MOVE WS-UPDATE-GAMES TO RM-GAMES-RATED
           IF WL-GAME-DATE IS NUMERIC
           END-WRITE
           .

           K-POOL-OF-LINE SECTION.

      *******************************************************************
      *                     K-POOL-OF-LINE SECTION                      *
      *******************************************************************

           IF WL-POOL-RAPID OR WL-POOL-BLITZ
               MOVE WL-POOL TO WS-LINE-POOL
           ELSE
               MOVE 'S' TO WS-LINE-POOL
           END-IF
           .

           E-WRITE-CHECKPOINT SECTION.

      *******************************************************************
           .

           COPY DIRNORM.

           COPY LEDGCOR.

           COPY POOL.
