      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CUTIL08.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           .
           SELECT PERSUM-FILE ASSIGN TO DYNAMIC WS-PERSUM-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-KEY
           FILE STATUS IS WS-PERSUM-STATUS
           .
           SELECT CLOSED-FILE ASSIGN TO DYNAMIC WS-CLOSED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD PERSUM-FILE.
           COPY PERSUM.
       FD CLOSED-FILE.
       01 CLOSED-RECORD           PIC X(6).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-DONE      PIC X.
               88 DESK-DONE    VALUE 'Y'.
               88 DESK-OPEN    VALUE 'N'.
           05 SWITCH-FOUND     PIC X.
               88 GAME-FOUND     VALUE 'Y'.
               88 GAME-NOT-FOUND VALUE 'N'.
           05 SWITCH-CLOSED    PIC X.
               88 MONTH-ALREADY-CLOSED VALUE 'Y'.
               88 MONTH-STILL-OPEN     VALUE 'N'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-PERSUM-STATUS     PIC XX.
           88 WS-PERSUM-OK     VALUE '00'.
       01 WS-CLOSED-STATUS     PIC XX.
           88 WS-CLOSED-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-PERSUM-PATH    PIC X(150).
           05 WS-CLOSED-PATH    PIC X(150).
       01 WS-GAME-ID-IN         PIC X(10).
       01 WS-CHOICE             PIC X.
       01 WS-CONFIRM            PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-GAME-MONTH         PIC 9(6).
       01 WS-TXN-COUNT          PIC 9(3).
      *******************************************************************
      *   The game's ledger line as it now stands (original columns,    *
      *   latest result) and the result the new transaction puts in     *
      *   its place.  A void leaves no result at all.                   *
      *******************************************************************
       01 WS-GAME-LINE          PIC X(160).
       01 WS-OLD-RESULT.
           05 WS-OLD-VOID       PIC X.
           05 WS-OLD-CODE       PIC X.
           05 WS-OLD-WINNER     PIC X.
       01 WS-NEW-RESULT.
           05 WS-NEW-VOID       PIC X.
           05 WS-NEW-CODE       PIC X.
           05 WS-NEW-WINNER     PIC X.
       01 WS-TXN-DETAILS.
           05 WS-TXN-KIND       PIC X.
           05 WS-TXN-BY-IN      PIC X(20).
           05 WS-TXN-REASON-IN  PIC X(40).
       01 WS-RESULT-TEXT        PIC X(12).
      *******************************************************************
      *   One side's share of a game in a closed month's summary row:   *
      *   backed out for the old result, added back for the new.        *
      *******************************************************************
       01 WS-EFFECT-WORK.
           05 WS-EFFECT-SIGN    PIC S9.
           05 WS-EFFECT-VOID    PIC X.
           05 WS-EFFECT-CODE    PIC X.
           05 WS-EFFECT-WINNER  PIC X.
           05 WS-EFFECT-SIDE    PIC X.
           05 WS-EFFECT-PLIES   PIC 9(4).
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY AUDITREQ.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM UNTIL DESK-DONE
               PERFORM B-CORRECT-ONE-GAME
           END-PERFORM
           DISPLAY "CORRECTIONS POSTED: " WS-TXN-COUNT
           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Result correction desk.  The results ledger is append-only,   *
      *   so a wrong winner or a default that was really played is put  *
      *   right by appending a correction (C) or void (V) line for the  *
      *   game, naming who made the change and why.  The original line  *
      *   is never edited, so CBATCH04's line-count checkpoint stays    *
      *   good; its next run re-rates both players from the game on.    *
      *   A game in a month CBATCH09 has already closed also has its    *
      *   players' summary rows adjusted here and flagged.              *
      *******************************************************************

           MOVE 0 TO WS-TXN-COUNT
           SET DESK-OPEN TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PERSUM.DAT" DELIMITED BY SIZE
                  INTO WS-PERSUM-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_CLOSED_MONTHS.TXT" DELIMITED BY SIZE
                  INTO WS-CLOSED-PATH
           .

           B-CORRECT-ONE-GAME SECTION.

      *******************************************************************
      *                   B-CORRECT-ONE-GAME SECTION                    *
      *******************************************************************

           DISPLAY " "
           DISPLAY "GAME ID TO CORRECT (BLANK TO EXIT): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-GAME-ID-IN
           ACCEPT WS-GAME-ID-IN
           IF WS-GAME-ID-IN = SPACES
               SET DESK-DONE TO TRUE
           ELSE
               PERFORM C-FIND-GAME
               IF GAME-NOT-FOUND
                   DISPLAY "GAME " WS-GAME-ID-IN
                           " IS NOT IN THE RESULTS LEDGER"
               ELSE
                   IF WS-OLD-VOID = 'Y'
                       DISPLAY "GAME " WS-GAME-ID-IN
                               " HAS ALREADY BEEN VOIDED"
                   ELSE
                       PERFORM D-SHOW-GAME
                       PERFORM E-TAKE-CORRECTION
                   END-IF
               END-IF
           END-IF
           .

           C-FIND-GAME SECTION.

      *******************************************************************
      *   The game's own line, with any earlier correction already      *
      *   applied, so a second correction starts from the result the    *
      *   standings are showing today.                                  *
      *******************************************************************

           SET GAME-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-OLD-VOID
           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "NO RESULTS LEDGER FOUND"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF WL-GAME-ID = WS-GAME-ID-IN
                              AND WL-TXN-ORIGINAL
                               PERFORM U2-CORRECT-LEDGER-LINE
                               IF LC-LINE-DROPPED
                                   MOVE 'Y' TO WS-OLD-VOID
                               END-IF
                               MOVE WL-RESULT-CODE TO WS-OLD-CODE
                               MOVE WL-WINNER TO WS-OLD-WINNER
                               MOVE WS-LEDGER-LINE TO WS-GAME-LINE
                               SET GAME-FOUND TO TRUE
                               SET EOF-Y TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .

           D-SHOW-GAME SECTION.

      *******************************************************************
      *                       D-SHOW-GAME SECTION                       *
      *******************************************************************

           MOVE WS-GAME-LINE TO WS-LEDGER-LINE
           MOVE WS-OLD-CODE TO WS-EFFECT-CODE
           MOVE WS-OLD-WINNER TO WS-EFFECT-WINNER
           PERFORM K-DESCRIBE-RESULT
           DISPLAY "GAME " WL-GAME-ID " PLAYED " WL-GAME-DATE
           DISPLAY "  WHITE " WL-WHITE-PLAYER-ID
                   "  BLACK " WL-BLACK-PLAYER-ID
           IF WL-EVENT-ID NOT = SPACES
               DISPLAY "  EVENT " WL-EVENT-ID " ROUND " WL-ROUND
           END-IF
           DISPLAY "  RESULT NOW ON RECORD: " WS-RESULT-TEXT
                   " (CODE " WS-OLD-CODE ")"
           .

           E-TAKE-CORRECTION SECTION.

      *******************************************************************
      *   A correction names the new result; a void strikes the game    *
      *   out altogether (no score, no rating, no game counted).  Both  *
      *   need the name of whoever authorised it and a reason, and are  *
      *   confirmed before anything is written.                         *
      *******************************************************************

           DISPLAY "(C)ORRECT THE RESULT, (V)OID THE GAME, (S)KIP: "
                   WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE 'N' TO WS-NEW-VOID
           MOVE SPACE TO WS-TXN-KIND
           EVALUATE WS-CHOICE
               WHEN 'C'
                   PERFORM E2-TAKE-NEW-RESULT
               WHEN 'V'
                   MOVE 'V' TO WS-TXN-KIND
                   MOVE 'Y' TO WS-NEW-VOID
                   MOVE WS-OLD-CODE TO WS-NEW-CODE
                   MOVE WS-OLD-WINNER TO WS-NEW-WINNER
               WHEN OTHER
                   DISPLAY "GAME " WS-GAME-ID-IN " LEFT AS IT IS"
           END-EVALUATE

           IF WS-TXN-KIND NOT = SPACE
               DISPLAY "AUTHORISED BY (ARBITER/OFFICER ID): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-TXN-BY-IN
               ACCEPT WS-TXN-BY-IN
               DISPLAY "REASON: " WITH NO ADVANCING
               MOVE SPACES TO WS-TXN-REASON-IN
               ACCEPT WS-TXN-REASON-IN
               IF WS-TXN-BY-IN = SPACES OR WS-TXN-REASON-IN = SPACES
                   DISPLAY "WHO AND WHY ARE BOTH REQUIRED - NOTHING "
                           "POSTED"
               ELSE
                   DISPLAY "POST THIS CHANGE (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       PERFORM F-POST-TRANSACTION
                   ELSE
                       DISPLAY "NOTHING POSTED"
                   END-IF
               END-IF
           END-IF
           .

           E2-TAKE-NEW-RESULT SECTION.

      *******************************************************************
      *   A decisive result keeps the original code where that code     *
      *   already meant a decisive game (mate, resignation, ruling);    *
      *   otherwise it becomes an arbiter's ruling (A).  A draw keeps   *
      *   D or S, else D.  F marks the game as unplayed after all.      *
      *******************************************************************

           DISPLAY "CORRECT RESULT - (W)HITE WON, (B)LACK WON, "
                   "(D)RAW, (F) NOT PLAYED: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 'W'
               WHEN 'B'
                   MOVE WS-CHOICE TO WS-NEW-WINNER
                   IF WS-OLD-CODE = 'C' OR WS-OLD-CODE = 'R'
                      OR WS-OLD-CODE = 'A'
                       MOVE WS-OLD-CODE TO WS-NEW-CODE
                   ELSE
                       MOVE 'A' TO WS-NEW-CODE
                   END-IF
               WHEN 'D'
                   MOVE SPACE TO WS-NEW-WINNER
                   IF WS-OLD-CODE = 'D' OR WS-OLD-CODE = 'S'
                       MOVE WS-OLD-CODE TO WS-NEW-CODE
                   ELSE
                       MOVE 'D' TO WS-NEW-CODE
                   END-IF
               WHEN 'F'
                   MOVE SPACE TO WS-NEW-WINNER
                   MOVE 'F' TO WS-NEW-CODE
               WHEN OTHER
                   DISPLAY "NOT A RESULT - NOTHING CHANGED"
                   MOVE WS-OLD-CODE TO WS-NEW-CODE
                   MOVE WS-OLD-WINNER TO WS-NEW-WINNER
           END-EVALUATE

           IF WS-NEW-CODE = WS-OLD-CODE
              AND WS-NEW-WINNER = WS-OLD-WINNER
               DISPLAY "RESULT UNCHANGED - NOTHING TO CORRECT"
           ELSE
               MOVE 'C' TO WS-TXN-KIND
           END-IF
           .

           F-POST-TRANSACTION SECTION.

      *******************************************************************
      *   The transaction line repeats the game's own columns - date,   *
      *   players, event, plies - so every rollup files it under the    *
      *   game, never under the day it was keyed.                       *
      *******************************************************************

           MOVE WS-GAME-LINE TO WS-LEDGER-LINE
           MOVE WS-NEW-CODE TO WL-RESULT-CODE
           MOVE WS-NEW-WINNER TO WL-WINNER
           MOVE WS-TXN-KIND TO WL-TXN-TYPE
           MOVE WS-TODAY TO WL-TXN-DATE
           MOVE WS-TXN-BY-IN TO WL-TXN-BY
           MOVE WS-TXN-REASON-IN TO WL-TXN-REASON

           OPEN EXTEND LEDGER-FILE
           IF NOT WS-LEDGER-OK
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WS-LEDGER-OK
               WRITE LEDGER-RECORD FROM WS-LEDGER-LINE
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "CANNOT OPEN RESULTS LEDGER - NOTHING POSTED"
           END-IF

           MOVE WL-GAME-ID TO AU-GAME-ID
           IF WL-TXN-VOID
               MOVE "VOID" TO AU-ACTION
           ELSE
               MOVE "CORRECT" TO AU-ACTION
           END-IF
           MOVE WS-LEDGER-STATUS TO AU-STATUS
           MOVE WS-TXN-BY-IN TO AU-NOTE
           CALL "CSUB010" USING AUDIT-REQUEST
           END-CALL

           IF WS-LEDGER-OK
               ADD 1 TO WS-TXN-COUNT
               IF WL-TXN-VOID
                   DISPLAY "GAME " WL-GAME-ID " VOIDED"
               ELSE
                   MOVE WS-NEW-CODE TO WS-EFFECT-CODE
                   MOVE WS-NEW-WINNER TO WS-EFFECT-WINNER
                   PERFORM K-DESCRIBE-RESULT
                   DISPLAY "GAME " WL-GAME-ID " CORRECTED TO "
                           WS-RESULT-TEXT
               END-IF
               DISPLAY "RATINGS FOLLOW AT THE NEXT CBATCH04 RUN"
               PERFORM G-CHECK-MONTH-CLOSED
               IF MONTH-ALREADY-CLOSED
                   PERFORM H-ADJUST-CLOSED-MONTH
               END-IF
           END-IF
           .

           G-CHECK-MONTH-CLOSED SECTION.

      *******************************************************************
      *   A game in an open month needs nothing more: the month-end     *
      *   close and the standings read the ledger as corrected.  Only   *
      *   a month already rolled into the period summaries needs its    *
      *   rows put right by hand here.                                  *
      *******************************************************************

           SET MONTH-STILL-OPEN TO TRUE
           IF WL-GAME-DATE IS NUMERIC
               MOVE WL-GAME-DATE(1:6) TO WS-GAME-MONTH
               SET NOT-EOF TO TRUE
               OPEN INPUT CLOSED-FILE
               IF WS-CLOSED-OK
                   PERFORM UNTIL EOF-Y
                       READ CLOSED-FILE
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               IF CLOSED-RECORD = WS-GAME-MONTH
                                   SET MONTH-ALREADY-CLOSED TO TRUE
                                   SET EOF-Y TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLOSED-FILE
               END-IF
           END-IF
           .

           H-ADJUST-CLOSED-MONTH SECTION.

      *******************************************************************
      *   Each player's row for the month has the old result backed     *
      *   out and the new one added under exactly the rule CBATCH09     *
      *   used to build it, then is flagged as adjusted with today's    *
      *   date so the committee can see the month moved after close.    *
      *******************************************************************

           OPEN I-O PERSUM-FILE
           IF NOT WS-PERSUM-OK
               DISPLAY "CANNOT OPEN PERIOD-SUMMARY FILE - STATUS "
                       WS-PERSUM-STATUS " - CLOSED MONTH "
                       WS-GAME-MONTH " NOT ADJUSTED"
           ELSE
               MOVE WL-WHITE-PLAYER-ID TO PS-PLAYER-ID
               MOVE 'W' TO WS-EFFECT-SIDE
               PERFORM H2-ADJUST-ONE-ROW
               MOVE WL-BLACK-PLAYER-ID TO PS-PLAYER-ID
               MOVE 'B' TO WS-EFFECT-SIDE
               PERFORM H2-ADJUST-ONE-ROW
               CLOSE PERSUM-FILE
           END-IF
           .

           H2-ADJUST-ONE-ROW SECTION.

      *******************************************************************
      *                    H2-ADJUST-ONE-ROW SECTION                    *
      *******************************************************************

           MOVE WS-GAME-MONTH TO PS-PERIOD
           READ PERSUM-FILE
               INVALID KEY
                   DISPLAY "NO SUMMARY ROW FOR " PS-PLAYER-ID
                           " IN CLOSED MONTH " WS-GAME-MONTH
                           " - ROW NOT ADJUSTED"
               NOT INVALID KEY
                   MOVE -1 TO WS-EFFECT-SIGN
                   MOVE WS-OLD-VOID TO WS-EFFECT-VOID
                   MOVE WS-OLD-CODE TO WS-EFFECT-CODE
                   MOVE WS-OLD-WINNER TO WS-EFFECT-WINNER
                   PERFORM J-APPLY-EFFECT
                   MOVE 1 TO WS-EFFECT-SIGN
                   MOVE WS-NEW-VOID TO WS-EFFECT-VOID
                   MOVE WS-NEW-CODE TO WS-EFFECT-CODE
                   MOVE WS-NEW-WINNER TO WS-EFFECT-WINNER
                   PERFORM J-APPLY-EFFECT
                   SET PS-ADJUSTED TO TRUE
                   MOVE WS-TODAY TO PS-ADJUST-DATE
                   REWRITE PERIOD-SUMMARY-RECORD
                       INVALID KEY
                           DISPLAY "CLOSED MONTH " WS-GAME-MONTH
                                   " ROW FOR " PS-PLAYER-ID
                                   " NOT REWRITTEN - STATUS "
                                   WS-PERSUM-STATUS
                                   " - ROW NOT ADJUSTED"
                       NOT INVALID KEY
                           DISPLAY "CLOSED MONTH " WS-GAME-MONTH
                                   " ROW FOR " PS-PLAYER-ID
                                   " ADJUSTED"
                   END-REWRITE
           END-READ
           .

           J-APPLY-EFFECT SECTION.

      *******************************************************************
      *   Adds (sign +1) or backs out (sign -1) one side's share of     *
      *   one game.  Result code F counts as a game but in no outcome   *
      *   column; a voided game counts for nothing at all.              *
      *******************************************************************

           IF WS-EFFECT-VOID = 'Y'
               CONTINUE
           ELSE
               MOVE 0 TO WS-EFFECT-PLIES
               IF WL-PLY-COUNT IS NUMERIC
                   MOVE WL-PLY-COUNT TO WS-EFFECT-PLIES
               END-IF
               COMPUTE PS-GAMES = PS-GAMES + WS-EFFECT-SIGN
               COMPUTE PS-TOTAL-PLIES = PS-TOTAL-PLIES
                   + WS-EFFECT-SIGN * WS-EFFECT-PLIES
               IF WS-EFFECT-SIDE = 'W'
                   COMPUTE PS-GAMES-WHITE =
                       PS-GAMES-WHITE + WS-EFFECT-SIGN
               ELSE
                   COMPUTE PS-GAMES-BLACK =
                       PS-GAMES-BLACK + WS-EFFECT-SIGN
               END-IF
               IF WS-EFFECT-CODE = 'F'
                   CONTINUE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-EFFECT-WINNER = WS-EFFECT-SIDE
                           IF WS-EFFECT-SIDE = 'W'
                               COMPUTE PS-WINS-WHITE =
                                   PS-WINS-WHITE + WS-EFFECT-SIGN
                           ELSE
                               COMPUTE PS-WINS-BLACK =
                                   PS-WINS-BLACK + WS-EFFECT-SIGN
                           END-IF
                           COMPUTE PS-HALF-POINTS =
                               PS-HALF-POINTS + 2 * WS-EFFECT-SIGN
                       WHEN WS-EFFECT-WINNER = 'W'
                         OR WS-EFFECT-WINNER = 'B'
                           COMPUTE PS-LOSSES =
                               PS-LOSSES + WS-EFFECT-SIGN
                       WHEN OTHER
                           COMPUTE PS-DRAWS =
                               PS-DRAWS + WS-EFFECT-SIGN
                           COMPUTE PS-HALF-POINTS =
                               PS-HALF-POINTS + WS-EFFECT-SIGN
                   END-EVALUATE
               END-IF
           END-IF
           .

           K-DESCRIBE-RESULT SECTION.

      *******************************************************************
      *                    K-DESCRIBE-RESULT SECTION                    *
      *******************************************************************

           EVALUATE TRUE
               WHEN WS-EFFECT-CODE = 'F'
                   MOVE "NOT PLAYED" TO WS-RESULT-TEXT
               WHEN WS-EFFECT-WINNER = 'W'
                   MOVE "WHITE WON" TO WS-RESULT-TEXT
               WHEN WS-EFFECT-WINNER = 'B'
                   MOVE "BLACK WON" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "DRAWN" TO WS-RESULT-TEXT
           END-EVALUATE
           .

           COPY DIRNORM.

           COPY LEDGCOR.
