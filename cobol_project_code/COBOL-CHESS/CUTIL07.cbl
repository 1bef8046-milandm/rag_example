      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CUTIL07.
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
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-DONE      PIC X.
               88 STATION-DONE    VALUE 'Y'.
               88 STATION-PLAYING VALUE 'N'.
           05 SWITCH-MOVE-OK   PIC X.
               88 MOVE-IS-LEGAL   VALUE 'Y'.
               88 MOVE-REFUSED    VALUE 'N'.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-LEDGER-PATH    PIC X(150).
       01 WS-CHOICE             PIC X.
       01 WS-CONFIRM            PIC X.
       01 WS-PLAYERS-VALID      PIC X.
      *******************************************************************
      *   Who sits at the board.  The machine opponent (CSUB012) may    *
      *   take either colour or neither; its strength level is the      *
      *   same EG-LEVEL code the training batch uses.                   *
      *******************************************************************
       01 WS-MACHINE-SIDE       PIC X.
           88 MACHINE-PLAYS-WHITE VALUE 'W'.
           88 MACHINE-PLAYS-BLACK VALUE 'B'.
           88 MACHINE-PLAYS-NONE  VALUE 'N'.
       01 WS-MOVE-TEXT          PIC X(10).
       01 WS-SHOW-MOVE          PIC X(4).
       01 WS-FILE-LETTERS       PIC X(8) VALUE "abcdefgh".
       01 WS-BUDGET-TEXT        PIC X(6).
       01 WS-TAKEBACK-TEXT      PIC X(4).
       01 WS-TAKEBACK-PLIES     PIC 9(4).
       01 WS-PLY-BEFORE         PIC 9(4).
      *******************************************************************
      *   Occupancy grid indexed (Y, X), laid out from COORDINATES for  *
      *   the move geometry tests - the same layout CSUB012 uses.       *
      *******************************************************************
       01 WS-BOARD.
           05 WS-BOARD-ROW OCCURS 8 TIMES.
               10 WS-SQ OCCURS 8 TIMES PIC XX.
       01 WS-SIDES.
           05 WS-SIDE           PIC X.
           05 WS-FOE            PIC X.
       01 WS-EP-SPOT.
           05 WS-EP-X           PIC S99.
           05 WS-EP-Y           PIC S99.
           05 WS-EP-VICTIM-Y    PIC S99.
       01 WS-MOVE-WORK.
           05 WS-FROM-X         PIC S99.
           05 WS-FROM-Y         PIC S99.
           05 WS-TO-X           PIC S99.
           05 WS-TO-Y           PIC S99.
           05 WS-DX             PIC S99.
           05 WS-DY             PIC S99.
           05 WS-ABS-DX         PIC 99.
           05 WS-ABS-DY         PIC 99.
           05 WS-MOVE-PIECE     PIC XX.
           05 WS-MOVE-TYPE      PIC X.
           05 WS-DEST-SQ        PIC XX.
           05 WS-PSEUDO-FLAG    PIC X.
           05 WS-PATH-FLAG      PIC X.
           05 WS-PROBE-X        PIC S99.
           05 WS-PROBE-Y        PIC S99.
           05 WS-STEP-X         PIC S99.
           05 WS-STEP-Y         PIC S99.
           05 WS-RANK-DIGIT     PIC 9.
           05 WS-PROMO-TYPE     PIC X.
           05 WS-HOME-Y         PIC S99.
           05 WS-ROOK-FROM-X    PIC S99.
           05 WS-ROOK-TO-X      PIC S99.
           05 WS-ROOK-SLOT      PIC 99.
           05 WS-CASTLE-FLAG    PIC X.
       01 WS-LOOP-VARS.
           05 WS-I              PIC S99.
           05 WS-SLOT           PIC 99.
       01 WS-CAND-CAPTURE       PIC X.
       01 WS-CAND-PAWN          PIC X.
      *******************************************************************
      *   Snapshot areas sized over the real group lengths so a trial   *
      *   move can be taken back with two group MOVEs, as in CSUB012.   *
      *******************************************************************
       01 WS-COORD-HOLD         PIC X(400).
       01 WS-HDR-HOLD           PIC X(200).
      *******************************************************************
      *   Station clock.  The side to move is charged the wall-clock    *
      *   seconds from the moment its turn is shown to the moment its   *
      *   move is accepted; a turn running past midnight wraps.         *
      *******************************************************************
       01 WS-CLOCK.
           05 WS-NOW-TIME-RAW   PIC 9(8).
           05 WS-NOW-TIME       PIC 9(6).
           05 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
               10 WS-NOW-HH     PIC 99.
               10 WS-NOW-MI     PIC 99.
               10 WS-NOW-SS     PIC 99.
           05 WS-NOW-SECS       PIC 9(5).
           05 WS-TURN-START-SECS PIC 9(5).
           05 WS-THINK-SECS     PIC S9(6).
           05 WS-LEFT-SECS      PIC S9(6).
           05 WS-LEFT-SHOW      PIC -(6)9.
      *******************************************************************
      *   Correspondence control: days per move and the reflection      *
      *   bank each player starts with, as keyed at the board.          *
      *******************************************************************
       01 WS-CORR-WORK.
           05 WS-DAYS-TEXT      PIC X(4).
           05 WS-TODAY          PIC 9(8).
           05 WS-DUE-DATE       PIC 9(8).
           COPY GAMEHDR.
           COPY COORDINATES.
           COPY MOVEREC.
           COPY GAMESTAT.
           COPY GAMERSLT.
           COPY ENGREQ.
           COPY RPLYREQ.
           COPY PLAYCHK.
           COPY LOCKREQ.
           COPY LEDGERL.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM B-OPEN-GAME
           PERFORM UNTIL STATION-DONE
               PERFORM C-PLAY-ONE-TURN
           END-PERFORM
           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Game-station console for the club-room terminals.  Drives a   *
      *   game from load to result: CSUB002 loads (or starts) it under  *
      *   the per-game lock, every keyed move is tested for geometry    *
      *   here and for king safety by CSUB007 before CSUB003 is ever    *
      *   called, the clocks run while each side thinks, CSUB012 can    *
      *   take either chair, CSUB009 takes moves back, and a mate,      *
      *   stalemate or rule draw goes straight to the ledger through    *
      *   CSUB005.  Nothing illegal reaches CHESS_SAVE.DAT or the move  *
      *   file from here.                                               *
      *******************************************************************

           SET STATION-PLAYING TO TRUE
           SET MACHINE-PLAYS-NONE TO TRUE
           SET EG-CASUAL TO TRUE
           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
           .

           B-OPEN-GAME SECTION.

      *******************************************************************
      *   CSUB002 leaves the player ids as it found them when there is  *
      *   no saved game under the id, so blank ids after the load are   *
      *   how a brand-new game is told apart from a resumed one.        *
      *******************************************************************

           DISPLAY " "
           DISPLAY "GAME STATION"
           DISPLAY "GAME ID TO PLAY: " WITH NO ADVANCING
           ACCEPT GAME-ID
           IF GAME-ID = SPACES
               DISPLAY "GAME ID MAY NOT BE BLANK"
               SET STATION-DONE TO TRUE
           ELSE
               MOVE SPACES TO WHITE-PLAYER-ID
               MOVE SPACES TO BLACK-PLAYER-ID
               MOVE 0 TO TIME-BUDGET-SEC
               CALL "CSUB002" USING COORDINATES
                                    GAME-HEADER
               END-CALL
               EVALUATE TRUE
                   WHEN GAME-LOCK-DENIED
                       SET STATION-DONE TO TRUE
                   WHEN GAME-DATA-CORRUPT
                       DISPLAY "GAME " GAME-ID " FAILED VALIDATION - "
                               "IT CANNOT BE PLAYED UNTIL REPAIRED"
                       PERFORM Q-RELEASE-GAME-LOCK
                       SET STATION-DONE TO TRUE
                   WHEN WHITE-PLAYER-ID = SPACES
                       PERFORM B2-NEW-GAME-DETAILS
                   WHEN OTHER
                       PERFORM B5-CHECK-NOT-FINISHED
               END-EVALUATE
           END-IF
           IF STATION-PLAYING
               PERFORM B3-CHOOSE-MACHINE
               PERFORM B4-CHECK-LOADED-CLOCKS
           END-IF
           .

           B2-NEW-GAME-DETAILS SECTION.

      *******************************************************************
      *   A new game needs the identity CSUB003 will insist on at the   *
      *   first save: two member ids that pass CSUB011, and the agreed  *
      *   time control - either days per move plus a reflection bank    *
      *   for a correspondence game, or a budget per side in seconds    *
      *   (0 = untimed).  A lapsed member is turned away here when the  *
      *   club refuses them, rather than at a first save that could     *
      *   never succeed.                                                *
      *******************************************************************

           DISPLAY "NEW GAME " GAME-ID
           DISPLAY "WHITE PLAYER ID: " WITH NO ADVANCING
           ACCEPT WHITE-PLAYER-ID
           DISPLAY "BLACK PLAYER ID: " WITH NO ADVANCING
           ACCEPT BLACK-PLAYER-ID
           DISPLAY "CORRESPONDENCE DAYS PER MOVE (0 = OVER THE "
                   "BOARD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DAYS-TEXT
           ACCEPT WS-DAYS-TEXT
           IF WS-DAYS-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-DAYS-TEXT) = 0
               COMPUTE CORR-DAYS-PER-MOVE =
                   FUNCTION NUMVAL(WS-DAYS-TEXT)
           ELSE
               MOVE 0 TO CORR-DAYS-PER-MOVE
           END-IF
           MOVE 0 TO WHITE-REFLECT-DAYS
           MOVE 0 TO BLACK-REFLECT-DAYS
           MOVE 0 TO CORR-TURN-START
           IF CORRESPONDENCE-GAME
               PERFORM B6-CORR-DETAILS
           ELSE
               DISPLAY "TIME BUDGET PER SIDE IN SECONDS (0 = UNTIMED): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-BUDGET-TEXT
               ACCEPT WS-BUDGET-TEXT
               IF WS-BUDGET-TEXT NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-BUDGET-TEXT) = 0
                   COMPUTE TIME-BUDGET-SEC =
                       FUNCTION NUMVAL(WS-BUDGET-TEXT)
               ELSE
                   MOVE 0 TO TIME-BUDGET-SEC
               END-IF
           END-IF

           MOVE 'Y' TO WS-PLAYERS-VALID
           MOVE WHITE-PLAYER-ID TO PC-PLAYER-ID
           CALL "CSUB011" USING PLAYER-CHECK
           END-CALL
           IF PC-NOT-FOUND OR PC-RETIRED
               MOVE 'N' TO WS-PLAYERS-VALID
               DISPLAY "WHITE PLAYER ID " WHITE-PLAYER-ID
                       " NOT ON MEMBER MASTER"
           END-IF
           IF PC-LAPSED AND PC-LAPSED-REFUSE
               MOVE 'N' TO WS-PLAYERS-VALID
               DISPLAY "WHITE PLAYER " WHITE-PLAYER-ID
                       " LAPSED " PC-PAID-THRU
           END-IF
           MOVE BLACK-PLAYER-ID TO PC-PLAYER-ID
           CALL "CSUB011" USING PLAYER-CHECK
           END-CALL
           IF PC-NOT-FOUND OR PC-RETIRED
               MOVE 'N' TO WS-PLAYERS-VALID
               DISPLAY "BLACK PLAYER ID " BLACK-PLAYER-ID
                       " NOT ON MEMBER MASTER"
           END-IF
           IF PC-LAPSED AND PC-LAPSED-REFUSE
               MOVE 'N' TO WS-PLAYERS-VALID
               DISPLAY "BLACK PLAYER " BLACK-PLAYER-ID
                       " LAPSED " PC-PAID-THRU
           END-IF
           IF WHITE-PLAYER-ID = BLACK-PLAYER-ID
               MOVE 'N' TO WS-PLAYERS-VALID
               DISPLAY "WHITE AND BLACK MUST BE DIFFERENT MEMBERS"
           END-IF
           IF WS-PLAYERS-VALID = 'N'
               DISPLAY "GAME NOT STARTED"
               PERFORM Q-RELEASE-GAME-LOCK
               SET STATION-DONE TO TRUE
           END-IF
           .

           B3-CHOOSE-MACHINE SECTION.

      *******************************************************************
      *                    B3-CHOOSE-MACHINE SECTION                    *
      *******************************************************************

           DISPLAY "MACHINE OPPONENT - (W)HITE, (B)LACK OR (N)ONE: "
                   WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 'W'
               WHEN 'w'
                   SET MACHINE-PLAYS-WHITE TO TRUE
               WHEN 'B'
               WHEN 'b'
                   SET MACHINE-PLAYS-BLACK TO TRUE
               WHEN OTHER
                   SET MACHINE-PLAYS-NONE TO TRUE
           END-EVALUATE
           IF NOT MACHINE-PLAYS-NONE
               DISPLAY "MACHINE STRENGTH - (1) CASUAL, (2) TACTICAL: "
                       WITH NO ADVANCING
               ACCEPT WS-CHOICE
               IF WS-CHOICE = '2'
                   SET EG-TACTICAL TO TRUE
               ELSE
                   SET EG-CASUAL TO TRUE
               END-IF
           END-IF
           .

           B4-CHECK-LOADED-CLOCKS SECTION.

      *******************************************************************
      *   A game CSUB002 flagged as lost on time is not played on at    *
      *   the board; the forfeit is the arbiter's ruling to make.       *
      *******************************************************************

           IF WHITE-FORFEITED OR BLACK-FORFEITED
               DISPLAY "THE FLAG HAS ALREADY FALLEN IN THIS GAME - "
                       "REFER IT TO THE ARBITER"
               PERFORM Q-RELEASE-GAME-LOCK
               SET STATION-DONE TO TRUE
           END-IF
           .

           B5-CHECK-NOT-FINISHED SECTION.

      *******************************************************************
      *   A game already on the results ledger stays on the save file   *
      *   until CBATCH05's month-end purge; it is not played on, and a  *
      *   mate still standing on its board is not posted a second time. *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-OK
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF WL-GAME-ID = GAME-ID
                               SET STATION-DONE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           IF STATION-DONE
               DISPLAY "GAME " GAME-ID " ALREADY HAS A RESULT ON THE "
                       "LEDGER - NOTHING TO PLAY"
               PERFORM Q-RELEASE-GAME-LOCK
           ELSE
               DISPLAY "RESUMING GAME " GAME-ID ": "
                       FUNCTION TRIM(WHITE-PLAYER-ID) " (W) VS "
                       FUNCTION TRIM(BLACK-PLAYER-ID) " (B), "
                       PLY-COUNT " PLIES"
           END-IF
           .

           B6-CORR-DETAILS SECTION.

      *******************************************************************
      *   A correspondence game carries no seconds budget.  Both        *
      *   players start with the same reflection bank, and White's      *
      *   first move falls due counting from today.                     *
      *******************************************************************

           MOVE 0 TO TIME-BUDGET-SEC
           DISPLAY "REFLECTION DAYS PER PLAYER: " WITH NO ADVANCING
           MOVE SPACES TO WS-DAYS-TEXT
           ACCEPT WS-DAYS-TEXT
           IF WS-DAYS-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-DAYS-TEXT) = 0
               COMPUTE WHITE-REFLECT-DAYS =
                   FUNCTION NUMVAL(WS-DAYS-TEXT)
               MOVE WHITE-REFLECT-DAYS TO BLACK-REFLECT-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO CORR-TURN-START
           .

           C-PLAY-ONE-TURN SECTION.

      *******************************************************************
      *   One turn: CSUB007 judges the side to move first, so a game    *
      *   that has just ended - or was left unposted when a station     *
      *   went down between the last save and the ledger - is posted    *
      *   before anyone is asked for a move.  Otherwise the board, the  *
      *   clocks, and the machine's move or the keyed command.          *
      *******************************************************************

           CALL "CSUB007" USING COORDINATES
                                GAME-HEADER
                                GAME-STATUS-INFO
                                GAME-RESULT-INFO
           END-CALL
           IF NOT GS-PLAY-ON
               PERFORM N-POST-BOARD-RESULT
           ELSE
               CALL "CSUB004" USING COORDINATES
               END-CALL
               PERFORM D-SHOW-CLOCKS
               PERFORM R-READ-CLOCK
               MOVE WS-NOW-SECS TO WS-TURN-START-SECS
               IF (W-TURN AND MACHINE-PLAYS-WHITE)
                  OR (B-TURN AND MACHINE-PLAYS-BLACK)
                   PERFORM E-MACHINE-MOVE
               ELSE
                   PERFORM F-KEYED-TURN
               END-IF
           END-IF
           .

           D-SHOW-CLOCKS SECTION.

      *******************************************************************
      *                      D-SHOW-CLOCKS SECTION                      *
      *******************************************************************

           IF W-TURN
               DISPLAY "WHITE TO MOVE (" FUNCTION TRIM(WHITE-PLAYER-ID)
                       ")  PLY " PLY-COUNT
           ELSE
               DISPLAY "BLACK TO MOVE (" FUNCTION TRIM(BLACK-PLAYER-ID)
                       ")  PLY " PLY-COUNT
           END-IF
           IF GS-SIDE-IN-CHECK
               DISPLAY "CHECK"
           END-IF
           EVALUATE TRUE
               WHEN CORRESPONDENCE-GAME
                   PERFORM D2-SHOW-CORR-DEADLINE
               WHEN TIME-BUDGET-SEC > 0
                   PERFORM D3-SHOW-BUDGET-LEFT
               WHEN OTHER
                   DISPLAY "  WHITE USED: " WHITE-ELAPSED-SEC
                           " SEC   BLACK USED: " BLACK-ELAPSED-SEC
                           " SEC"
           END-EVALUATE
           .

           D2-SHOW-CORR-DEADLINE SECTION.

      *******************************************************************
      *                  D2-SHOW-CORR-DEADLINE SECTION                  *
      *******************************************************************

           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CORR-TURN-START)
               + CORR-DAYS-PER-MOVE)
           DISPLAY "  MOVE DUE BY " WS-DUE-DATE
                   "   REFLECTION DAYS LEFT - WHITE: "
                   WHITE-REFLECT-DAYS "  BLACK: " BLACK-REFLECT-DAYS
           .

           D3-SHOW-BUDGET-LEFT SECTION.

      *******************************************************************
      *                   D3-SHOW-BUDGET-LEFT SECTION                   *
      *******************************************************************

           COMPUTE WS-LEFT-SECS =
               TIME-BUDGET-SEC - WHITE-ELAPSED-SEC
           MOVE WS-LEFT-SECS TO WS-LEFT-SHOW
           DISPLAY "  WHITE CLOCK: " WS-LEFT-SHOW " SEC LEFT"
                   WITH NO ADVANCING
           COMPUTE WS-LEFT-SECS =
               TIME-BUDGET-SEC - BLACK-ELAPSED-SEC
           MOVE WS-LEFT-SECS TO WS-LEFT-SHOW
           DISPLAY "   BLACK CLOCK: " WS-LEFT-SHOW " SEC LEFT"
           .

           E-MACHINE-MOVE SECTION.

      *******************************************************************
      *   CSUB012 plays on the real tables and fills LAST-MOVE-INFO,    *
      *   turn already handed over, exactly as CSUB003 expects it.      *
      *   The turn has already been judged playable, so a move always   *
      *   comes back.                                                   *
      *******************************************************************

           MOVE COORDINATES TO WS-COORD-HOLD
           MOVE GAME-HEADER TO WS-HDR-HOLD
           CALL "CSUB012" USING COORDINATES
                                GAME-HEADER
                                LAST-MOVE-INFO
                                ENGINE-REQUEST
           END-CALL
           IF EG-MOVE-PLAYED
               MOVE WS-FILE-LETTERS(LM-FROM-X:1) TO WS-SHOW-MOVE(1:1)
               COMPUTE WS-RANK-DIGIT = 9 - LM-FROM-Y
               MOVE WS-RANK-DIGIT TO WS-SHOW-MOVE(2:1)
               MOVE WS-FILE-LETTERS(LM-TO-X:1) TO WS-SHOW-MOVE(3:1)
               COMPUTE WS-RANK-DIGIT = 9 - LM-TO-Y
               MOVE WS-RANK-DIGIT TO WS-SHOW-MOVE(4:1)
               DISPLAY "MACHINE PLAYS " WS-SHOW-MOVE
               PERFORM K-SAVE-MOVE
           END-IF
           .

           F-KEYED-TURN SECTION.

      *******************************************************************
      *   A move is keyed as from-square and to-square (e2e4), with a   *
      *   fifth letter naming the promotion piece (e7e8n); castling is  *
      *   keyed as the king's two-square move (e1g1).  Everything else  *
      *   on the prompt is a one-letter command.                        *
      *******************************************************************

           DISPLAY "MOVE (E.G. E2E4), T=TAKEBACK, R=RESIGN, "
                   "D=AGREED DRAW, C=CLAIM DRAW, X=ADJOURN: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-MOVE-TEXT
           ACCEPT WS-MOVE-TEXT
           INSPECT WS-MOVE-TEXT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"

           IF WS-MOVE-TEXT(2:1) = SPACE
               EVALUATE WS-MOVE-TEXT(1:1)
                   WHEN 't'
                       PERFORM L-TAKE-BACK
                   WHEN 'r'
                       PERFORM M-RESIGN
                   WHEN 'd'
                       PERFORM M2-AGREED-DRAW
                   WHEN 'c'
                       PERFORM M3-CLAIM-REPETITION
                   WHEN 'x'
                       DISPLAY "GAME " GAME-ID " ADJOURNED"
                       PERFORM Q-RELEASE-GAME-LOCK
                       SET STATION-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN COMMAND"
               END-EVALUATE
           ELSE
               PERFORM G-PARSE-MOVE
               IF MOVE-IS-LEGAL
                   PERFORM H-CHECK-MOVE
               END-IF
               IF MOVE-IS-LEGAL
                   PERFORM K2-FILL-LAST-MOVE
                   PERFORM K-SAVE-MOVE
               END-IF
           END-IF
           .

           G-PARSE-MOVE SECTION.

      *******************************************************************
      *   Square notation counts ranks from White's side of the board,  *
      *   which this system keeps at Y=8: rank r is Y = 9 - r.          *
      *******************************************************************

           SET MOVE-IS-LEGAL TO TRUE
           MOVE 0 TO WS-FROM-X
           MOVE 0 TO WS-TO-X
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               IF WS-FILE-LETTERS(WS-I:1) = WS-MOVE-TEXT(1:1)
                   MOVE WS-I TO WS-FROM-X
               END-IF
               IF WS-FILE-LETTERS(WS-I:1) = WS-MOVE-TEXT(3:1)
                   MOVE WS-I TO WS-TO-X
               END-IF
           END-PERFORM
           IF WS-FROM-X = 0 OR WS-TO-X = 0
              OR WS-MOVE-TEXT(2:1) < '1' OR WS-MOVE-TEXT(2:1) > '8'
              OR WS-MOVE-TEXT(4:1) < '1' OR WS-MOVE-TEXT(4:1) > '8'
               SET MOVE-REFUSED TO TRUE
               DISPLAY "KEY THE MOVE AS FROM AND TO SQUARES, E.G. E2E4"
           ELSE
               MOVE WS-MOVE-TEXT(2:1) TO WS-RANK-DIGIT
               COMPUTE WS-FROM-Y = 9 - WS-RANK-DIGIT
               MOVE WS-MOVE-TEXT(4:1) TO WS-RANK-DIGIT
               COMPUTE WS-TO-Y = 9 - WS-RANK-DIGIT
               EVALUATE WS-MOVE-TEXT(5:1)
                   WHEN SPACE
                   WHEN 'q'
                       MOVE 'Q' TO WS-PROMO-TYPE
                   WHEN 'r'
                       MOVE 'R' TO WS-PROMO-TYPE
                   WHEN 'b'
                       MOVE 'B' TO WS-PROMO-TYPE
                   WHEN 'n'
                       MOVE 'H' TO WS-PROMO-TYPE
                   WHEN OTHER
                       SET MOVE-REFUSED TO TRUE
                       DISPLAY "PROMOTION PIECE MUST BE Q, R, B OR N"
               END-EVALUATE
           END-IF
           .

           H-CHECK-MOVE SECTION.

      *******************************************************************
      *   The move must start on one of the mover's own pieces, fit     *
      *   that piece's geometry (castling tested on its own rules),     *
      *   and - tried on the real tables - leave the mover's king out   *
      *   of check by CSUB007's judgement.  A refused move leaves the   *
      *   board exactly as it was.                                      *
      *******************************************************************

           PERFORM H1-LAY-OUT-BOARD
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
               IF WS-SIDE = 'W' AND W-ACTIVE(WS-I) = 'Y'
                  AND W-X-VAR(WS-I) = WS-FROM-X
                  AND W-Y-POS(WS-I) = WS-FROM-Y
                   MOVE WS-I TO WS-SLOT
                   MOVE W-PIECE(WS-I) TO WS-MOVE-PIECE
               END-IF
               IF WS-SIDE = 'B' AND B-ACTIVE(WS-I) = 'Y'
                  AND B-X-VAR(WS-I) = WS-FROM-X
                  AND B-Y-POS(WS-I) = WS-FROM-Y
                   MOVE WS-I TO WS-SLOT
                   MOVE B-PIECE(WS-I) TO WS-MOVE-PIECE
               END-IF
           END-PERFORM

           IF WS-SLOT = 0
               SET MOVE-REFUSED TO TRUE
               DISPLAY "NONE OF YOUR PIECES STANDS ON "
                       WS-MOVE-TEXT(1:2)
           ELSE
               MOVE WS-MOVE-PIECE(2:1) TO WS-MOVE-TYPE
               MOVE 'N' TO WS-CASTLE-FLAG
               COMPUTE WS-ABS-DX = FUNCTION ABS(WS-TO-X - WS-FROM-X)
               IF WS-MOVE-TYPE = 'K' AND WS-ABS-DX = 2
                  AND WS-TO-Y = WS-FROM-Y
                   MOVE 'Y' TO WS-CASTLE-FLAG
                   PERFORM H5-CASTLING-ALLOWED
               ELSE
                   PERFORM H2-PSEUDO-LEGAL
                   IF WS-PSEUDO-FLAG NOT = 'Y'
                       SET MOVE-REFUSED TO TRUE
                       DISPLAY "THAT PIECE CANNOT MOVE THERE"
                   END-IF
               END-IF
           END-IF

           IF MOVE-IS-LEGAL
               MOVE COORDINATES TO WS-COORD-HOLD
               MOVE GAME-HEADER TO WS-HDR-HOLD
               PERFORM J-APPLY-MOVE
               CALL "CSUB007" USING COORDINATES
                                    GAME-HEADER
                                    GAME-STATUS-INFO
                                    GAME-RESULT-INFO
               END-CALL
               IF GS-SIDE-IN-CHECK
                   SET MOVE-REFUSED TO TRUE
                   MOVE WS-COORD-HOLD TO COORDINATES
                   MOVE WS-HDR-HOLD TO GAME-HEADER
                   DISPLAY "ILLEGAL - THAT LEAVES YOUR KING IN CHECK"
               END-IF
           END-IF
           .

           H1-LAY-OUT-BOARD SECTION.

      *******************************************************************
      *   Grid, side and en passant target for the side to move, the    *
      *   same way CSUB012 works them out before generating its moves.  *
      *******************************************************************

           PERFORM VARYING WS-PROBE-Y FROM 1 BY 1 UNTIL WS-PROBE-Y > 8
               PERFORM VARYING WS-PROBE-X FROM 1 BY 1
                       UNTIL WS-PROBE-X > 8
                   MOVE SPACES TO WS-SQ(WS-PROBE-Y, WS-PROBE-X)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
               IF W-ACTIVE(WS-I) = 'Y'
                   MOVE W-PIECE(WS-I)
                       TO WS-SQ(W-Y-POS(WS-I), W-X-VAR(WS-I))
               END-IF
               IF B-ACTIVE(WS-I) = 'Y'
                   MOVE B-PIECE(WS-I)
                       TO WS-SQ(B-Y-POS(WS-I), B-X-VAR(WS-I))
               END-IF
           END-PERFORM

           MOVE 0 TO WS-EP-X
           MOVE 0 TO WS-EP-Y
           MOVE 0 TO WS-EP-VICTIM-Y
           IF W-TURN
               MOVE 'W' TO WS-SIDE
               MOVE 'B' TO WS-FOE
               MOVE 8 TO WS-HOME-Y
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
                   IF B-ACTIVE(WS-I) = 'Y'
                      AND B-PIECE(WS-I) = 'BP'
                      AND B-LAST-MOVE(WS-I) = 'Y'
                      AND B-2SQ-ADVANCE(WS-I) = 'Y'
                       MOVE B-X-VAR(WS-I) TO WS-EP-X
                       MOVE B-Y-POS(WS-I) TO WS-EP-VICTIM-Y
                       COMPUTE WS-EP-Y = WS-EP-VICTIM-Y - 1
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'B' TO WS-SIDE
               MOVE 'W' TO WS-FOE
               MOVE 1 TO WS-HOME-Y
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
                   IF W-ACTIVE(WS-I) = 'Y'
                      AND W-PIECE(WS-I) = 'WP'
                      AND W-LAST-MOVE(WS-I) = 'Y'
                      AND W-2SQ-ADVANCE(WS-I) = 'Y'
                       MOVE W-X-VAR(WS-I) TO WS-EP-X
                       MOVE W-Y-POS(WS-I) TO WS-EP-VICTIM-Y
                       COMPUTE WS-EP-Y = WS-EP-VICTIM-Y + 1
                   END-IF
               END-PERFORM
           END-IF
           .

           H2-PSEUDO-LEGAL SECTION.

      *******************************************************************
      *   Geometry test for the keyed move: the destination may not     *
      *   hold a friendly piece, sliders need a clear path, and pawns   *
      *   distinguish pushes, double pushes from their home rank,       *
      *   ordinary captures and the en passant square.                  *
      *******************************************************************

           MOVE 'N' TO WS-PSEUDO-FLAG
           COMPUTE WS-DX = WS-TO-X - WS-FROM-X
           COMPUTE WS-DY = WS-TO-Y - WS-FROM-Y
           IF WS-DX = 0 AND WS-DY = 0
               CONTINUE
           ELSE
               MOVE WS-SQ(WS-TO-Y, WS-TO-X) TO WS-DEST-SQ
               IF WS-DEST-SQ(1:1) = WS-SIDE
                   CONTINUE
               ELSE
                   COMPUTE WS-ABS-DX = FUNCTION ABS(WS-DX)
                   COMPUTE WS-ABS-DY = FUNCTION ABS(WS-DY)
                   EVALUATE WS-MOVE-TYPE
                       WHEN 'P'
                           PERFORM H3-PAWN-PSEUDO
                       WHEN 'H'
                           IF (WS-ABS-DX = 1 AND WS-ABS-DY = 2)
                              OR (WS-ABS-DX = 2 AND WS-ABS-DY = 1)
                               MOVE 'Y' TO WS-PSEUDO-FLAG
                           END-IF
                       WHEN 'B'
                           IF WS-ABS-DX = WS-ABS-DY
                               PERFORM H4-PATH-CLEAR
                               MOVE WS-PATH-FLAG TO WS-PSEUDO-FLAG
                           END-IF
                       WHEN 'R'
                           IF WS-DX = 0 OR WS-DY = 0
                               PERFORM H4-PATH-CLEAR
                               MOVE WS-PATH-FLAG TO WS-PSEUDO-FLAG
                           END-IF
                       WHEN 'Q'
                           IF WS-ABS-DX = WS-ABS-DY
                              OR WS-DX = 0 OR WS-DY = 0
                               PERFORM H4-PATH-CLEAR
                               MOVE WS-PATH-FLAG TO WS-PSEUDO-FLAG
                           END-IF
                       WHEN 'K'
                           IF WS-ABS-DX <= 1 AND WS-ABS-DY <= 1
                               MOVE 'Y' TO WS-PSEUDO-FLAG
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           .

           H3-PAWN-PSEUDO SECTION.

      *******************************************************************
      *   White pawns march toward rank Y=1 and Black pawns toward      *
      *   Y=8, matching the board CSUB001 sets up.                      *
      *******************************************************************

           IF WS-SIDE = 'W'
               IF WS-DX = 0 AND WS-DY = -1 AND WS-DEST-SQ = SPACES
                   MOVE 'Y' TO WS-PSEUDO-FLAG
               END-IF
               IF WS-DX = 0 AND WS-DY = -2 AND WS-FROM-Y = 7
                  AND WS-DEST-SQ = SPACES
                  AND WS-SQ(6, WS-FROM-X) = SPACES
                   MOVE 'Y' TO WS-PSEUDO-FLAG
               END-IF
               IF WS-ABS-DX = 1 AND WS-DY = -1
                   IF WS-DEST-SQ(1:1) = WS-FOE
                      OR (WS-TO-X = WS-EP-X AND WS-TO-Y = WS-EP-Y)
                       MOVE 'Y' TO WS-PSEUDO-FLAG
                   END-IF
               END-IF
           ELSE
               IF WS-DX = 0 AND WS-DY = 1 AND WS-DEST-SQ = SPACES
                   MOVE 'Y' TO WS-PSEUDO-FLAG
               END-IF
               IF WS-DX = 0 AND WS-DY = 2 AND WS-FROM-Y = 2
                  AND WS-DEST-SQ = SPACES
                  AND WS-SQ(3, WS-FROM-X) = SPACES
                   MOVE 'Y' TO WS-PSEUDO-FLAG
               END-IF
               IF WS-ABS-DX = 1 AND WS-DY = 1
                   IF WS-DEST-SQ(1:1) = WS-FOE
                      OR (WS-TO-X = WS-EP-X AND WS-TO-Y = WS-EP-Y)
                       MOVE 'Y' TO WS-PSEUDO-FLAG
                   END-IF
               END-IF
           END-IF
           .

           H4-PATH-CLEAR SECTION.

      *******************************************************************
      *   Walks the squares strictly between the from and to squares    *
      *   of a slider move; any occupied square blocks the move.        *
      *******************************************************************

           MOVE 'Y' TO WS-PATH-FLAG
           MOVE 0 TO WS-STEP-X
           MOVE 0 TO WS-STEP-Y
           IF WS-DX > 0
               MOVE 1 TO WS-STEP-X
           END-IF
           IF WS-DX < 0
               MOVE -1 TO WS-STEP-X
           END-IF
           IF WS-DY > 0
               MOVE 1 TO WS-STEP-Y
           END-IF
           IF WS-DY < 0
               MOVE -1 TO WS-STEP-Y
           END-IF
           COMPUTE WS-PROBE-X = WS-FROM-X + WS-STEP-X
           COMPUTE WS-PROBE-Y = WS-FROM-Y + WS-STEP-Y
           PERFORM UNTIL (WS-PROBE-X = WS-TO-X
                          AND WS-PROBE-Y = WS-TO-Y)
                      OR WS-PATH-FLAG = 'N'
               IF WS-SQ(WS-PROBE-Y, WS-PROBE-X) NOT = SPACES
                   MOVE 'N' TO WS-PATH-FLAG
               END-IF
               ADD WS-STEP-X TO WS-PROBE-X
               ADD WS-STEP-Y TO WS-PROBE-Y
           END-PERFORM
           .

           H5-CASTLING-ALLOWED SECTION.

      *******************************************************************
      *   Castling: king and the chosen rook unmoved on their home      *
      *   squares, every square between them empty, the king not in     *
      *   check now and not crossing an attacked square.  The landing   *
      *   square itself is judged by the general check that follows.    *
      *******************************************************************

           IF WS-TO-X = 7
               MOVE 8 TO WS-ROOK-FROM-X
               MOVE 6 TO WS-ROOK-TO-X
           ELSE
               MOVE 1 TO WS-ROOK-FROM-X
               MOVE 4 TO WS-ROOK-TO-X
           END-IF
           MOVE 0 TO WS-ROOK-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
               IF WS-SIDE = 'W' AND W-ACTIVE(WS-I) = 'Y'
                  AND W-PIECE(WS-I) = 'WR'
                  AND W-ROOK-MOVED(WS-I) = 'N'
                  AND W-X-VAR(WS-I) = WS-ROOK-FROM-X
                  AND W-Y-POS(WS-I) = WS-HOME-Y
                   MOVE WS-I TO WS-ROOK-SLOT
               END-IF
               IF WS-SIDE = 'B' AND B-ACTIVE(WS-I) = 'Y'
                  AND B-PIECE(WS-I) = 'BR'
                  AND B-ROOK-MOVED(WS-I) = 'N'
                  AND B-X-VAR(WS-I) = WS-ROOK-FROM-X
                  AND B-Y-POS(WS-I) = WS-HOME-Y
                   MOVE WS-I TO WS-ROOK-SLOT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-FROM-X NOT = 5 OR WS-FROM-Y NOT = WS-HOME-Y
                   SET MOVE-REFUSED TO TRUE
               WHEN WS-SIDE = 'W' AND W-KING-MOVED(WS-SLOT) NOT = 'N'
                   SET MOVE-REFUSED TO TRUE
               WHEN WS-SIDE = 'B' AND B-KING-MOVED(WS-SLOT) NOT = 'N'
                   SET MOVE-REFUSED TO TRUE
               WHEN WS-ROOK-SLOT = 0
                   SET MOVE-REFUSED TO TRUE
               WHEN OTHER
                   IF WS-ROOK-FROM-X = 8
                       IF WS-SQ(WS-HOME-Y, 6) NOT = SPACES
                          OR WS-SQ(WS-HOME-Y, 7) NOT = SPACES
                           SET MOVE-REFUSED TO TRUE
                       END-IF
                   ELSE
                       IF WS-SQ(WS-HOME-Y, 2) NOT = SPACES
                          OR WS-SQ(WS-HOME-Y, 3) NOT = SPACES
                          OR WS-SQ(WS-HOME-Y, 4) NOT = SPACES
                           SET MOVE-REFUSED TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE

           IF MOVE-IS-LEGAL
               CALL "CSUB007" USING COORDINATES
                                    GAME-HEADER
                                    GAME-STATUS-INFO
                                    GAME-RESULT-INFO
               END-CALL
               IF GS-SIDE-IN-CHECK
                   SET MOVE-REFUSED TO TRUE
               END-IF
           END-IF

           IF MOVE-IS-LEGAL
               MOVE COORDINATES TO WS-COORD-HOLD
               MOVE GAME-HEADER TO WS-HDR-HOLD
               IF WS-SIDE = 'W'
                   MOVE WS-ROOK-TO-X TO W-X-VAR(WS-SLOT)
               ELSE
                   MOVE WS-ROOK-TO-X TO B-X-VAR(WS-SLOT)
               END-IF
               CALL "CSUB007" USING COORDINATES
                                    GAME-HEADER
                                    GAME-STATUS-INFO
                                    GAME-RESULT-INFO
               END-CALL
               IF GS-SIDE-IN-CHECK
                   SET MOVE-REFUSED TO TRUE
               END-IF
               MOVE WS-COORD-HOLD TO COORDINATES
               MOVE WS-HDR-HOLD TO GAME-HEADER
           END-IF

           IF MOVE-REFUSED
               DISPLAY "CASTLING IS NOT ALLOWED HERE"
           END-IF
           .

           J-APPLY-MOVE SECTION.

      *******************************************************************
      *   Applies the accepted move to the COORDINATES tables the way   *
      *   CSUB006 replays it later: captures (the en passant victim     *
      *   included) marked inactive, the castling rook hopped beside    *
      *   the king, and a pawn reaching the far rank promoted to the    *
      *   piece keyed.  The turn is not handed over here - CSUB007 is   *
      *   asked about the mover's own king first.                       *
      *******************************************************************

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
               MOVE 'N' TO W-LAST-MOVE(WS-I)
               MOVE 'N' TO W-2SQ-ADVANCE(WS-I)
               MOVE 'N' TO B-LAST-MOVE(WS-I)
               MOVE 'N' TO B-2SQ-ADVANCE(WS-I)
           END-PERFORM
           MOVE 'N' TO WS-CAND-CAPTURE
           MOVE 'N' TO WS-CAND-PAWN
           IF WS-MOVE-TYPE = 'P'
               MOVE 'Y' TO WS-CAND-PAWN
           END-IF
           IF WS-SIDE = 'W'
               PERFORM J1-APPLY-WHITE
           ELSE
               PERFORM J2-APPLY-BLACK
           END-IF
           .

           J1-APPLY-WHITE SECTION.

      *******************************************************************
      *                     J1-APPLY-WHITE SECTION                      *
      *******************************************************************

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
               IF B-ACTIVE(WS-I) = 'Y'
                  AND B-X-VAR(WS-I) = WS-TO-X
                  AND B-Y-POS(WS-I) = WS-TO-Y
                   MOVE 'N' TO B-ACTIVE(WS-I)
                   ADD 1 TO B-CAPTURED-COUNT
                   MOVE 'Y' TO WS-CAND-CAPTURE
               END-IF
           END-PERFORM
           IF WS-CAND-PAWN = 'Y' AND WS-CAND-CAPTURE = 'N'
              AND WS-TO-X NOT = WS-FROM-X
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
                   IF B-ACTIVE(WS-I) = 'Y'
                      AND B-X-VAR(WS-I) = WS-TO-X
                      AND B-Y-POS(WS-I) = WS-FROM-Y
                       MOVE 'N' TO B-ACTIVE(WS-I)
                       ADD 1 TO B-CAPTURED-COUNT
                       MOVE 'Y' TO WS-CAND-CAPTURE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CASTLE-FLAG = 'Y'
               MOVE WS-ROOK-TO-X TO W-X-VAR(WS-ROOK-SLOT)
               MOVE 'Y' TO W-ROOK-MOVED(WS-ROOK-SLOT)
               MOVE 'N' TO W-FIRST(WS-ROOK-SLOT)
           END-IF

           MOVE WS-TO-X TO W-X-VAR(WS-SLOT)
           MOVE WS-TO-Y TO W-Y-POS(WS-SLOT)
           MOVE 'N' TO W-FIRST(WS-SLOT)
           MOVE 'Y' TO W-LAST-MOVE(WS-SLOT)
           IF WS-MOVE-TYPE = 'K'
               MOVE 'Y' TO W-KING-MOVED(WS-SLOT)
           END-IF
           IF WS-MOVE-TYPE = 'R'
               MOVE 'Y' TO W-ROOK-MOVED(WS-SLOT)
           END-IF
           IF WS-CAND-PAWN = 'Y'
               COMPUTE WS-ABS-DY = FUNCTION ABS(WS-TO-Y - WS-FROM-Y)
               IF WS-ABS-DY = 2
                   MOVE 'Y' TO W-2SQ-ADVANCE(WS-SLOT)
               END-IF
               IF WS-TO-Y = 1
                   MOVE 'W' TO W-PIECE(WS-SLOT)(1:1)
                   MOVE WS-PROMO-TYPE TO W-PIECE(WS-SLOT)(2:1)
                   MOVE 'Y' TO W-PROMOTED(WS-SLOT)
               END-IF
           END-IF
           .

           J2-APPLY-BLACK SECTION.

      *******************************************************************
      *                     J2-APPLY-BLACK SECTION                      *
      *******************************************************************

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
               IF W-ACTIVE(WS-I) = 'Y'
                  AND W-X-VAR(WS-I) = WS-TO-X
                  AND W-Y-POS(WS-I) = WS-TO-Y
                   MOVE 'N' TO W-ACTIVE(WS-I)
                   ADD 1 TO W-CAPTURED-COUNT
                   MOVE 'Y' TO WS-CAND-CAPTURE
               END-IF
           END-PERFORM
           IF WS-CAND-PAWN = 'Y' AND WS-CAND-CAPTURE = 'N'
              AND WS-TO-X NOT = WS-FROM-X
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
                   IF W-ACTIVE(WS-I) = 'Y'
                      AND W-X-VAR(WS-I) = WS-TO-X
                      AND W-Y-POS(WS-I) = WS-FROM-Y
                       MOVE 'N' TO W-ACTIVE(WS-I)
                       ADD 1 TO W-CAPTURED-COUNT
                       MOVE 'Y' TO WS-CAND-CAPTURE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CASTLE-FLAG = 'Y'
               MOVE WS-ROOK-TO-X TO B-X-VAR(WS-ROOK-SLOT)
               MOVE 'Y' TO B-ROOK-MOVED(WS-ROOK-SLOT)
               MOVE 'N' TO B-FIRST(WS-ROOK-SLOT)
           END-IF

           MOVE WS-TO-X TO B-X-VAR(WS-SLOT)
           MOVE WS-TO-Y TO B-Y-POS(WS-SLOT)
           MOVE 'N' TO B-FIRST(WS-SLOT)
           MOVE 'Y' TO B-LAST-MOVE(WS-SLOT)
           IF WS-MOVE-TYPE = 'K'
               MOVE 'Y' TO B-KING-MOVED(WS-SLOT)
           END-IF
           IF WS-MOVE-TYPE = 'R'
               MOVE 'Y' TO B-ROOK-MOVED(WS-SLOT)
           END-IF
           IF WS-CAND-PAWN = 'Y'
               COMPUTE WS-ABS-DY = FUNCTION ABS(WS-TO-Y - WS-FROM-Y)
               IF WS-ABS-DY = 2
                   MOVE 'Y' TO B-2SQ-ADVANCE(WS-SLOT)
               END-IF
               IF WS-TO-Y = 8
                   MOVE 'B' TO B-PIECE(WS-SLOT)(1:1)
                   MOVE WS-PROMO-TYPE TO B-PIECE(WS-SLOT)(2:1)
                   MOVE 'Y' TO B-PROMOTED(WS-SLOT)
               END-IF
           END-IF
           .

           K-SAVE-MOVE SECTION.

      *******************************************************************
      *   The move is on the board and the turn handed over; the mover  *
      *   is charged its thinking time and CSUB003 asked to save.       *
      *   CSUB003 hands the ply count back unchanged when it refuses    *
      *   the save or the save record cannot be written, so an          *
      *   unchanged count means the move is not on file and the board   *
      *   goes back to the position before the move.                    *
      *******************************************************************

           PERFORM R-READ-CLOCK
           COMPUTE WS-THINK-SECS = WS-NOW-SECS - WS-TURN-START-SECS
           IF WS-THINK-SECS < 0
               ADD 86400 TO WS-THINK-SECS
           END-IF
           IF LM-WHITE
               ADD WS-THINK-SECS TO WHITE-ELAPSED-SEC
           ELSE
               ADD WS-THINK-SECS TO BLACK-ELAPSED-SEC
           END-IF

           MOVE PLY-COUNT TO WS-PLY-BEFORE
           CALL "CSUB003" USING COORDINATES
                                GAME-HEADER
                                LAST-MOVE-INFO
           END-CALL
           EVALUATE TRUE
               WHEN GAME-LOCK-DENIED
                   SET STATION-DONE TO TRUE
               WHEN PLY-COUNT = WS-PLY-BEFORE
                   MOVE WS-COORD-HOLD TO COORDINATES
                   MOVE WS-HDR-HOLD TO GAME-HEADER
                   DISPLAY "MOVE NOT SAVED - THE BOARD IS AS IT WAS"
               WHEN OTHER
                   PERFORM K3-CHECK-FLAG-FALL
           END-EVALUATE
           .

           K2-FILL-LAST-MOVE SECTION.

      *******************************************************************
      *   LAST-MOVE-INFO for a keyed move.  LM-PIECE carries the        *
      *   piece's identity after the move, so a promotion reads as the  *
      *   new piece; CSUB006 replays a two-file king move as castling.  *
      *******************************************************************

           MOVE WS-FROM-X TO LM-FROM-X
           MOVE WS-FROM-Y TO LM-FROM-Y
           MOVE WS-TO-X TO LM-TO-X
           MOVE WS-TO-Y TO LM-TO-Y
           MOVE WS-SIDE TO LM-COLOR
           IF WS-SIDE = 'W'
               MOVE W-PIECE(WS-SLOT) TO LM-PIECE
               SET B-TURN TO TRUE
           ELSE
               MOVE B-PIECE(WS-SLOT) TO LM-PIECE
               SET W-TURN TO TRUE
           END-IF
           IF WS-CAND-CAPTURE = 'Y'
               SET LM-IS-CAPTURE TO TRUE
           ELSE
               SET LM-NO-CAPTURE TO TRUE
           END-IF
           IF WS-CAND-PAWN = 'Y'
               SET LM-IS-PAWN-MOVE TO TRUE
           ELSE
               SET LM-NOT-PAWN-MOVE TO TRUE
           END-IF
           .

           K3-CHECK-FLAG-FALL SECTION.

      *******************************************************************
      *   A move completed after the mover's budget ran out still       *
      *   stands on the board, but the game goes to the arbiter: the    *
      *   next load flags the forfeit exactly as CSUB002 always has.    *
      *******************************************************************

           IF TIME-BUDGET-SEC > 0
               IF (LM-WHITE AND WHITE-ELAPSED-SEC > TIME-BUDGET-SEC)
                  OR (LM-BLACK AND BLACK-ELAPSED-SEC > TIME-BUDGET-SEC)
                   DISPLAY "THE FLAG HAS FALLEN - GAME " GAME-ID
                           " IS REFERRED TO THE ARBITER"
                   PERFORM Q-RELEASE-GAME-LOCK
                   SET STATION-DONE TO TRUE
               END-IF
           END-IF
           .

           L-TAKE-BACK SECTION.

      *******************************************************************
      *   Takeback through CSUB009, which rewinds the save record and   *
      *   retracts the later plies from the move file and position      *
      *   history, then hands the game's lock back.  Against the        *
      *   machine the default is two plies, so the player gets their    *
      *   own move back and not just the machine's reply.  The game is  *
      *   then reloaded through CSUB002, which re-takes the lock.       *
      *******************************************************************

           IF MACHINE-PLAYS-NONE
               MOVE 1 TO WS-TAKEBACK-PLIES
           ELSE
               MOVE 2 TO WS-TAKEBACK-PLIES
           END-IF
           DISPLAY "PLIES TO TAKE BACK (ENTER FOR " WS-TAKEBACK-PLIES
                   "): " WITH NO ADVANCING
           MOVE SPACES TO WS-TAKEBACK-TEXT
           ACCEPT WS-TAKEBACK-TEXT
           IF WS-TAKEBACK-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-TAKEBACK-TEXT) = 0
               COMPUTE WS-TAKEBACK-PLIES =
                   FUNCTION NUMVAL(WS-TAKEBACK-TEXT)
           END-IF
           IF WS-TAKEBACK-PLIES = 0 OR WS-TAKEBACK-PLIES > PLY-COUNT
               DISPLAY "NOTHING TO TAKE BACK"
           ELSE
               COMPUTE RP-TARGET-PLY = PLY-COUNT - WS-TAKEBACK-PLIES
               SET RP-NO-PRINT TO TRUE
               SET RP-FROM-STANDARD TO TRUE
               CALL "CSUB009" USING COORDINATES
                                    GAME-HEADER
                                    REPLAY-REQUEST
               END-CALL
               CALL "CSUB002" USING COORDINATES
                                    GAME-HEADER
               END-CALL
               IF GAME-LOCK-DENIED OR GAME-DATA-CORRUPT
                   DISPLAY "GAME " GAME-ID " COULD NOT BE RELOADED"
                   PERFORM Q-RELEASE-GAME-LOCK
                   SET STATION-DONE TO TRUE
               ELSE
                   CALL "CSUB007" USING COORDINATES
                                        GAME-HEADER
                                        GAME-STATUS-INFO
                                        GAME-RESULT-INFO
                   END-CALL
               END-IF
           END-IF
           .

           M-RESIGN SECTION.

      *******************************************************************
      *                        M-RESIGN SECTION                         *
      *******************************************************************

           DISPLAY "CONFIRM RESIGNATION (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               SET GR-RESIGNATION TO TRUE
               IF W-TURN
                   SET GR-BLACK-WON TO TRUE
               ELSE
                   SET GR-WHITE-WON TO TRUE
               END-IF
               PERFORM P-POST-RESULT
           END-IF
           .

           M2-AGREED-DRAW SECTION.

      *******************************************************************
      *                     M2-AGREED-DRAW SECTION                      *
      *******************************************************************

           DISPLAY "BOTH PLAYERS AGREE A DRAW (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               SET GR-DRAW TO TRUE
               SET GR-NO-WINNER TO TRUE
               PERFORM P-POST-RESULT
           END-IF
           .

           M3-CLAIM-REPETITION SECTION.

      *******************************************************************
      *   The threefold claim stands only on the count CSUB002 made     *
      *   from the position history when the game was last loaded.      *
      *******************************************************************

           IF THREEFOLD-DRAW-CLAIMABLE
               DISPLAY "DRAW BY REPETITION CLAIMED"
               SET GR-DRAW TO TRUE
               SET GR-NO-WINNER TO TRUE
               PERFORM P-POST-RESULT
           ELSE
               DISPLAY "NO REPETITION CLAIM STANDS IN THIS POSITION"
           END-IF
           .

           N-POST-BOARD-RESULT SECTION.

      *******************************************************************
      *   CSUB007 has judged the side to move: checkmated (the other    *
      *   side wins), stalemated, or drawn by rule.                     *
      *******************************************************************

           EVALUATE TRUE
               WHEN GS-CHECKMATE
                   DISPLAY "CHECKMATE"
                   SET GR-CHECKMATE TO TRUE
                   IF W-TURN
                       SET GR-BLACK-WON TO TRUE
                   ELSE
                       SET GR-WHITE-WON TO TRUE
                   END-IF
               WHEN GS-STALEMATE
                   DISPLAY "STALEMATE"
                   SET GR-STALEMATE TO TRUE
                   SET GR-NO-WINNER TO TRUE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN GS-DRAW-MATERIAL
                           DISPLAY "DRAWN - INSUFFICIENT MATERIAL"
                       WHEN GS-DRAW-75-MOVE
                           DISPLAY "DRAWN - 75-MOVE RULE"
                       WHEN GS-DRAW-FIVEFOLD
                           DISPLAY "DRAWN - FIVEFOLD REPETITION"
                       WHEN OTHER
                           DISPLAY "DRAWN BY RULE"
                   END-EVALUATE
                   SET GR-DRAW TO TRUE
                   SET GR-NO-WINNER TO TRUE
           END-EVALUATE
           CALL "CSUB004" USING COORDINATES
           END-CALL
           PERFORM P-POST-RESULT
           .

           P-POST-RESULT SECTION.

      *******************************************************************
      *   CSUB005 appends the ledger line, stamps any event and round   *
      *   and releases the game's lock.  A result it refuses leaves     *
      *   the lock held, so it is released here; either way the game    *
      *   is over on the board and the station's session ends.          *
      *******************************************************************

           CALL "CSUB005" USING GAME-HEADER
                                GAME-RESULT-INFO
           END-CALL
           IF GR-NOT-POSTED
               DISPLAY "RESULT NOT RECORDED"
               PERFORM Q-RELEASE-GAME-LOCK
           END-IF
           SET STATION-DONE TO TRUE
           .

           Q-RELEASE-GAME-LOCK SECTION.

      *******************************************************************
      *                   Q-RELEASE-GAME-LOCK SECTION                   *
      *******************************************************************

           IF GAME-LOCK-HELD
               SET CL-RELEASE TO TRUE
               MOVE GAME-ID TO CL-GAME-ID
               CALL "CSUB008" USING LOCK-REQUEST
               END-CALL
               SET GAME-LOCK-NONE TO TRUE
           END-IF
           .

           R-READ-CLOCK SECTION.

      *******************************************************************
      *                      R-READ-CLOCK SECTION                       *
      *******************************************************************

           ACCEPT WS-NOW-TIME-RAW FROM TIME
           MOVE WS-NOW-TIME-RAW(1:6) TO WS-NOW-TIME
           COMPUTE WS-NOW-SECS = WS-NOW-HH * 3600
                               + WS-NOW-MI * 60
                               + WS-NOW-SS
           .

           COPY DIRNORM.
