      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH18.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INFILE ASSIGN TO DYNAMIC WS-SAVE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SAVE-GAME-ID
           FILE STATUS IS WS-FILE-STATUS
           .
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           .
           SELECT PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PLAYER-ID
           FILE STATUS IS WS-PLAYER-STATUS
           .
           SELECT PAIR-FILE ASSIGN TO DYNAMIC WS-PAIR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-GAME-ID
           FILE STATUS IS WS-PAIR-STATUS
           .
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOCK-GAME-ID
           FILE STATUS IS WS-LOCK-STATUS
           .
           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STATUS
           .
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INFILE.
           COPY SAVEREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD PLAYER-FILE.
           COPY PLAYREC.
       FD PAIR-FILE.
           COPY PAIRREC.
       FD LOCK-FILE.
           COPY LOCKREC.
       FD STATUS-FILE.
       01 STATUS-RECORD           PIC X(242).
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
      *    Open flags: the file statuses move on with every read, so
      *    they cannot say afterwards whether a file is open.
           05 SWITCH-MASTER    PIC X VALUE 'N'.
               88 MASTER-OPEN  VALUE 'Y'.
           05 SWITCH-PAIRS     PIC X VALUE 'N'.
               88 PAIRS-OPEN   VALUE 'Y'.
           05 SWITCH-LOCKS     PIC X VALUE 'N'.
               88 LOCKS-OPEN   VALUE 'Y'.
           05 SWITCH-STATUS    PIC X VALUE 'N'.
               88 STATUS-OPEN  VALUE 'Y'.
           05 SWITCH-REPORT    PIC X VALUE 'N'.
               88 REPORT-OPEN  VALUE 'Y'.
       01 WS-FILE-STATUS       PIC XX.
           88 WS-FS-OK         VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-PLAYER-STATUS     PIC XX.
           88 WS-PLAYER-OK     VALUE '00'.
       01 WS-PAIR-STATUS       PIC XX.
           88 WS-PAIR-OK       VALUE '00'.
       01 WS-LOCK-STATUS       PIC XX.
           88 WS-LOCK-OK       VALUE '00'.
       01 WS-STATUS-STATUS     PIC XX.
           88 WS-STATUS-OK     VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           88 WS-REPORT-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-SAVE-PATH      PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-PLAYER-PATH    PIC X(150).
           05 WS-PAIR-PATH      PIC X(150).
           05 WS-LOCK-PATH      PIC X(150).
           05 WS-STATUS-PATH    PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
      *******************************************************************
      *   Low-time margin: a timed game is highlighted once either      *
      *   side has this many seconds or fewer left on the clock.        *
      *   CHESS_LOW_TIME_SEC in the environment overrides the default.  *
      *******************************************************************
       01 WS-LOW-TIME-CONFIG.
           05 WS-ENV-LOW-TIME   PIC X(8).
           05 WS-LOW-TIME-SEC   PIC 9(6) VALUE 300.
       01 WS-CLOCK.
           05 WS-NOW-DATE       PIC 9(8).
           05 WS-NOW-TIME-RAW   PIC 9(8).
           05 WS-NOW-TIME       PIC 9(6).
           05 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
               10 WS-NOW-HH     PIC 99.
               10 WS-NOW-MI     PIC 99.
               10 WS-NOW-SS     PIC 99.
       01 WS-LOCK-TIME-X        PIC 9(6).
       01 WS-LOCK-TIME-SPLIT REDEFINES WS-LOCK-TIME-X.
           05 WS-LOCK-HH        PIC 99.
           05 WS-LOCK-MI        PIC 99.
           05 WS-LOCK-SS        PIC 99.
       01 WS-AGE-WORK.
           05 WS-NOW-DAYS       PIC 9(7).
           05 WS-LOCK-DAYS      PIC 9(7).
           05 WS-NOW-MINS       PIC 9(4).
           05 WS-LOCK-MINS      PIC 9(4).
           05 WS-AGE-MINUTES    PIC S9(9).
      *******************************************************************
      *   Every game on the save file, with its position already turned *
      *   into FEN while the record is in hand.  The ledger pass marks  *
      *   the finished ones, as in the CBATCH15 deadline run; the table *
      *   is bounded by the save file.                                  *
      *******************************************************************
       01 WS-LIVE-TABLE.
           05 WS-LG-MAX         PIC 9(3) VALUE 500.
           05 WS-LG-COUNT       PIC 9(3) VALUE 0.
           05 WS-LG-ENTRY OCCURS 500 TIMES.
               10 LG-GAME-ID    PIC X(10).
               10 LG-WHITE-ID   PIC X(20).
               10 LG-BLACK-ID   PIC X(20).
               10 LG-PLY-COUNT  PIC 9(4).
               10 LG-TURN       PIC X.
               10 LG-WHITE-SEC  PIC 9(6).
               10 LG-BLACK-SEC  PIC 9(6).
               10 LG-BUDGET-SEC PIC 9(6).
               10 LG-CORR-DAYS  PIC 9(3).
               10 LG-FEN        PIC X(100).
               10 LG-DONE       PIC X.
       01 WS-LX                 PIC 9(3).
       01 WS-SLOT               PIC 99.
       01 WS-TALLIES.
           05 WS-GAMES-ON-FILE  PIC 9(5) VALUE 0.
           05 WS-GAMES-LIVE     PIC 9(5) VALUE 0.
           05 WS-GAMES-LOW      PIC 9(5) VALUE 0.
           05 WS-GAMES-FLAGGED  PIC 9(5) VALUE 0.
           05 WS-GAMES-LOCKED   PIC 9(5) VALUE 0.
      *******************************************************************
      *   Clock face for the page: seconds as H:MM:SS.                  *
      *******************************************************************
       01 WS-CLOCK-WORK.
           05 WS-CLK-SECONDS    PIC 9(6).
           05 WS-CLK-MINUTES    PIC 9(5).
           05 WS-CLK-FACE.
               10 WS-CLK-HH     PIC ZZ9.
               10 FILLER        PIC X VALUE ":".
               10 WS-CLK-MM     PIC 99.
               10 FILLER        PIC X VALUE ":".
               10 WS-CLK-SS     PIC 99.
       01 WS-TITLE-LINE.
           05 FILLER            PIC X(33) VALUE
              "LIVE GAMES STATUS BOARD - AS OF ".
           05 WT-DATE           PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WT-HH             PIC 99.
           05 FILLER            PIC X VALUE ":".
           05 WT-MI             PIC 99.
           05 FILLER            PIC X(24) VALUE
              "   LOW TIME AT OR UNDER ".
           05 WT-LOW-TIME       PIC ZZZZZ9.
           05 FILLER            PIC X(5) VALUE " SEC.".
       01 WS-NOTE-LINE.
           05 FILLER            PIC X(36) VALUE
              "CLOCKS AS OF EACH GAME'S LAST SAVE. ".
           05 FILLER            PIC X(96) VALUE
              " ** = LOW ON TIME OR FLAG DOWN.".
       01 WS-HEADING-1.
           05 FILLER            PIC X(65) VALUE
              "   GAME ID    WHITE                    BLACK".
           05 FILLER            PIC X(36) VALUE
              "EVENT    RD  PLY TO MV  WHITE CLK ".
           05 FILLER            PIC X(31) VALUE
              "BLACK CLK STATION  LOCK MIN".
       01 WS-HEADING-2          PIC X(132) VALUE ALL "-".
       01 WS-DETAIL-LINE.
           05 WD-MARK           PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-GAME-ID        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-WHITE-NAME     PIC X(24).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-BLACK-NAME     PIC X(24).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-EVENT-ID       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-ROUND          PIC Z9.
           05 FILLER            PIC X VALUE SPACE.
           05 WD-PLY            PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WD-TO-MOVE        PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-WHITE-CLK      PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-BLACK-CLK      PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-STATION        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-LOCK-AGE       PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-ALERT          PIC X(9).
       01 WS-FEN-LINE.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "FEN: ".
           05 WF-FEN            PIC X(100).
           05 FILLER            PIC X(11) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WC-LABEL          PIC X(30).
           05 WC-COUNT          PIC ZZZZ9.
           05 FILLER            PIC X(97) VALUE SPACES.
       01 WS-LOCK-AGE-EDIT      PIC ZZZZZ9.
       01 WS-PLAYER-NAME        PIC X(30).
           COPY LEDGERL.
           COPY LIVESTL.
           COPY GAMEHDR.
           COPY COORDINATES.
           COPY FENREQ.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM B-SCAN-SAVE-FILE
           PERFORM C-MARK-COMPLETED-GAMES
           PERFORM D-OPEN-FILES
           IF STATUS-OPEN AND REPORT-OPEN
               PERFORM VARYING WS-LX FROM 1 BY 1
                       UNTIL WS-LX > WS-LG-COUNT
                   IF LG-DONE(WS-LX) = 'N'
                       ADD 1 TO WS-GAMES-LIVE
                       PERFORM E-LIST-ONE-GAME
                   END-IF
               END-PERFORM
               PERFORM H-WRITE-TOTALS
           END-IF
           PERFORM J-CLOSE-FILES

           DISPLAY "GAMES ON SAVE FILE:  " WS-GAMES-ON-FILE
           DISPLAY "GAMES IN PROGRESS:   " WS-GAMES-LIVE
           DISPLAY "LOW ON TIME:         " WS-GAMES-LOW
           DISPLAY "FLAG DOWN:           " WS-GAMES-FLAGGED
           DISPLAY "OPEN AT A STATION:   " WS-GAMES-LOCKED

           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Live games status board for the club-room display, refreshed  *
      *   every few minutes.  Every game on the save file with no       *
      *   result in the ledger is listed with the players' names, its   *
      *   event and round, ply count, side to move, the time left on    *
      *   each clock, the station holding its lock and for how long,    *
      *   and the position as FEN.  CHESS_LIVE_STATUS.TXT is the        *
      *   display terminal's copy; CHESS_LIVE_BOARD.TXT is the page to  *
      *   pin up.  Nothing is locked or written back: a game in play    *
      *   is only read.                                                 *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR

           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_SAVE.DAT" DELIMITED BY SIZE
                  INTO WS-SAVE-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-PLAYER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PAIR.DAT" DELIMITED BY SIZE
                  INTO WS-PAIR-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_LOCKS.DAT" DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_LIVE_STATUS.TXT" DELIMITED BY SIZE
                  INTO WS-STATUS-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_LIVE_BOARD.TXT" DELIMITED BY SIZE
                  INTO WS-REPORT-PATH

           MOVE SPACES TO WS-ENV-LOW-TIME
           ACCEPT WS-ENV-LOW-TIME FROM ENVIRONMENT "CHESS_LOW_TIME_SEC"
           IF WS-ENV-LOW-TIME NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-LOW-TIME) = 0
               COMPUTE WS-LOW-TIME-SEC =
                   FUNCTION NUMVAL(WS-ENV-LOW-TIME)
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME
           MOVE WS-NOW-TIME-RAW(1:6) TO WS-NOW-TIME
           .

           B-SCAN-SAVE-FILE SECTION.

      *******************************************************************
      *                     B-SCAN-SAVE-FILE SECTION                    *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT INFILE
           IF NOT WS-FS-OK
               DISPLAY "NO SAVE FILE FOUND - NO GAMES TO SHOW"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ INFILE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           ADD 1 TO WS-GAMES-ON-FILE
                           PERFORM B2-ADD-GAME
                   END-READ
               END-PERFORM
               CLOSE INFILE
           END-IF
           .

           B2-ADD-GAME SECTION.

      *******************************************************************
      *   Numeric fields are guarded because records saved before the   *
      *   clock and correspondence fields existed carry spaces there.   *
      *******************************************************************

           IF WS-LG-COUNT < WS-LG-MAX
               ADD 1 TO WS-LG-COUNT
               MOVE SAVE-GAME-ID TO LG-GAME-ID(WS-LG-COUNT)
               MOVE SAVE-WHITE-PLAYER-ID TO LG-WHITE-ID(WS-LG-COUNT)
               MOVE SAVE-BLACK-PLAYER-ID TO LG-BLACK-ID(WS-LG-COUNT)
               MOVE SAVE-PLAYER-TURN TO LG-TURN(WS-LG-COUNT)
               MOVE 0 TO LG-PLY-COUNT(WS-LG-COUNT)
               IF SAVE-PLY-COUNT IS NUMERIC
                   MOVE SAVE-PLY-COUNT TO LG-PLY-COUNT(WS-LG-COUNT)
               END-IF
               MOVE 0 TO LG-WHITE-SEC(WS-LG-COUNT)
               IF SAVE-WHITE-ELAPSED-SEC IS NUMERIC
                   MOVE SAVE-WHITE-ELAPSED-SEC
                       TO LG-WHITE-SEC(WS-LG-COUNT)
               END-IF
               MOVE 0 TO LG-BLACK-SEC(WS-LG-COUNT)
               IF SAVE-BLACK-ELAPSED-SEC IS NUMERIC
                   MOVE SAVE-BLACK-ELAPSED-SEC
                       TO LG-BLACK-SEC(WS-LG-COUNT)
               END-IF
               MOVE 0 TO LG-BUDGET-SEC(WS-LG-COUNT)
               IF SAVE-TIME-BUDGET-SEC IS NUMERIC
                   MOVE SAVE-TIME-BUDGET-SEC
                       TO LG-BUDGET-SEC(WS-LG-COUNT)
               END-IF
               MOVE 0 TO LG-CORR-DAYS(WS-LG-COUNT)
               IF SAVE-CORR-DAYS-PER-MOVE IS NUMERIC
                   MOVE SAVE-CORR-DAYS-PER-MOVE
                       TO LG-CORR-DAYS(WS-LG-COUNT)
               END-IF
               MOVE 'N' TO LG-DONE(WS-LG-COUNT)
               PERFORM B3-BUILD-FEN
               MOVE FR-FEN-TEXT TO LG-FEN(WS-LG-COUNT)
           ELSE
               DISPLAY "LIVE GAMES TABLE FULL - " SAVE-GAME-ID
                       " NOT SHOWN"
           END-IF
           .

           B3-BUILD-FEN SECTION.

      *******************************************************************
      *   The same SAVE-IN-* unpack CSUB002's D-MOVE does, straight     *
      *   into the board tables - slots 1-16 white, 17-32 black - so    *
      *   CSUB015 can describe the position without the game being      *
      *   loaded (and locked) through CSUB002.                          *
      *******************************************************************

           MOVE SAVE-GAME-ID TO GAME-ID
           MOVE SAVE-PLAYER-TURN TO PLAYER-TURN
           MOVE LG-PLY-COUNT(WS-LG-COUNT) TO PLY-COUNT
           MOVE 0 TO FIFTY-MOVE-COUNT
           IF SAVE-FIFTY-MOVE-COUNT IS NUMERIC
               MOVE SAVE-FIFTY-MOVE-COUNT TO FIFTY-MOVE-COUNT
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 16
               MOVE SAVE-IN-X(WS-SLOT) TO W-X-VAR(WS-SLOT)
               MOVE SAVE-IN-Y(WS-SLOT) TO W-Y-POS(WS-SLOT)
               MOVE SAVE-IN-NAME(WS-SLOT) TO W-PIECE(WS-SLOT)
               MOVE SAVE-IN-FIRST(WS-SLOT) TO W-FIRST(WS-SLOT)
               MOVE SAVE-IN-ACTIVE(WS-SLOT) TO W-ACTIVE(WS-SLOT)
               MOVE SAVE-IN-KING-MOVED(WS-SLOT)
                   TO W-KING-MOVED(WS-SLOT)
               MOVE SAVE-IN-ROOK-MOVED(WS-SLOT)
                   TO W-ROOK-MOVED(WS-SLOT)
               MOVE SAVE-IN-LAST-MOVE(WS-SLOT) TO W-LAST-MOVE(WS-SLOT)
               MOVE SAVE-IN-2SQ-ADV(WS-SLOT) TO W-2SQ-ADVANCE(WS-SLOT)
               MOVE SAVE-IN-PROMOTED(WS-SLOT) TO W-PROMOTED(WS-SLOT)
               MOVE SAVE-IN-X(WS-SLOT + 16) TO B-X-VAR(WS-SLOT)
               MOVE SAVE-IN-Y(WS-SLOT + 16) TO B-Y-POS(WS-SLOT)
               MOVE SAVE-IN-NAME(WS-SLOT + 16) TO B-PIECE(WS-SLOT)
               MOVE SAVE-IN-FIRST(WS-SLOT + 16) TO B-FIRST(WS-SLOT)
               MOVE SAVE-IN-ACTIVE(WS-SLOT + 16) TO B-ACTIVE(WS-SLOT)
               MOVE SAVE-IN-KING-MOVED(WS-SLOT + 16)
                   TO B-KING-MOVED(WS-SLOT)
               MOVE SAVE-IN-ROOK-MOVED(WS-SLOT + 16)
                   TO B-ROOK-MOVED(WS-SLOT)
               MOVE SAVE-IN-LAST-MOVE(WS-SLOT + 16)
                   TO B-LAST-MOVE(WS-SLOT)
               MOVE SAVE-IN-2SQ-ADV(WS-SLOT + 16)
                   TO B-2SQ-ADVANCE(WS-SLOT)
               MOVE SAVE-IN-PROMOTED(WS-SLOT + 16)
                   TO B-PROMOTED(WS-SLOT)
           END-PERFORM
           MOVE SPACES TO FR-FEN-TEXT
           CALL "CSUB015" USING COORDINATES
                                GAME-HEADER
                                FEN-REQUEST
           END-CALL
           IF NOT FR-OK
               MOVE "(POSITION COULD NOT BE DESCRIBED)" TO FR-FEN-TEXT
           END-IF
           .

           C-MARK-COMPLETED-GAMES SECTION.

      *******************************************************************
      *   One pass of the ledger flags the games that already have a    *
      *   result, exactly as the CBATCH15 deadline run does.            *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF WL-GAME-ID NOT = SPACES
                               PERFORM VARYING WS-LX FROM 1 BY 1
                                       UNTIL WS-LX > WS-LG-COUNT
                                   IF LG-GAME-ID(WS-LX) = WL-GAME-ID
                                       MOVE 'Y' TO LG-DONE(WS-LX)
                                       MOVE WS-LG-COUNT TO WS-LX
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .

           D-OPEN-FILES SECTION.

      *******************************************************************
      *   The member master, pairing file and lock file are looked up   *
      *   by key; any of them missing just leaves its columns blank.    *
      *   Both outputs are rebuilt from scratch on every run.           *
      *******************************************************************

           OPEN INPUT PLAYER-FILE
           IF WS-PLAYER-OK
               SET MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT PAIR-FILE
           IF WS-PAIR-OK
               SET PAIRS-OPEN TO TRUE
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-OK
               SET LOCKS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT STATUS-FILE
           IF NOT WS-STATUS-OK
               DISPLAY "CANNOT CREATE LIVE STATUS FILE - STATUS "
                       WS-STATUS-STATUS
           ELSE
               SET STATUS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CANNOT CREATE LIVE BOARD PAGE - STATUS "
                       WS-REPORT-STATUS
           ELSE
               SET REPORT-OPEN TO TRUE
               MOVE WS-NOW-DATE TO WT-DATE
               MOVE WS-NOW-HH TO WT-HH
               MOVE WS-NOW-MI TO WT-MI
               MOVE WS-LOW-TIME-SEC TO WT-LOW-TIME
               WRITE REPORT-RECORD FROM WS-TITLE-LINE
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM WS-HEADING-1
               WRITE REPORT-RECORD FROM WS-HEADING-2
           END-IF
           .

           E-LIST-ONE-GAME SECTION.

      *******************************************************************
      *   One status line and two page lines per game in progress.      *
      *******************************************************************

           MOVE SPACES TO WS-LIVE-LINE
           MOVE WS-NOW-DATE TO LS-AS-OF-DATE
           MOVE WS-NOW-TIME TO LS-AS-OF-TIME
           MOVE LG-GAME-ID(WS-LX) TO LS-GAME-ID
           MOVE LG-PLY-COUNT(WS-LX) TO LS-PLY-COUNT
           MOVE LG-TURN(WS-LX) TO LS-TO-MOVE
           MOVE LG-FEN(WS-LX) TO LS-FEN-TEXT
           MOVE LG-WHITE-ID(WS-LX) TO PM-PLAYER-ID
           PERFORM F-LOOK-UP-NAME
           MOVE WS-PLAYER-NAME TO LS-WHITE-NAME
           MOVE LG-BLACK-ID(WS-LX) TO PM-PLAYER-ID
           PERFORM F-LOOK-UP-NAME
           MOVE WS-PLAYER-NAME TO LS-BLACK-NAME
           PERFORM F2-LOOK-UP-PAIRING
           PERFORM F3-LOOK-UP-LOCK
           PERFORM G-WORK-OUT-CLOCKS
           WRITE STATUS-RECORD FROM WS-LIVE-LINE

           MOVE SPACES TO WS-DETAIL-LINE
           IF LS-LOW-TIME OR LS-FLAG-DOWN
               MOVE "**" TO WD-MARK
           END-IF
           MOVE LS-GAME-ID TO WD-GAME-ID
           MOVE LS-WHITE-NAME TO WD-WHITE-NAME
           MOVE LS-BLACK-NAME TO WD-BLACK-NAME
           IF LS-EVENT-ID = SPACES
               MOVE "CLUB" TO WD-EVENT-ID
           ELSE
               MOVE LS-EVENT-ID TO WD-EVENT-ID
               MOVE LS-ROUND TO WD-ROUND
           END-IF
           MOVE LS-PLY-COUNT TO WD-PLY
           EVALUATE TRUE
               WHEN LS-WHITE-TO-MOVE
                   MOVE "WHITE" TO WD-TO-MOVE
               WHEN LS-BLACK-TO-MOVE
                   MOVE "BLACK" TO WD-TO-MOVE
               WHEN OTHER
                   MOVE "?" TO WD-TO-MOVE
           END-EVALUATE
           EVALUATE TRUE
               WHEN LS-CLOCK-TIMED
                   MOVE LS-WHITE-LEFT-SEC TO WS-CLK-SECONDS
                   PERFORM K-FORMAT-CLOCK
                   MOVE WS-CLK-FACE TO WD-WHITE-CLK
                   MOVE LS-BLACK-LEFT-SEC TO WS-CLK-SECONDS
                   PERFORM K-FORMAT-CLOCK
                   MOVE WS-CLK-FACE TO WD-BLACK-CLK
               WHEN LS-CLOCK-CORR
                   MOVE "   CORR" TO WD-WHITE-CLK
                   MOVE "   CORR" TO WD-BLACK-CLK
               WHEN OTHER
                   MOVE "  UNTIMED" TO WD-WHITE-CLK
                   MOVE "  UNTIMED" TO WD-BLACK-CLK
           END-EVALUATE
           IF LS-LOCK-STATION = SPACES
               MOVE "-" TO WD-STATION
           ELSE
               MOVE LS-LOCK-STATION TO WD-STATION
               MOVE LS-LOCK-AGE-MIN TO WS-LOCK-AGE-EDIT
               MOVE WS-LOCK-AGE-EDIT TO WD-LOCK-AGE
           END-IF
           EVALUATE TRUE
               WHEN LS-FLAG-DOWN
                   MOVE "FLAG DOWN" TO WD-ALERT
               WHEN LS-LOW-TIME
                   MOVE "LOW TIME" TO WD-ALERT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE LS-FEN-TEXT TO WF-FEN
           WRITE REPORT-RECORD FROM WS-FEN-LINE
           .

           F-LOOK-UP-NAME SECTION.

      *******************************************************************
      *   Full name from the member master; a player not on it (or a    *
      *   master that is not there) shows as the id the game carries.   *
      *******************************************************************

           MOVE PM-PLAYER-ID TO WS-PLAYER-NAME
           IF PM-PLAYER-ID = SPACES
               MOVE "(NOT RECORDED)" TO WS-PLAYER-NAME
           ELSE
               IF MASTER-OPEN
                   READ PLAYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PM-FULL-NAME NOT = SPACES
                               MOVE PM-FULL-NAME TO WS-PLAYER-NAME
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

           F2-LOOK-UP-PAIRING SECTION.

      *******************************************************************
      *                   F2-LOOK-UP-PAIRING SECTION                    *
      *******************************************************************

           MOVE SPACES TO LS-EVENT-ID
           MOVE 0 TO LS-ROUND
           IF PAIRS-OPEN
               MOVE LG-GAME-ID(WS-LX) TO PA-GAME-ID
               READ PAIR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PA-EVENT-ID TO LS-EVENT-ID
                       MOVE PA-ROUND TO LS-ROUND
               END-READ
           END-IF
           .

           F3-LOOK-UP-LOCK SECTION.

      *******************************************************************
      *   Lock age in minutes, worked out the way CSUB008 does when it  *
      *   judges a lock stale; an unreadable stamp shows as 999999.     *
      *******************************************************************

           MOVE SPACES TO LS-LOCK-STATION
           MOVE 0 TO LS-LOCK-AGE-MIN
           IF LOCKS-OPEN
               MOVE LG-GAME-ID(WS-LX) TO LOCK-GAME-ID
               READ LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-GAMES-LOCKED
                       MOVE LOCK-STATION TO LS-LOCK-STATION
                       PERFORM F4-COMPUTE-LOCK-AGE
                       EVALUATE TRUE
                           WHEN WS-AGE-MINUTES < 0
                               MOVE 0 TO LS-LOCK-AGE-MIN
                           WHEN WS-AGE-MINUTES > 999999
                               MOVE 999999 TO LS-LOCK-AGE-MIN
                           WHEN OTHER
                               MOVE WS-AGE-MINUTES TO LS-LOCK-AGE-MIN
                       END-EVALUATE
               END-READ
           END-IF
           .

           F4-COMPUTE-LOCK-AGE SECTION.

      *******************************************************************
      *                   F4-COMPUTE-LOCK-AGE SECTION                   *
      *******************************************************************

           IF LOCK-STAMP IS NUMERIC
              AND LOCK-DATE > 19000101 AND LOCK-DATE < 30000101
               COMPUTE WS-NOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
               COMPUTE WS-LOCK-DAYS =
                   FUNCTION INTEGER-OF-DATE(LOCK-DATE)
               MOVE LOCK-TIME TO WS-LOCK-TIME-X
               COMPUTE WS-NOW-MINS = WS-NOW-HH * 60 + WS-NOW-MI
               COMPUTE WS-LOCK-MINS = WS-LOCK-HH * 60 + WS-LOCK-MI
               COMPUTE WS-AGE-MINUTES =
                   (WS-NOW-DAYS - WS-LOCK-DAYS) * 1440
                   + WS-NOW-MINS - WS-LOCK-MINS
           ELSE
               MOVE 999999999 TO WS-AGE-MINUTES
           END-IF
           .

           G-WORK-OUT-CLOCKS SECTION.

      *******************************************************************
      *   Time left is the budget less each side's elapsed seconds.  A  *
      *   side already past the budget has lost on time the next time   *
      *   the game is loaded (CSUB002), so that is shown as FLAG DOWN   *
      *   ahead of any low-time warning.  Correspondence and untimed    *
      *   games have no clock to run out.                               *
      *******************************************************************

           MOVE 0 TO LS-WHITE-LEFT-SEC
           MOVE 0 TO LS-BLACK-LEFT-SEC
           SET LS-NO-ALERT TO TRUE
           EVALUATE TRUE
               WHEN LG-CORR-DAYS(WS-LX) > 0
                   SET LS-CLOCK-CORR TO TRUE
               WHEN LG-BUDGET-SEC(WS-LX) = 0
                   SET LS-CLOCK-UNTIMED TO TRUE
               WHEN OTHER
                   SET LS-CLOCK-TIMED TO TRUE
                   IF LG-WHITE-SEC(WS-LX) < LG-BUDGET-SEC(WS-LX)
                       COMPUTE LS-WHITE-LEFT-SEC =
                           LG-BUDGET-SEC(WS-LX) - LG-WHITE-SEC(WS-LX)
                   END-IF
                   IF LG-BLACK-SEC(WS-LX) < LG-BUDGET-SEC(WS-LX)
                       COMPUTE LS-BLACK-LEFT-SEC =
                           LG-BUDGET-SEC(WS-LX) - LG-BLACK-SEC(WS-LX)
                   END-IF
                   EVALUATE TRUE
                       WHEN LG-WHITE-SEC(WS-LX) > LG-BUDGET-SEC(WS-LX)
                         OR LG-BLACK-SEC(WS-LX) > LG-BUDGET-SEC(WS-LX)
                           SET LS-FLAG-DOWN TO TRUE
                           ADD 1 TO WS-GAMES-FLAGGED
                       WHEN LS-WHITE-LEFT-SEC NOT > WS-LOW-TIME-SEC
                         OR LS-BLACK-LEFT-SEC NOT > WS-LOW-TIME-SEC
                           SET LS-LOW-TIME TO TRUE
                           ADD 1 TO WS-GAMES-LOW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE
           .

           H-WRITE-TOTALS SECTION.

      *******************************************************************
      *                      H-WRITE-TOTALS SECTION                     *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-GAMES-LIVE = 0
               MOVE "  NO GAMES IN PROGRESS" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE "  GAMES IN PROGRESS:" TO WC-LABEL
           MOVE WS-GAMES-LIVE TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  LOW ON TIME:" TO WC-LABEL
           MOVE WS-GAMES-LOW TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  FLAG DOWN:" TO WC-LABEL
           MOVE WS-GAMES-FLAGGED TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  OPEN AT A STATION:" TO WC-LABEL
           MOVE WS-GAMES-LOCKED TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           .

           J-CLOSE-FILES SECTION.

      *******************************************************************
      *                      J-CLOSE-FILES SECTION                      *
      *******************************************************************

           IF MASTER-OPEN
               CLOSE PLAYER-FILE
           END-IF
           IF PAIRS-OPEN
               CLOSE PAIR-FILE
           END-IF
           IF LOCKS-OPEN
               CLOSE LOCK-FILE
           END-IF
           IF STATUS-OPEN
               CLOSE STATUS-FILE
           END-IF
           IF REPORT-OPEN
               CLOSE REPORT-FILE
           END-IF
           .

           K-FORMAT-CLOCK SECTION.

      *******************************************************************
      *                      K-FORMAT-CLOCK SECTION                     *
      *******************************************************************

           DIVIDE WS-CLK-SECONDS BY 60 GIVING WS-CLK-MINUTES
               REMAINDER WS-CLK-SS
           DIVIDE WS-CLK-MINUTES BY 60 GIVING WS-CLK-HH
               REMAINDER WS-CLK-MM
           .

           COPY DIRNORM.
