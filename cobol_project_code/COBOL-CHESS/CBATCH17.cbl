      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH17.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INFILE ASSIGN TO DYNAMIC WS-SAVE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAVE-GAME-ID
           FILE STATUS IS WS-FILE-STATUS
           .
           SELECT PAIR-FILE ASSIGN TO DYNAMIC WS-PAIR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-GAME-ID
           FILE STATUS IS WS-PAIR-STATUS
           .
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           .
           SELECT SETUPB-FILE ASSIGN TO DYNAMIC WS-SETUPB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETUPB-STATUS
           .
           SELECT IDLIST-FILE ASSIGN TO DYNAMIC WS-IDLIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IDLIST-STATUS
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
       FD PAIR-FILE.
           COPY PAIRREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD SETUPB-FILE.
       01 SETUPB-RECORD           PIC X(116).
      *    Either the operator's list of game ids or the CBATCH01
      *    validation report; the game id leads the line in both.
       FD IDLIST-FILE.
       01 IDLIST-RECORD           PIC X(80).
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 COUNTERS.
           05 COUNTER          PIC 99.
           05 COUNTER2         PIC 99.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-RECOVERY  PIC X.
               88 RECOVERY-GOING-ON VALUE 'Y'.
               88 RECOVERY-ABORTED  VALUE 'N'.
           05 SWITCH-ON-FILE   PIC X.
               88 RECORD-ON-FILE    VALUE 'Y'.
               88 RECORD-LOST       VALUE 'N'.
       01 WS-FILE-STATUS       PIC XX.
           88 WS-FS-OK         VALUE '00'.
       01 WS-PAIR-STATUS       PIC XX.
           88 WS-PAIR-OK       VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-SETUPB-STATUS     PIC XX.
           88 WS-SETUPB-OK     VALUE '00'.
       01 WS-IDLIST-STATUS     PIC XX.
           88 WS-IDLIST-OK     VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           88 WS-REPORT-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-SAVE-PATH      PIC X(150).
           05 WS-PAIR-PATH      PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-SETUPB-PATH    PIC X(150).
           05 WS-IDLIST-PATH    PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
      *******************************************************************
      *   What to recover, from CHESS_RECOVER_GAME: a single game id,   *
      *   *LIST for the ids in CHESS_RECOVER_LIST.TXT (one per line,    *
      *   lines starting * ignored), or *CORRUPT for every game on the  *
      *   last CBATCH01 validation report.                              *
      *******************************************************************
       01 WS-RECOVER-CONFIG.
           05 WS-ENV-RECOVER    PIC X(10).
               88 RECOVER-FROM-LIST    VALUE "*LIST".
               88 RECOVER-CORRUPT      VALUE "*CORRUPT".
               88 RECOVER-NOTHING      VALUE SPACES.
       01 WS-WORK-TABLE.
           05 WS-WK-MAX         PIC 9(3) VALUE 500.
           05 WS-WK-COUNT       PIC 9(3) VALUE 0.
           05 WS-WK-ENTRY OCCURS 500 TIMES.
               10 WK-GAME-ID    PIC X(10).
       01 WS-WX                 PIC 9(3).
       01 WS-WX-FOUND           PIC 9(3).
       01 WS-LOOKUP-ID          PIC X(10).
      *******************************************************************
      *   The CUTIL05 setup register, loaded as in CBATCH16: a set-up   *
      *   game is rebuilt from the FEN it was set up from.              *
      *******************************************************************
       01 WS-SETUP-TABLE.
           05 WS-SB-MAX         PIC 9(3) VALUE 100.
           05 WS-SB-COUNT       PIC 9(3) VALUE 0.
           05 WS-SB-ENTRY OCCURS 100 TIMES.
               10 TB-GAME-ID    PIC X(10).
               10 TB-BASE-PLY   PIC 9(4).
               10 TB-FEN-TEXT   PIC X(100).
       01 WS-SBX                PIC 9(3).
       01 WS-SBX-FOUND          PIC 9(3).
      *******************************************************************
      *   Identity and clock carried into the rebuilt record, and where *
      *   each came from: R = the damaged record, P = the pairing file, *
      *   L = the results ledger, Z = nothing readable (clock reset).   *
      *******************************************************************
       01 WS-KEEP-FIELDS.
           05 WS-KEEP-WHITE-ID  PIC X(20).
           05 WS-KEEP-BLACK-ID  PIC X(20).
           05 WS-KEEP-W-SEC     PIC 9(6).
           05 WS-KEEP-B-SEC     PIC 9(6).
           05 WS-KEEP-BUDGET    PIC 9(6).
           05 WS-KEEP-CORR-DAYS PIC 9(3).
           05 WS-KEEP-W-BANK    PIC 9(3).
           05 WS-KEEP-B-BANK    PIC 9(3).
           05 WS-KEEP-TURN-START PIC 9(8).
           05 WS-PLAYER-SOURCE  PIC X.
           05 WS-CLOCK-SOURCE   PIC X.
       01 WS-RECOVERED-ID       PIC X(10).
       01 WS-TALLIES.
           05 WS-GAMES-ASKED    PIC 9(5) VALUE 0.
           05 WS-GAMES-REBUILT  PIC 9(5) VALUE 0.
           05 WS-GAMES-REFUSED  PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE.
           05 WR-GAME-ID        PIC X(10).
           05 FILLER            PIC X(5) VALUE " PLY ".
           05 WR-PLY            PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WR-MESSAGE        PIC X(60).
       01 WS-SOURCE-NAMES.
           05 WS-PLAYER-TEXT    PIC X(8).
           05 WS-CLOCK-TEXT     PIC X(8).
       01 WS-PLY-DISPLAY        PIC ZZZ9.
           COPY SETUPBL.
           COPY LEDGERL.
           COPY GAMEHDR.
           COPY COORDINATES.
           COPY RPLYREQ.
           COPY FENREQ.
           COPY INPUTAREA.
           COPY LOCKREQ.
           COPY AUDITREQ.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM A2-LOAD-SETUP-BASES
           PERFORM B-BUILD-WORK-LIST
           IF WS-WK-COUNT > 0
               PERFORM C-RECOVER-GAMES
           END-IF
           PERFORM K-CLOSE-REPORT

           DISPLAY "GAMES ASKED FOR: " WS-GAMES-ASKED
           DISPLAY "GAMES REBUILT:   " WS-GAMES-REBUILT
           DISPLAY "GAMES REFUSED:   " WS-GAMES-REFUSED

           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Forward recovery of damaged or lost save records.  The        *
      *   CSUB003 backup copy is overwritten by the next save at any    *
      *   station, so it is rarely a usable fallback; the keyed move    *
      *   file and the setup register hold everything the board needs.  *
      *   Each game asked for is rebuilt from its live plies through    *
      *   CSUB006 and written back under the game lock, with the        *
      *   outcome on CHESS_RECOVERY_REPORT.TXT and the audit trail.     *
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
                  "CHESS_PAIR.DAT" DELIMITED BY SIZE
                  INTO WS-PAIR-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_SETUP_BASE.TXT" DELIMITED BY SIZE
                  INTO WS-SETUPB-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RECOVERY_REPORT.TXT" DELIMITED BY SIZE
                  INTO WS-REPORT-PATH

           MOVE SPACES TO WS-ENV-RECOVER
           ACCEPT WS-ENV-RECOVER FROM ENVIRONMENT "CHESS_RECOVER_GAME"
           EVALUATE TRUE
               WHEN RECOVER-FROM-LIST
                   STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                          "CHESS_RECOVER_LIST.TXT" DELIMITED BY SIZE
                          INTO WS-IDLIST-PATH
               WHEN RECOVER-CORRUPT
                   STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                          "CHESS_VALIDATION_REPORT.TXT"
                          DELIMITED BY SIZE
                          INTO WS-IDLIST-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CANNOT CREATE RECOVERY REPORT FILE"
           END-IF
           .

           A2-LOAD-SETUP-BASES SECTION.

      *******************************************************************
      *                   A2-LOAD-SETUP-BASES SECTION                   *
      *******************************************************************

           MOVE 0 TO WS-SB-COUNT
           SET NOT-EOF TO TRUE
           OPEN INPUT SETUPB-FILE
           IF NOT WS-SETUPB-OK
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-Y
                   MOVE SPACES TO WS-SETUPB-LINE
                   READ SETUPB-FILE INTO WS-SETUPB-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF SB-GAME-ID NOT = SPACES
                               IF WS-SB-COUNT < WS-SB-MAX
                                   ADD 1 TO WS-SB-COUNT
                                   MOVE SB-GAME-ID
                                       TO TB-GAME-ID(WS-SB-COUNT)
                                   IF SB-BASE-PLY IS NUMERIC
                                       MOVE SB-BASE-PLY
                                           TO TB-BASE-PLY(WS-SB-COUNT)
                                   ELSE
                                       MOVE 0
                                           TO TB-BASE-PLY(WS-SB-COUNT)
                                   END-IF
                                   MOVE SB-FEN-TEXT
                                       TO TB-FEN-TEXT(WS-SB-COUNT)
                               ELSE
                                   DISPLAY "SETUP REGISTER TABLE "
                                           "FULL - GAME " SB-GAME-ID
                                           " TREATED AS UNBASED"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETUPB-FILE
           END-IF
           .

           B-BUILD-WORK-LIST SECTION.

      *******************************************************************
      *   One id from the environment, or every id read from the list   *
      *   or the validation report, each taken once.                    *
      *******************************************************************

           MOVE 0 TO WS-WK-COUNT
           EVALUATE TRUE
               WHEN RECOVER-NOTHING
                   DISPLAY "CHESS_RECOVER_GAME NOT SET - NAME A GAME "
                           "ID, *LIST OR *CORRUPT"
               WHEN RECOVER-FROM-LIST OR RECOVER-CORRUPT
                   SET NOT-EOF TO TRUE
                   OPEN INPUT IDLIST-FILE
                   IF NOT WS-IDLIST-OK
                       DISPLAY "CANNOT OPEN " WS-ENV-RECOVER
                               " SOURCE - STATUS " WS-IDLIST-STATUS
                   ELSE
                       PERFORM UNTIL EOF-Y
                           READ IDLIST-FILE
                               AT END
                                   SET EOF-Y TO TRUE
                               NOT AT END
                                   IF IDLIST-RECORD(1:10) NOT = SPACES
                                      AND IDLIST-RECORD(1:1) NOT = '*'
                                       MOVE IDLIST-RECORD(1:10)
                                           TO WS-LOOKUP-ID
                                       PERFORM B2-ADD-WORK-ID
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE IDLIST-FILE
                   END-IF
               WHEN OTHER
                   MOVE WS-ENV-RECOVER TO WS-LOOKUP-ID
                   PERFORM B2-ADD-WORK-ID
           END-EVALUATE
           MOVE WS-WK-COUNT TO WS-GAMES-ASKED
           .

           B2-ADD-WORK-ID SECTION.

      *******************************************************************
      *                     B2-ADD-WORK-ID SECTION                      *
      *******************************************************************

           MOVE 0 TO WS-WX-FOUND
           PERFORM VARYING WS-WX FROM 1 BY 1
                   UNTIL WS-WX > WS-WK-COUNT
               IF WK-GAME-ID(WS-WX) = WS-LOOKUP-ID
                   MOVE WS-WX TO WS-WX-FOUND
                   MOVE WS-WK-COUNT TO WS-WX
               END-IF
           END-PERFORM
           IF WS-WX-FOUND = 0
               IF WS-WK-COUNT < WS-WK-MAX
                   ADD 1 TO WS-WK-COUNT
                   MOVE WS-LOOKUP-ID TO WK-GAME-ID(WS-WK-COUNT)
               ELSE
                   DISPLAY "WORK LIST FULL - " WS-LOOKUP-ID
                           " NOT RECOVERED THIS RUN"
               END-IF
           END-IF
           .

           C-RECOVER-GAMES SECTION.

      *******************************************************************
      *   A save file that has never been created (status 35) is built  *
      *   fresh so lost games can be written back into it; any other    *
      *   open failure leaves everything untouched.                     *
      *******************************************************************

           OPEN I-O INFILE
           IF WS-FILE-STATUS = '35'
               OPEN OUTPUT INFILE
               CLOSE INFILE
               OPEN I-O INFILE
           END-IF
           IF NOT WS-FS-OK
               DISPLAY "CANNOT OPEN SAVE FILE - STATUS "
                       WS-FILE-STATUS " - NOTHING RECOVERED"
           ELSE
               PERFORM VARYING WS-WX FROM 1 BY 1
                       UNTIL WS-WX > WS-WK-COUNT
                   MOVE WK-GAME-ID(WS-WX) TO WS-RECOVERED-ID
                   PERFORM D-RECOVER-ONE-GAME
               END-PERFORM
               CLOSE INFILE
           END-IF
           .

           D-RECOVER-ONE-GAME SECTION.

      *******************************************************************
      *   Lock, salvage what the old record still holds, rebuild the    *
      *   board from the move file, write the record back, release.     *
      *   A game open at another station is left alone.                 *
      *******************************************************************

           SET RECOVERY-GOING-ON TO TRUE
           MOVE 0 TO WR-PLY
           SET CL-ACQUIRE TO TRUE
           MOVE WS-RECOVERED-ID TO CL-GAME-ID
           CALL "CSUB008" USING LOCK-REQUEST
           END-CALL
           IF CL-IN-USE
               SET RECOVERY-ABORTED TO TRUE
               MOVE SPACES TO WR-MESSAGE
               STRING "IN USE AT STATION " CL-HELD-BY
                      " - NOT RECOVERED" DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H-WRITE-LINE
           ELSE
               PERFORM E-SALVAGE-OLD-RECORD
               IF RECOVERY-GOING-ON
                   PERFORM F-REBUILD-POSITION
               END-IF
               IF RECOVERY-GOING-ON
                   PERFORM G-WRITE-SAVE-RECORD
               END-IF
               SET CL-RELEASE TO TRUE
               MOVE WS-RECOVERED-ID TO CL-GAME-ID
               CALL "CSUB008" USING LOCK-REQUEST
               END-CALL
           END-IF

           IF RECOVERY-GOING-ON
               ADD 1 TO WS-GAMES-REBUILT
           ELSE
               ADD 1 TO WS-GAMES-REFUSED
           END-IF
           .

           E-SALVAGE-OLD-RECORD SECTION.

      *******************************************************************
      *   Players, clocks, time budget and the correspondence fields    *
      *   are taken from the damaged record wherever they still read    *
      *   cleanly.  Players missing there come from the pairing file,   *
      *   then from the ledger; a clock that cannot be read restarts    *
      *   at zero.  A game with no players anywhere is not rebuilt.     *
      *******************************************************************

           MOVE SPACES TO WS-KEEP-WHITE-ID
           MOVE SPACES TO WS-KEEP-BLACK-ID
           MOVE 0 TO WS-KEEP-W-SEC
           MOVE 0 TO WS-KEEP-B-SEC
           MOVE 0 TO WS-KEEP-BUDGET
           MOVE 0 TO WS-KEEP-CORR-DAYS
           MOVE 0 TO WS-KEEP-W-BANK
           MOVE 0 TO WS-KEEP-B-BANK
           MOVE 0 TO WS-KEEP-TURN-START
           MOVE 'Z' TO WS-PLAYER-SOURCE
           MOVE 'Z' TO WS-CLOCK-SOURCE

           MOVE WS-RECOVERED-ID TO SAVE-GAME-ID
           READ INFILE
               INVALID KEY
                   SET RECORD-LOST TO TRUE
               NOT INVALID KEY
                   SET RECORD-ON-FILE TO TRUE
                   PERFORM E2-TAKE-RECORD-FIELDS
           END-READ

           IF WS-KEEP-WHITE-ID = SPACES OR WS-KEEP-BLACK-ID = SPACES
               PERFORM E3-TAKE-PAIRING-PLAYERS
           END-IF
           IF WS-KEEP-WHITE-ID = SPACES OR WS-KEEP-BLACK-ID = SPACES
               PERFORM E4-TAKE-LEDGER-PLAYERS
           END-IF
           IF WS-KEEP-WHITE-ID = SPACES OR WS-KEEP-BLACK-ID = SPACES
               SET RECOVERY-ABORTED TO TRUE
               MOVE "NO PLAYERS ON RECORD, PAIRING FILE OR LEDGER - "
                   TO WR-MESSAGE
               MOVE "NOT RECOVERED" TO WR-MESSAGE(48:13)
               PERFORM H-WRITE-LINE
           END-IF
           .

           E2-TAKE-RECORD-FIELDS SECTION.

      *******************************************************************
      *   Each field is judged on its own: damage to the piece slots    *
      *   says nothing about the header, and a torn header may still    *
      *   carry one good player id.                                     *
      *******************************************************************

           IF SAVE-WHITE-PLAYER-ID NOT = SPACES
              AND SAVE-WHITE-PLAYER-ID NOT = LOW-VALUES
              AND SAVE-BLACK-PLAYER-ID NOT = SPACES
              AND SAVE-BLACK-PLAYER-ID NOT = LOW-VALUES
               MOVE SAVE-WHITE-PLAYER-ID TO WS-KEEP-WHITE-ID
               MOVE SAVE-BLACK-PLAYER-ID TO WS-KEEP-BLACK-ID
               MOVE 'R' TO WS-PLAYER-SOURCE
           END-IF
           IF SAVE-WHITE-ELAPSED-SEC IS NUMERIC
              AND SAVE-BLACK-ELAPSED-SEC IS NUMERIC
              AND SAVE-TIME-BUDGET-SEC IS NUMERIC
               MOVE SAVE-WHITE-ELAPSED-SEC TO WS-KEEP-W-SEC
               MOVE SAVE-BLACK-ELAPSED-SEC TO WS-KEEP-B-SEC
               MOVE SAVE-TIME-BUDGET-SEC TO WS-KEEP-BUDGET
               MOVE 'R' TO WS-CLOCK-SOURCE
           END-IF
           IF SAVE-CORR-DAYS-PER-MOVE IS NUMERIC
              AND SAVE-WHITE-REFLECT-DAYS IS NUMERIC
              AND SAVE-BLACK-REFLECT-DAYS IS NUMERIC
              AND SAVE-CORR-TURN-START IS NUMERIC
               MOVE SAVE-CORR-DAYS-PER-MOVE TO WS-KEEP-CORR-DAYS
               MOVE SAVE-WHITE-REFLECT-DAYS TO WS-KEEP-W-BANK
               MOVE SAVE-BLACK-REFLECT-DAYS TO WS-KEEP-B-BANK
               MOVE SAVE-CORR-TURN-START TO WS-KEEP-TURN-START
           END-IF
           .

           E3-TAKE-PAIRING-PLAYERS SECTION.

      *******************************************************************
      *   An event game's players are on its pairing record, keyed by   *
      *   the same game id, as CSUB005 reads it.                        *
      *******************************************************************

           OPEN INPUT PAIR-FILE
           IF WS-PAIR-OK
               MOVE WS-RECOVERED-ID TO PA-GAME-ID
               READ PAIR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-WHITE-ID NOT = SPACES
                          AND PA-BLACK-ID NOT = SPACES
                           MOVE PA-WHITE-ID TO WS-KEEP-WHITE-ID
                           MOVE PA-BLACK-ID TO WS-KEEP-BLACK-ID
                           MOVE 'P' TO WS-PLAYER-SOURCE
                       END-IF
               END-READ
               CLOSE PAIR-FILE
           END-IF
           .

           E4-TAKE-LEDGER-PLAYERS SECTION.

      *******************************************************************
      *   A game already posted to the ledger names both players on     *
      *   its line; the last line for the game is taken.                *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-OK
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF WL-GAME-ID = WS-RECOVERED-ID
                              AND WL-WHITE-PLAYER-ID NOT = SPACES
                              AND WL-BLACK-PLAYER-ID NOT = SPACES
                               MOVE WL-WHITE-PLAYER-ID
                                   TO WS-KEEP-WHITE-ID
                               MOVE WL-BLACK-PLAYER-ID
                                   TO WS-KEEP-BLACK-ID
                               MOVE 'L' TO WS-PLAYER-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .

           F-REBUILD-POSITION SECTION.

      *******************************************************************
      *   A game on the setup register starts from its FEN at its base  *
      *   ply, any other from the standard position; CSUB006 then       *
      *   applies every live ply on the move file.                      *
      *******************************************************************

           MOVE 0 TO WS-SBX-FOUND
           PERFORM VARYING WS-SBX FROM 1 BY 1
                   UNTIL WS-SBX > WS-SB-COUNT
               IF TB-GAME-ID(WS-SBX) = WS-RECOVERED-ID
                   MOVE WS-SBX TO WS-SBX-FOUND
               END-IF
           END-PERFORM

           IF WS-SBX-FOUND = 0
               SET RP-FROM-STANDARD TO TRUE
           ELSE
               IF TB-FEN-TEXT(WS-SBX-FOUND) = SPACES
                   SET RECOVERY-ABORTED TO TRUE
                   MOVE TB-BASE-PLY(WS-SBX-FOUND) TO WR-PLY
                   MOVE "SET UP BEFORE THE REGISTER KEPT ITS FEN - NOT "
                       TO WR-MESSAGE
                   MOVE "RECOVERED" TO WR-MESSAGE(47:9)
                   PERFORM H-WRITE-LINE
               ELSE
                   MOVE TB-FEN-TEXT(WS-SBX-FOUND) TO FR-FEN-TEXT
                   CALL "CSUB014" USING COORDINATES
                                        GAME-HEADER
                                        FEN-REQUEST
                   END-CALL
                   IF FR-OK
                       MOVE TB-BASE-PLY(WS-SBX-FOUND) TO PLY-COUNT
                       SET RP-FROM-CALLER-BOARD TO TRUE
                   ELSE
                       SET RECOVERY-ABORTED TO TRUE
                       MOVE TB-BASE-PLY(WS-SBX-FOUND) TO WR-PLY
                       MOVE "SET-UP FEN ON THE REGISTER NO LONGER READS"
                           TO WR-MESSAGE
                       PERFORM H-WRITE-LINE
                   END-IF
               END-IF
           END-IF

           IF RECOVERY-GOING-ON
               MOVE WS-RECOVERED-ID TO GAME-ID
               MOVE 9999 TO RP-TARGET-PLY
               SET RP-NO-PRINT TO TRUE
               CALL "CSUB006" USING COORDINATES
                                    GAME-HEADER
                                    REPLAY-REQUEST
               END-CALL
               IF RP-BAD-LOG OR RP-NO-LOG-FILE
                   SET RECOVERY-ABORTED TO TRUE
                   MOVE PLY-COUNT TO WR-PLY
                   MOVE "MOVE FILE CANNOT REBUILD THE GAME - NOT "
                       TO WR-MESSAGE
                   MOVE "RECOVERED" TO WR-MESSAGE(41:9)
                   PERFORM H-WRITE-LINE
               END-IF
           END-IF
           .

           G-WRITE-SAVE-RECORD SECTION.

      *******************************************************************
      *   Same COORDINATES-to-record packing CSUB009 does after a       *
      *   takeback, with the salvaged identity and clock carried over.  *
      *   A record still on file is rewritten; a lost one is written    *
      *   back fresh.                                                   *
      *******************************************************************

           MOVE 1 TO COUNTER2
           PERFORM UNTIL COUNTER2 > 16
               MOVE COUNTER2 TO IN-ID(COUNTER2)
               MOVE W-X-VAR(COUNTER2) TO IN-X(COUNTER2)
               MOVE W-Y-POS(COUNTER2) TO IN-Y(COUNTER2)
               MOVE W-PIECE(COUNTER2) TO IN-NAME(COUNTER2)
               MOVE W-FIRST(COUNTER2) TO IN-FIRST(COUNTER2)
               MOVE W-ACTIVE(COUNTER2) TO IN-ACTIVE(COUNTER2)
               MOVE W-KING-MOVED(COUNTER2) TO IN-KING-MOVED(COUNTER2)
               MOVE W-ROOK-MOVED(COUNTER2) TO IN-ROOK-MOVED(COUNTER2)
               MOVE W-LAST-MOVE(COUNTER2) TO IN-LAST-MOVE(COUNTER2)
               MOVE W-2SQ-ADVANCE(COUNTER2) TO IN-2SQ-ADV(COUNTER2)
               MOVE W-PROMOTED(COUNTER2) TO IN-PROMOTED(COUNTER2)
               ADD 1 TO COUNTER2
           END-PERFORM
           MOVE 17 TO COUNTER2
           PERFORM UNTIL COUNTER2 > 32
               COMPUTE COUNTER = COUNTER2 - 16
               MOVE COUNTER2 TO IN-ID(COUNTER2)
               MOVE B-X-VAR(COUNTER) TO IN-X(COUNTER2)
               MOVE B-Y-POS(COUNTER) TO IN-Y(COUNTER2)
               MOVE B-PIECE(COUNTER) TO IN-NAME(COUNTER2)
               MOVE B-FIRST(COUNTER) TO IN-FIRST(COUNTER2)
               MOVE B-ACTIVE(COUNTER) TO IN-ACTIVE(COUNTER2)
               MOVE B-KING-MOVED(COUNTER) TO IN-KING-MOVED(COUNTER2)
               MOVE B-ROOK-MOVED(COUNTER) TO IN-ROOK-MOVED(COUNTER2)
               MOVE B-LAST-MOVE(COUNTER) TO IN-LAST-MOVE(COUNTER2)
               MOVE B-2SQ-ADVANCE(COUNTER) TO IN-2SQ-ADV(COUNTER2)
               MOVE B-PROMOTED(COUNTER) TO IN-PROMOTED(COUNTER2)
               ADD 1 TO COUNTER2
           END-PERFORM

           MOVE WS-RECOVERED-ID TO SAVE-GAME-ID
           MOVE PLAYER-TURN TO SAVE-PLAYER-TURN
           MOVE PLY-COUNT TO SAVE-PLY-COUNT
           MOVE FIFTY-MOVE-COUNT TO SAVE-FIFTY-MOVE-COUNT
           MOVE WS-KEEP-WHITE-ID TO SAVE-WHITE-PLAYER-ID
           MOVE WS-KEEP-BLACK-ID TO SAVE-BLACK-PLAYER-ID
           MOVE WS-KEEP-W-SEC TO SAVE-WHITE-ELAPSED-SEC
           MOVE WS-KEEP-B-SEC TO SAVE-BLACK-ELAPSED-SEC
           MOVE WS-KEEP-BUDGET TO SAVE-TIME-BUDGET-SEC
           MOVE WS-KEEP-CORR-DAYS TO SAVE-CORR-DAYS-PER-MOVE
           MOVE WS-KEEP-W-BANK TO SAVE-WHITE-REFLECT-DAYS
           MOVE WS-KEEP-B-BANK TO SAVE-BLACK-REFLECT-DAYS
           MOVE WS-KEEP-TURN-START TO SAVE-CORR-TURN-START
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 32
               MOVE IN-ID(COUNTER)    TO SAVE-IN-ID(COUNTER)
               MOVE IN-X(COUNTER)     TO SAVE-IN-X(COUNTER)
               MOVE IN-Y(COUNTER)     TO SAVE-IN-Y(COUNTER)
               MOVE IN-NAME(COUNTER)  TO SAVE-IN-NAME(COUNTER)
               MOVE IN-FIRST(COUNTER) TO SAVE-IN-FIRST(COUNTER)
               MOVE IN-ACTIVE(COUNTER) TO SAVE-IN-ACTIVE(COUNTER)
               MOVE IN-KING-MOVED(COUNTER)
                                       TO SAVE-IN-KING-MOVED(COUNTER)
               MOVE IN-ROOK-MOVED(COUNTER)
                                       TO SAVE-IN-ROOK-MOVED(COUNTER)
               MOVE IN-LAST-MOVE(COUNTER) TO SAVE-IN-LAST-MOVE(COUNTER)
               MOVE IN-2SQ-ADV(COUNTER) TO SAVE-IN-2SQ-ADV(COUNTER)
               MOVE IN-PROMOTED(COUNTER) TO SAVE-IN-PROMOTED(COUNTER)
           END-PERFORM

           IF RECORD-ON-FILE
               REWRITE SAVE-RECORD
                   INVALID KEY
                       SET RECOVERY-ABORTED TO TRUE
               END-REWRITE
           ELSE
               WRITE SAVE-RECORD
                   INVALID KEY
                       SET RECOVERY-ABORTED TO TRUE
               END-WRITE
           END-IF

           MOVE PLY-COUNT TO WR-PLY
           IF RECOVERY-ABORTED
               MOVE SPACES TO WR-MESSAGE
               STRING "SAVE RECORD COULD NOT BE WRITTEN - STATUS "
                      WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H-WRITE-LINE
           ELSE
               PERFORM G2-REPORT-REBUILT
           END-IF
           .

           G2-REPORT-REBUILT SECTION.

      *******************************************************************
      *   One report line per rebuilt game saying where its players     *
      *   and clock came from, and one audit-trail entry.               *
      *******************************************************************

           EVALUATE WS-PLAYER-SOURCE
               WHEN 'R' MOVE "RECORD" TO WS-PLAYER-TEXT
               WHEN 'P' MOVE "PAIRING" TO WS-PLAYER-TEXT
               WHEN OTHER MOVE "LEDGER" TO WS-PLAYER-TEXT
           END-EVALUATE
           IF WS-CLOCK-SOURCE = 'R'
               MOVE "RECORD" TO WS-CLOCK-TEXT
           ELSE
               MOVE "RESET" TO WS-CLOCK-TEXT
           END-IF
           MOVE SPACES TO WR-MESSAGE
           IF RECORD-ON-FILE
               STRING "REWRITTEN - PLAYERS FROM "
                      WS-PLAYER-TEXT DELIMITED BY SPACE
                      ", CLOCK " DELIMITED BY SIZE
                      WS-CLOCK-TEXT DELIMITED BY SPACE
                   INTO WR-MESSAGE
           ELSE
               STRING "RECREATED - PLAYERS FROM "
                      WS-PLAYER-TEXT DELIMITED BY SPACE
                      ", CLOCK " DELIMITED BY SIZE
                      WS-CLOCK-TEXT DELIMITED BY SPACE
                   INTO WR-MESSAGE
           END-IF
           PERFORM H-WRITE-LINE

           MOVE WS-RECOVERED-ID TO AU-GAME-ID
           MOVE "RECOVER" TO AU-ACTION
           MOVE WS-FILE-STATUS TO AU-STATUS
           MOVE PLY-COUNT TO WS-PLY-DISPLAY
           MOVE SPACES TO AU-NOTE
           STRING "FROM LOG TO PLY " WS-PLY-DISPLAY DELIMITED BY SIZE
               INTO AU-NOTE
           CALL "CSUB010" USING AUDIT-REQUEST
           END-CALL
           .

           H-WRITE-LINE SECTION.

      *******************************************************************
      *   WR-PLY and WR-MESSAGE are filled by the caller.               *
      *******************************************************************

           MOVE WS-RECOVERED-ID TO WR-GAME-ID
           IF WS-REPORT-OK
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE
           .

           K-CLOSE-REPORT SECTION.

      *******************************************************************
      *                     K-CLOSE-REPORT SECTION                      *
      *******************************************************************

           IF WS-REPORT-OK
               CLOSE REPORT-FILE
           END-IF
           .

           COPY DIRNORM.
