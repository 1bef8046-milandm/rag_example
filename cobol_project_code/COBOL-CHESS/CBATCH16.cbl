      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH16.
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
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           .
           SELECT SETUPB-FILE ASSIGN TO DYNAMIC WS-SETUPB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETUPB-STATUS
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
       FD SETUPB-FILE.
       01 SETUPB-RECORD           PIC X(116).
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-REPLAY    PIC X.
               88 REPLAY-GOING VALUE 'G'.
               88 REPLAY-ENDED VALUE 'E'.
           05 SWITCH-AUDIT     PIC X.
               88 GAME-AUDITABLE   VALUE 'Y'.
               88 GAME-NOT-AUDITED VALUE 'N'.
           05 SWITCH-VERDICT   PIC X.
               88 GAME-CLEAN       VALUE 'C'.
               88 GAME-FAILED      VALUE 'F'.
       01 WS-FILE-STATUS       PIC XX.
           88 WS-FS-OK         VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-SETUPB-STATUS     PIC XX.
           88 WS-SETUPB-OK     VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           88 WS-REPORT-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-SAVE-PATH      PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-SETUPB-PATH    PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
      *******************************************************************
      *   Every game on the save file.  The ledger pass marks the       *
      *   finished ones; only games still in progress are audited, as   *
      *   in the CBATCH08 sweep.                                        *
      *******************************************************************
       01 WS-GAME-TABLE.
           05 WS-AG-MAX         PIC 9(3) VALUE 500.
           05 WS-AG-COUNT       PIC 9(3) VALUE 0.
           05 WS-AG-ENTRY OCCURS 500 TIMES.
               10 AG-GAME-ID    PIC X(10).
               10 AG-DONE       PIC X.
       01 WS-AX                 PIC 9(3).
      *******************************************************************
      *   The CUTIL05 setup register: a set-up game is rebuilt from the *
      *   FEN it was set up from, not from the standard position.  A    *
      *   game id set up twice keeps its latest line.                   *
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
      *   Replay state for the game under audit.  WS-BAD-PLY is the     *
      *   first ply found wrong once SWITCH-VERDICT says it failed.     *
      *   The side to move and CSUB007's verdict are taken before each  *
      *   ply so the ply can be judged against the position it was      *
      *   played from.                                                  *
      *******************************************************************
       01 WS-AUDIT-WORK.
           05 WS-AUDIT-ID       PIC X(10).
           05 WS-NEXT-PLY       PIC 9(4).
           05 WS-BAD-PLY        PIC 9(4).
           05 WS-MOVER-TURN     PIC X.
           05 WS-AFTER-TURN     PIC X.
           05 WS-PRE-VERDICT    PIC X.
               88 PRE-CHECKMATE     VALUE 'C'.
               88 PRE-STALEMATE     VALUE 'S'.
               88 PRE-RULE-DRAW     VALUE 'D'.
               88 PRE-PLAY-ON       VALUE 'P'.
      *******************************************************************
      *   One piece slot as the moves rebuilt it, and the square names  *
      *   the difference lines are written with.                        *
      *******************************************************************
       01 WS-SLOT-WORK.
           05 WS-SLOT           PIC 99.
           05 WS-SIDE-SLOT      PIC 99.
           05 WS-RB-X           PIC S99.
           05 WS-RB-Y           PIC S99.
           05 WS-RB-NAME        PIC XX.
           05 WS-RB-ACTIVE      PIC X.
           05 WS-RB-KING-MOVED  PIC X.
           05 WS-RB-ROOK-MOVED  PIC X.
           05 WS-RB-LAST-MOVE   PIC X.
           05 WS-RB-2SQ-ADV     PIC X.
           05 WS-SQ-X           PIC S99.
           05 WS-SQ-Y           PIC S99.
           05 WS-SQ-ACTIVE      PIC X.
           05 WS-SQ-NAME        PIC XX.
           05 WS-RB-SQUARE      PIC XX.
           05 WS-SV-SQUARE      PIC XX.
           05 WS-RANK-DIGIT     PIC 9.
       01 WS-FILE-LETTERS       PIC X(8) VALUE "abcdefgh".
      *    Difference lines listed per game before the rest are only
      *    counted - one bad early ply can leave half the board wrong.
       01 WS-DIFF-LIMITS.
           05 WS-DIFF-MAX       PIC 99 VALUE 12.
           05 WS-DIFF-COUNT     PIC 9(3).
       01 WS-TALLIES.
           05 WS-GAMES-AUDITED  PIC 9(5) VALUE 0.
           05 WS-GAMES-FAILED   PIC 9(5) VALUE 0.
           05 WS-GAMES-SKIPPED  PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE.
           05 WR-GAME-ID        PIC X(10).
           05 FILLER            PIC X(5) VALUE " PLY ".
           05 WR-PLY            PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WR-MESSAGE        PIC X(60).
       01 WS-MSG-WORK.
           05 WS-PLY-DISPLAY    PIC ZZZ9.
           05 WS-PLY-DISPLAY2   PIC ZZZ9.
           05 WS-SLOT-DISPLAY   PIC 99.
           05 WS-EXTRA-DISPLAY  PIC ZZ9.
           COPY SETUPBL.
           COPY LEDGERL.
           COPY GAMEHDR.
           COPY COORDINATES.
           COPY RPLYREQ.
           COPY GAMESTAT.
           COPY GAMERSLT.
           COPY FENREQ.
      *    Only IN-X/IN-Y/IN-ACTIVE are filled - the fields the
      *    shared V-VALIDATE-BOARD check actually looks at.
           COPY INPUTAREA.
           COPY VALIDWS.
           COPY AUDITREQ.
           COPY DIRNORMWS.
           COPY RUNREQ.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM Y-CHECK-RUN-CONTROL
           IF RC-BLOCKED
               GOBACK
           END-IF

           PERFORM A-INIT
           PERFORM A2-LOAD-SETUP-BASES
           PERFORM C-SCAN-SAVE-FILE
           PERFORM B-MARK-COMPLETED-GAMES
           PERFORM D-AUDIT-GAMES
           PERFORM K-CLOSE-REPORT

           DISPLAY "GAMES AUDITED: " WS-GAMES-AUDITED
           DISPLAY "GAMES FAILED:  " WS-GAMES-FAILED
           DISPLAY "NOT AUDITABLE: " WS-GAMES-SKIPPED

           PERFORM Y2-POST-RUN-END

           GOBACK.

           Y-CHECK-RUN-CONTROL SECTION.

      *******************************************************************
      *   Third job of the nightly chain: held until the CBATCH02       *
      *   reconciliation has ended clean tonight - there is no point    *
      *   replaying a move file the reconciliation says is short.       *
      *******************************************************************

           MOVE "CBATCH16" TO RC-JOB-NAME
           SET RC-CHECK-START TO TRUE
           CALL "CSUB013" USING RUN-CONTROL-REQUEST
           END-CALL
           IF RC-BLOCKED
               DISPLAY "CBATCH16 NOT STARTED - PREDECESSOR "
                       RC-BLOCKED-BY " HAS NOT COMPLETED CLEAN "
                       "TONIGHT"
           END-IF
           .

           Y2-POST-RUN-END SECTION.

      *******************************************************************
      *   A night with any game failing the audit ends F on purpose:    *
      *   the rating run must not rate on top of a board the moves do   *
      *   not support.                                                  *
      *******************************************************************

           MOVE "CBATCH16" TO RC-JOB-NAME
           IF WS-GAMES-FAILED > 0 OR NOT WS-REPORT-OK
               SET RC-END-FAILED TO TRUE
           ELSE
               SET RC-END-CLEAN TO TRUE
           END-IF
           CALL "CSUB013" USING RUN-CONTROL-REQUEST
           END-CALL
           .

           A-INIT SECTION.

      *******************************************************************
      *   Nightly board audit.  CBATCH01 only checks that saved         *
      *   coordinates are on the board and do not collide, and          *
      *   CBATCH02 only compares ply counts; this job rebuilds every    *
      *   game in progress from its CHESS_MOVEIDX records through       *
      *   CSUB006, one ply at a time, has CSUB007 judge each ply, and   *
      *   compares the rebuilt board with the save record.  The first   *
      *   ply where a game goes wrong, and what differs, goes on        *
      *   CHESS_CONSIST_REPORT.TXT.                                     *
      *******************************************************************

           MOVE 0 TO WS-AG-COUNT
           MOVE 0 TO WS-GAMES-AUDITED
           MOVE 0 TO WS-GAMES-FAILED
           MOVE 0 TO WS-GAMES-SKIPPED

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
                  "CHESS_SETUP_BASE.TXT" DELIMITED BY SIZE
                  INTO WS-SETUPB-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_CONSIST_REPORT.TXT" DELIMITED BY SIZE
                  INTO WS-REPORT-PATH

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CANNOT CREATE CONSISTENCY REPORT FILE"
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
      *                            Rebuilt from the standard position,
      *                            a set-up game fails the audit - the
      *                            operator needs to know why.
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

           B-MARK-COMPLETED-GAMES SECTION.

      *******************************************************************
      *   One pass of the ledger flags the games that already have a    *
      *   result, exactly as the CBATCH08 sweep does.                   *
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
                               PERFORM VARYING WS-AX FROM 1 BY 1
                                       UNTIL WS-AX > WS-AG-COUNT
                                   IF AG-GAME-ID(WS-AX) = WL-GAME-ID
                                       MOVE 'Y' TO AG-DONE(WS-AX)
                                       MOVE WS-AG-COUNT TO WS-AX
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .

           C-SCAN-SAVE-FILE SECTION.

      *******************************************************************
      *                    C-SCAN-SAVE-FILE SECTION                     *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT INFILE
           IF NOT WS-FS-OK
               DISPLAY "NO SAVE FILE FOUND - NOTHING TO AUDIT"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ INFILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF WS-AG-COUNT < WS-AG-MAX
                               ADD 1 TO WS-AG-COUNT
                               MOVE SAVE-GAME-ID
                                   TO AG-GAME-ID(WS-AG-COUNT)
                               MOVE 'N' TO AG-DONE(WS-AG-COUNT)
                           ELSE
                               DISPLAY "GAME TABLE FULL - "
                                       SAVE-GAME-ID
                                       " NOT AUDITED TONIGHT"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INFILE
           END-IF
           .

           D-AUDIT-GAMES SECTION.

      *******************************************************************
      *   Each game still in progress is read back by key and audited   *
      *   against its own save record.                                  *
      *******************************************************************

           IF WS-AG-COUNT > 0
               OPEN INPUT INFILE
               IF NOT WS-FS-OK
                   DISPLAY "CANNOT REOPEN SAVE FILE - STATUS "
                           WS-FILE-STATUS
               ELSE
                   PERFORM VARYING WS-AX FROM 1 BY 1
                           UNTIL WS-AX > WS-AG-COUNT
                       IF AG-DONE(WS-AX) = 'N'
                           MOVE AG-GAME-ID(WS-AX) TO SAVE-GAME-ID
                           READ INFILE
                               INVALID KEY
                                   DISPLAY "GAME " AG-GAME-ID(WS-AX)
                                           " LEFT THE SAVE FILE - "
                                           "NOT AUDITED"
                               NOT INVALID KEY
                                   PERFORM E-AUDIT-ONE-GAME
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE INFILE
               END-IF
           END-IF
           .

           E-AUDIT-ONE-GAME SECTION.

      *******************************************************************
      *   Rebuild from the starting position ply by ply, stopping at    *
      *   the first ply found wrong; a game whose every ply checks out  *
      *   must then land on exactly the board the save record holds.    *
      *******************************************************************

           MOVE SAVE-GAME-ID TO WS-AUDIT-ID
           MOVE 0 TO WS-BAD-PLY
           MOVE 0 TO WS-DIFF-COUNT
           SET GAME-CLEAN TO TRUE
           PERFORM E2-SET-START-POSITION

           IF GAME-AUDITABLE
               ADD 1 TO WS-GAMES-AUDITED
               IF GAME-CLEAN
                   SET REPLAY-GOING TO TRUE
                   PERFORM UNTIL REPLAY-ENDED
                       PERFORM F-STEP-ONE-PLY
                   END-PERFORM
               END-IF
               IF GAME-CLEAN
                   PERFORM G-COMPARE-SAVE-RECORD
               END-IF
               IF GAME-FAILED
                   ADD 1 TO WS-GAMES-FAILED
                   MOVE WS-AUDIT-ID TO AU-GAME-ID
                   MOVE "MISMATCH" TO AU-ACTION
                   MOVE SPACES TO AU-STATUS
                   MOVE WS-BAD-PLY TO WS-PLY-DISPLAY
                   MOVE SPACES TO AU-NOTE
                   STRING "BOARD AUDIT PLY " WS-PLY-DISPLAY
                          DELIMITED BY SIZE
                       INTO AU-NOTE
                   CALL "CSUB010" USING AUDIT-REQUEST
                   END-CALL
               END-IF
           END-IF
           .

           E2-SET-START-POSITION SECTION.

      *******************************************************************
      *   A game on the setup register starts from the FEN CUTIL05 set  *
      *   it up from, at its base ply; any other game starts from       *
      *   CSUB001's standard position at ply zero.  A set-up game       *
      *   registered before the FEN was kept cannot be rebuilt and is   *
      *   listed as not audited rather than failed.                     *
      *******************************************************************

           SET GAME-AUDITABLE TO TRUE
           MOVE 0 TO WS-SBX-FOUND
           PERFORM VARYING WS-SBX FROM 1 BY 1
                   UNTIL WS-SBX > WS-SB-COUNT
               IF TB-GAME-ID(WS-SBX) = WS-AUDIT-ID
                   MOVE WS-SBX TO WS-SBX-FOUND
               END-IF
           END-PERFORM

           IF WS-SBX-FOUND = 0
               CALL "CSUB001" USING COORDINATES
               END-CALL
               SET W-TURN TO TRUE
               MOVE 0 TO PLY-COUNT
               MOVE 0 TO FIFTY-MOVE-COUNT
           ELSE
               IF TB-FEN-TEXT(WS-SBX-FOUND) = SPACES
                   SET GAME-NOT-AUDITED TO TRUE
                   ADD 1 TO WS-GAMES-SKIPPED
                   MOVE TB-BASE-PLY(WS-SBX-FOUND) TO WR-PLY
                   MOVE "SET UP BEFORE THE REGISTER KEPT ITS FEN - NOT "
                       TO WR-MESSAGE
                   MOVE "AUDITED" TO WR-MESSAGE(47:7)
                   PERFORM H-WRITE-LINE
               ELSE
                   MOVE TB-FEN-TEXT(WS-SBX-FOUND) TO FR-FEN-TEXT
                   CALL "CSUB014" USING COORDINATES
                                        GAME-HEADER
                                        FEN-REQUEST
                   END-CALL
                   IF FR-OK
                       MOVE TB-BASE-PLY(WS-SBX-FOUND) TO PLY-COUNT
                   ELSE
                       SET GAME-FAILED TO TRUE
                       MOVE TB-BASE-PLY(WS-SBX-FOUND) TO WS-BAD-PLY
                       MOVE WS-BAD-PLY TO WR-PLY
                       MOVE "SET-UP FEN ON THE REGISTER NO LONGER READS"
                           TO WR-MESSAGE
                       PERFORM H-WRITE-LINE
                   END-IF
               END-IF
           END-IF

           MOVE WS-AUDIT-ID TO GAME-ID
           MOVE 0 TO REPEAT-COUNT
           SET RP-FROM-CALLER-BOARD TO TRUE
           SET RP-NO-PRINT TO TRUE
           .

           F-STEP-ONE-PLY SECTION.

      *******************************************************************
      *   CSUB007 judges the position before the ply, CSUB006 applies   *
      *   just the next logged ply on top of the board built so far,    *
      *   and the ply is then judged against the position it was        *
      *   played from.  The replay ends when the log has no further     *
      *   live ply or the first bad one is found.                       *
      *******************************************************************

           MOVE PLAYER-TURN TO WS-MOVER-TURN
           CALL "CSUB007" USING COORDINATES
                                GAME-HEADER
                                GAME-STATUS-INFO
                                GAME-RESULT-INFO
           END-CALL
           MOVE GS-VERDICT TO WS-PRE-VERDICT

           COMPUTE WS-NEXT-PLY = PLY-COUNT + 1
           MOVE WS-NEXT-PLY TO RP-TARGET-PLY
           CALL "CSUB006" USING COORDINATES
                                GAME-HEADER
                                REPLAY-REQUEST
           END-CALL

           EVALUATE TRUE
               WHEN RP-NO-LOG-FILE
                   SET REPLAY-ENDED TO TRUE
                   SET GAME-FAILED TO TRUE
                   MOVE WS-NEXT-PLY TO WS-BAD-PLY
                   MOVE "MOVE FILE COULD NOT BE OPENED" TO WR-MESSAGE
                   PERFORM H2-WRITE-BAD-PLY
               WHEN RP-BAD-LOG
                   SET REPLAY-ENDED TO TRUE
                   SET GAME-FAILED TO TRUE
                   MOVE WS-NEXT-PLY TO WS-BAD-PLY
                   MOVE "FROM-SQUARE HOLDS NO PIECE OF THE MOVER'S"
                       TO WR-MESSAGE
                   PERFORM H2-WRITE-BAD-PLY
               WHEN RP-NO-MOVES
                   SET REPLAY-ENDED TO TRUE
               WHEN OTHER
                   PERFORM F2-JUDGE-PLY
                   IF GAME-FAILED OR PLY-COUNT >= 9999
                       SET REPLAY-ENDED TO TRUE
                   END-IF
           END-EVALUATE
           .

           F2-JUDGE-PLY SECTION.

      *******************************************************************
      *   A ply is wrong if the game was already over, if the side not  *
      *   to move made it, if it left two pieces on one square (a       *
      *   capture of its own man), or if it left the mover's own king   *
      *   attacked - CSUB007 asked with the turn handed back to the     *
      *   mover, the same question CUTIL07 asks before every save.      *
      *******************************************************************

           MOVE PLAYER-TURN TO WS-AFTER-TURN
           EVALUATE TRUE
               WHEN PRE-CHECKMATE
                   SET GAME-FAILED TO TRUE
                   MOVE WS-NEXT-PLY TO WS-BAD-PLY
                   MOVE "PLAYED AFTER CHECKMATE" TO WR-MESSAGE
               WHEN PRE-STALEMATE
                   SET GAME-FAILED TO TRUE
                   MOVE WS-NEXT-PLY TO WS-BAD-PLY
                   MOVE "PLAYED AFTER STALEMATE" TO WR-MESSAGE
               WHEN PRE-RULE-DRAW
                   SET GAME-FAILED TO TRUE
                   MOVE WS-NEXT-PLY TO WS-BAD-PLY
                   MOVE "PLAYED AFTER THE GAME WAS DRAWN BY RULE"
                       TO WR-MESSAGE
               WHEN WS-AFTER-TURN = WS-MOVER-TURN
                   SET GAME-FAILED TO TRUE
                   MOVE WS-NEXT-PLY TO WS-BAD-PLY
                   MOVE "MOVED BY THE SIDE NOT ON MOVE" TO WR-MESSAGE
               WHEN OTHER
                   PERFORM F3-PACK-FOR-VALIDATION
                   PERFORM V-VALIDATE-BOARD
                   IF GAME-IS-CORRUPT
                       SET GAME-FAILED TO TRUE
                       MOVE WS-NEXT-PLY TO WS-BAD-PLY
                       MOVE "LEAVES TWO PIECES ON ONE SQUARE"
                           TO WR-MESSAGE
                   ELSE
                       MOVE WS-MOVER-TURN TO PLAYER-TURN
                       CALL "CSUB007" USING COORDINATES
                                            GAME-HEADER
                                            GAME-STATUS-INFO
                                            GAME-RESULT-INFO
                       END-CALL
                       MOVE WS-AFTER-TURN TO PLAYER-TURN
                       IF GS-SIDE-IN-CHECK
                           SET GAME-FAILED TO TRUE
                           MOVE WS-NEXT-PLY TO WS-BAD-PLY
                           MOVE "LEAVES THE MOVER'S OWN KING IN CHECK"
                               TO WR-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE

           IF GAME-FAILED
               PERFORM H2-WRITE-BAD-PLY
           END-IF
           .

           F3-PACK-FOR-VALIDATION SECTION.

      *******************************************************************
      *   Same pack CSUB014 does, pared down to the fields              *
      *   V-VALIDATE-BOARD actually looks at.                           *
      *******************************************************************

           PERFORM VARYING WS-SIDE-SLOT FROM 1 BY 1
                   UNTIL WS-SIDE-SLOT > 16
               MOVE W-X-VAR(WS-SIDE-SLOT) TO IN-X(WS-SIDE-SLOT)
               MOVE W-Y-POS(WS-SIDE-SLOT) TO IN-Y(WS-SIDE-SLOT)
               MOVE W-ACTIVE(WS-SIDE-SLOT) TO IN-ACTIVE(WS-SIDE-SLOT)
               MOVE B-X-VAR(WS-SIDE-SLOT) TO IN-X(WS-SIDE-SLOT + 16)
               MOVE B-Y-POS(WS-SIDE-SLOT) TO IN-Y(WS-SIDE-SLOT + 16)
               MOVE B-ACTIVE(WS-SIDE-SLOT)
                   TO IN-ACTIVE(WS-SIDE-SLOT + 16)
           END-PERFORM
           .

           COPY VALIDATE.

           G-COMPARE-SAVE-RECORD SECTION.

      *******************************************************************
      *   Every ply checked out, so the rebuilt board is what the save  *
      *   record should hold: the ply count, the side to move, and for  *
      *   each of the 32 piece slots its piece, square, whether it is   *
      *   still on the board, and the castling and en passant markers.  *
      *   A difference is charged to the last ply rebuilt.              *
      *******************************************************************

           IF PLY-COUNT NOT = SAVE-PLY-COUNT
               MOVE PLY-COUNT TO WS-PLY-DISPLAY
               MOVE SAVE-PLY-COUNT TO WS-PLY-DISPLAY2
               MOVE SPACES TO WR-MESSAGE
               STRING "MOVES REACH PLY " WS-PLY-DISPLAY
                      ", SAVE RECORD IS AT PLY " WS-PLY-DISPLAY2
                      DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H3-WRITE-DIFFERENCE
           END-IF

           IF PLAYER-TURN NOT = SAVE-PLAYER-TURN
               MOVE SPACES TO WR-MESSAGE
               STRING "SIDE TO MOVE " PLAYER-TURN
                      " FROM THE MOVES, " SAVE-PLAYER-TURN
                      " ON THE SAVE RECORD" DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H3-WRITE-DIFFERENCE
           END-IF

           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 32
               PERFORM G2-COMPARE-SLOT
           END-PERFORM

           IF WS-DIFF-COUNT > WS-DIFF-MAX
               COMPUTE WS-EXTRA-DISPLAY = WS-DIFF-COUNT - WS-DIFF-MAX
               MOVE WS-BAD-PLY TO WR-PLY
               MOVE SPACES TO WR-MESSAGE
               STRING WS-EXTRA-DISPLAY
                      " FURTHER DIFFERENCES NOT LISTED"
                      DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H-WRITE-LINE
           END-IF
           .

           G2-COMPARE-SLOT SECTION.

      *******************************************************************
      *   Slots 1-16 are White's table and 17-32 Black's, the same      *
      *   numbering CSUB003 packs the save record in.  Squares only     *
      *   matter for a piece still on the board, and the castling and   *
      *   en passant markers only for the pieces they govern.           *
      *******************************************************************

           IF WS-SLOT > 16
               COMPUTE WS-SIDE-SLOT = WS-SLOT - 16
               MOVE B-X-VAR(WS-SIDE-SLOT) TO WS-RB-X
               MOVE B-Y-POS(WS-SIDE-SLOT) TO WS-RB-Y
               MOVE B-PIECE(WS-SIDE-SLOT) TO WS-RB-NAME
               MOVE B-ACTIVE(WS-SIDE-SLOT) TO WS-RB-ACTIVE
               MOVE B-KING-MOVED(WS-SIDE-SLOT) TO WS-RB-KING-MOVED
               MOVE B-ROOK-MOVED(WS-SIDE-SLOT) TO WS-RB-ROOK-MOVED
               MOVE B-LAST-MOVE(WS-SIDE-SLOT) TO WS-RB-LAST-MOVE
               MOVE B-2SQ-ADVANCE(WS-SIDE-SLOT) TO WS-RB-2SQ-ADV
           ELSE
               MOVE WS-SLOT TO WS-SIDE-SLOT
               MOVE W-X-VAR(WS-SIDE-SLOT) TO WS-RB-X
               MOVE W-Y-POS(WS-SIDE-SLOT) TO WS-RB-Y
               MOVE W-PIECE(WS-SIDE-SLOT) TO WS-RB-NAME
               MOVE W-ACTIVE(WS-SIDE-SLOT) TO WS-RB-ACTIVE
               MOVE W-KING-MOVED(WS-SIDE-SLOT) TO WS-RB-KING-MOVED
               MOVE W-ROOK-MOVED(WS-SIDE-SLOT) TO WS-RB-ROOK-MOVED
               MOVE W-LAST-MOVE(WS-SIDE-SLOT) TO WS-RB-LAST-MOVE
               MOVE W-2SQ-ADVANCE(WS-SIDE-SLOT) TO WS-RB-2SQ-ADV
           END-IF
           MOVE WS-SLOT TO WS-SLOT-DISPLAY

           MOVE WS-RB-X TO WS-SQ-X
           MOVE WS-RB-Y TO WS-SQ-Y
           MOVE WS-RB-ACTIVE TO WS-SQ-ACTIVE
           PERFORM G3-NAME-SQUARE
           MOVE WS-SQ-NAME TO WS-RB-SQUARE
           MOVE SAVE-IN-X(WS-SLOT) TO WS-SQ-X
           MOVE SAVE-IN-Y(WS-SLOT) TO WS-SQ-Y
           MOVE SAVE-IN-ACTIVE(WS-SLOT) TO WS-SQ-ACTIVE
           PERFORM G3-NAME-SQUARE
           MOVE WS-SQ-NAME TO WS-SV-SQUARE

           IF WS-RB-NAME NOT = SAVE-IN-NAME(WS-SLOT)
              OR WS-RB-SQUARE NOT = WS-SV-SQUARE
               MOVE SPACES TO WR-MESSAGE
               STRING "SLOT " WS-SLOT-DISPLAY " MOVES GIVE "
                      WS-RB-NAME " " WS-RB-SQUARE
                      ", SAVE RECORD HAS " SAVE-IN-NAME(WS-SLOT)
                      " " WS-SV-SQUARE DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H3-WRITE-DIFFERENCE
           ELSE
               IF WS-RB-ACTIVE = 'Y'
                   PERFORM G4-COMPARE-MARKERS
               END-IF
           END-IF
           .

           G3-NAME-SQUARE SECTION.

      *******************************************************************
      *   Algebraic name of WS-SQ-X/WS-SQ-Y, rank = 9 - Y as CSUB003    *
      *   writes it for the mail gateway; "--" for a captured piece     *
      *   and "??" for a square off the board.                          *
      *******************************************************************

           IF WS-SQ-ACTIVE NOT = 'Y'
               MOVE "--" TO WS-SQ-NAME
           ELSE
               IF WS-SQ-X < 1 OR WS-SQ-X > 8
                  OR WS-SQ-Y < 1 OR WS-SQ-Y > 8
                   MOVE "??" TO WS-SQ-NAME
               ELSE
                   MOVE WS-FILE-LETTERS(WS-SQ-X:1) TO WS-SQ-NAME(1:1)
                   COMPUTE WS-RANK-DIGIT = 9 - WS-SQ-Y
                   MOVE WS-RANK-DIGIT TO WS-SQ-NAME(2:1)
               END-IF
           END-IF
           .

           G4-COMPARE-MARKERS SECTION.

      *******************************************************************
      *   King-moved on a king and rook-moved on a rook decide          *
      *   castling; the two-square-advance and last-move markers decide *
      *   en passant on the next ply.                                   *
      *******************************************************************

           IF WS-RB-NAME(2:1) = 'K'
              AND WS-RB-KING-MOVED NOT = SAVE-IN-KING-MOVED(WS-SLOT)
               MOVE SPACES TO WR-MESSAGE
               STRING "SLOT " WS-SLOT-DISPLAY " " WS-RB-NAME
                      " KING-MOVED " WS-RB-KING-MOVED
                      " FROM THE MOVES, "
                      SAVE-IN-KING-MOVED(WS-SLOT)
                      " ON THE SAVE RECORD" DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H3-WRITE-DIFFERENCE
           END-IF
           IF WS-RB-NAME(2:1) = 'R'
              AND WS-RB-ROOK-MOVED NOT = SAVE-IN-ROOK-MOVED(WS-SLOT)
               MOVE SPACES TO WR-MESSAGE
               STRING "SLOT " WS-SLOT-DISPLAY " " WS-RB-NAME
                      " ROOK-MOVED " WS-RB-ROOK-MOVED
                      " FROM THE MOVES, "
                      SAVE-IN-ROOK-MOVED(WS-SLOT)
                      " ON THE SAVE RECORD" DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H3-WRITE-DIFFERENCE
           END-IF
           IF WS-RB-2SQ-ADV NOT = SAVE-IN-2SQ-ADV(WS-SLOT)
               MOVE SPACES TO WR-MESSAGE
               STRING "SLOT " WS-SLOT-DISPLAY " " WS-RB-NAME
                      " TWO-SQUARE " WS-RB-2SQ-ADV
                      " FROM THE MOVES, "
                      SAVE-IN-2SQ-ADV(WS-SLOT)
                      " ON THE SAVE RECORD" DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H3-WRITE-DIFFERENCE
           END-IF
           IF WS-RB-LAST-MOVE NOT = SAVE-IN-LAST-MOVE(WS-SLOT)
               MOVE SPACES TO WR-MESSAGE
               STRING "SLOT " WS-SLOT-DISPLAY " " WS-RB-NAME
                      " LAST-MOVED " WS-RB-LAST-MOVE
                      " FROM THE MOVES, "
                      SAVE-IN-LAST-MOVE(WS-SLOT)
                      " ON THE SAVE RECORD" DELIMITED BY SIZE
                   INTO WR-MESSAGE
               PERFORM H3-WRITE-DIFFERENCE
           END-IF
           .

           H-WRITE-LINE SECTION.

      *******************************************************************
      *   WR-PLY and WR-MESSAGE are filled by the caller.               *
      *******************************************************************

           MOVE WS-AUDIT-ID TO WR-GAME-ID
           IF WS-REPORT-OK
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE
           .

           H2-WRITE-BAD-PLY SECTION.

      *******************************************************************
      *                    H2-WRITE-BAD-PLY SECTION                     *
      *******************************************************************

           MOVE WS-BAD-PLY TO WR-PLY
           PERFORM H-WRITE-LINE
           .

           H3-WRITE-DIFFERENCE SECTION.

      *******************************************************************
      *   The first difference marks the game failed at the last ply    *
      *   rebuilt and heads its lines; past WS-DIFF-MAX lines the rest  *
      *   are only counted.                                             *
      *******************************************************************

           ADD 1 TO WS-DIFF-COUNT
           IF WS-DIFF-COUNT = 1
               SET GAME-FAILED TO TRUE
               MOVE PLY-COUNT TO WS-BAD-PLY
           END-IF
           IF WS-DIFF-COUNT NOT > WS-DIFF-MAX
               MOVE WS-BAD-PLY TO WR-PLY
               PERFORM H-WRITE-LINE
           END-IF
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
