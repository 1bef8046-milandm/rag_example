           RECORD KEY IS MV-KEY
           FILE STATUS IS WS-MOVEIDX-STATUS
           .
           SELECT ANNOT-FILE ASSIGN TO DYNAMIC WS-ANNOT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-KEY
           FILE STATUS IS WS-ANNOT-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD MOVEIDX-FILE.
           COPY MOVEIDX.
       FD ANNOT-FILE.
           COPY ANNOTREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 COUNTERS.
               88 NOT-EOF      VALUE 'N'.
       01 WS-MOVEIDX-STATUS    PIC XX.
           88 WS-MOVEIDX-OK    VALUE '00'.
       01 WS-ANNOT-STATUS      PIC XX.
           88 WS-ANNOT-OK      VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Default only used when CHESS_SAVE_DIR is not set in the
      *    environment - same convention as CSUB002/CSUB003.
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-MOVEIDX-PATH   PIC X(150).
           05 WS-ANNOT-PATH     PIC X(150).
       01 WS-REPLAY-WORK.
           05 WS-MOVER          PIC 99.
           05 WS-CAPTURE-FLAG   PIC X.
           05 WS-ABS-DELTA      PIC S9.
           05 WS-ROOK-FROM-X    PIC S9.
           05 WS-ROOK-TO-X      PIC S9.
       01 WS-NOTE-WORK.
           05 WS-NOTE-MOVE-NO   PIC ZZZ9.
           05 WS-NOTE-PLY       PIC ZZZ9.
           05 WS-NOTE-DOTS      PIC X(3).
           05 WS-NOTE-HEAD      PIC X(40).
           05 WS-NOTE-X         PIC 9(3).
           COPY ANNSYMWS.
           COPY DIRNORMWS.

       LINKAGE SECTION.
           IF (RP-OK OR RP-NO-MOVES) AND RP-PRINT-BOARD
               CALL "CSUB004" USING COORDINATES
               END-CALL
               PERFORM F-PRINT-NOTE
           END-IF
           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   A replay normally starts from CSUB001's standard position     *
      *   and applies the logged plies on top of it, so the board       *
      *   handed back is exactly what the save file would have held     *
      *   after the target ply.  A caller starting from its own board   *
      *   - a set-up position, or one it has already replayed part way  *
      *   - keeps that board and header; only the later plies apply.    *
      *******************************************************************

           IF NOT RP-FROM-CALLER-BOARD
               CALL "CSUB001" USING COORDINATES
               END-CALL
               SET W-TURN TO TRUE
               MOVE 0 TO PLY-COUNT
               MOVE 0 TO FIFTY-MOVE-COUNT
           END-IF
           MOVE 0 TO RP-PLIES-APPLIED
           SET RP-OK TO TRUE
           SET NOT-EOF TO TRUE
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_MOVEIDX.DAT" DELIMITED BY SIZE
                  INTO WS-MOVEIDX-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_ANNOT.DAT" DELIMITED BY SIZE
                  INTO WS-ANNOT-PATH
           .

           B-REPLAY-LOG SECTION.

      *******************************************************************
      *   Keyed read of this game's plies: START just past the ply the  *
      *   board already stands at and READ NEXT in key order until the  *
      *   game id changes or the target ply is passed - no scan of      *
      *   other games' history.                                         *
      *******************************************************************

           OPEN INPUT MOVEIDX-FILE
               DISPLAY "CANNOT OPEN MOVE FILE - NOTHING TO REPLAY"
           ELSE
               MOVE GAME-ID TO MV-GAME-ID
               MOVE PLY-COUNT TO MV-PLY
               START MOVEIDX-FILE KEY > MV-KEY
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
           END-IF
           .

           F-PRINT-NOTE SECTION.

      *******************************************************************
      *   The annotation on the ply the printed board stands after -    *
      *   the move just played, or the game note at ply zero - goes     *
      *   under the board: its glyphs on a heading line, then the       *
      *   comment a 70-column line at a time.  No annotation file, or   *
      *   no note at this ply, prints nothing.                          *
      *******************************************************************

           OPEN INPUT ANNOT-FILE
           IF WS-ANNOT-OK
               MOVE GAME-ID TO AN-GAME-ID
               MOVE PLY-COUNT TO AN-PLY
               READ ANNOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Y-NAG-TO-GLYPH
                       MOVE SPACES TO WS-NOTE-HEAD
                       IF PLY-COUNT = 0
                           MOVE "GAME NOTE" TO WS-NOTE-HEAD
                       ELSE
                           COMPUTE WS-NOTE-MOVE-NO =
                               (PLY-COUNT + 1) / 2
                           MOVE PLY-COUNT TO WS-NOTE-PLY
                           IF B-TURN
                               MOVE "." TO WS-NOTE-DOTS
                           ELSE
                               MOVE "..." TO WS-NOTE-DOTS
                           END-IF
                           STRING "NOTE AT PLY " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-NOTE-PLY)
                                      DELIMITED BY SIZE
                                  " (" DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-NOTE-MOVE-NO)
                                      DELIMITED BY SIZE
                                  WS-NOTE-DOTS DELIMITED BY SPACE
                                  ")" DELIMITED BY SIZE
                                  INTO WS-NOTE-HEAD
                       END-IF
                       DISPLAY FUNCTION TRIM(WS-NOTE-HEAD) ": "
                               WS-AS-MOVE-GLYPH " " WS-AS-POS-GLYPH
                       PERFORM VARYING WS-NOTE-X FROM 1 BY 70
                               UNTIL WS-NOTE-X > 210
                           IF AN-COMMENT(WS-NOTE-X:70) NOT = SPACES
                               DISPLAY AN-COMMENT(WS-NOTE-X:70)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE ANNOT-FILE
           END-IF
           .

           COPY DIRNORM.

           COPY ANNSYM.
