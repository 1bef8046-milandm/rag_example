      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CUTIL10.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ANNOT-FILE ASSIGN TO DYNAMIC WS-ANNOT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-KEY
           FILE STATUS IS WS-ANNOT-STATUS
           .
           SELECT MOVEIDX-FILE ASSIGN TO DYNAMIC WS-MOVEIDX-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MV-KEY
           FILE STATUS IS WS-MOVEIDX-STATUS
           .
           SELECT SETUPB-FILE ASSIGN TO DYNAMIC WS-SETUPB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETUPB-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ANNOT-FILE.
           COPY ANNOTREC.
       FD MOVEIDX-FILE.
           COPY MOVEIDX.
       FD SETUPB-FILE.
       01 SETUPB-RECORD           PIC X(116).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-DONE      PIC X.
               88 UTIL-DONE    VALUE 'Y'.
               88 UTIL-RUNNING VALUE 'N'.
           05 SWITCH-GAME      PIC X.
               88 GAME-CHOSEN      VALUE 'Y'.
               88 NO-GAME-CHOSEN   VALUE 'N'.
           05 SWITCH-PLY       PIC X.
               88 PLY-ON-FILE      VALUE 'Y'.
               88 PLY-NOT-ON-FILE  VALUE 'N'.
           05 SWITCH-NOTE      PIC X.
               88 NOTE-EXISTS      VALUE 'Y'.
               88 NOTE-IS-NEW      VALUE 'N'.
           05 SWITCH-ENTRY     PIC X.
               88 ENTRY-GOOD       VALUE 'Y'.
               88 ENTRY-BAD        VALUE 'N'.
           05 SWITCH-START     PIC X.
               88 START-READY      VALUE 'Y'.
               88 START-FAILED     VALUE 'N'.
       01 WS-ANNOT-STATUS      PIC XX.
           88 WS-ANNOT-OK      VALUE '00'.
       01 WS-MOVEIDX-STATUS    PIC XX.
           88 WS-MOVEIDX-OK    VALUE '00'.
       01 WS-SETUPB-STATUS     PIC XX.
           88 WS-SETUPB-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-ANNOT-PATH     PIC X(150).
           05 WS-MOVEIDX-PATH   PIC X(150).
           05 WS-SETUPB-PATH    PIC X(150).
       01 WS-CHOICE             PIC X.
       01 WS-CONFIRM            PIC X.
       01 WS-COACH-ID           PIC X(20).
       01 WS-GAME-ID            PIC X(10).
       01 WS-PLY                PIC 9(4).
       01 WS-LAST-PLY           PIC 9(4).
       01 WS-LIVE-PLIES         PIC 9(4).
       01 WS-TODAY              PIC 9(8).
       01 WS-GLYPH-ANSWER       PIC X(4).
       01 WS-COMMENT-LINE       PIC X(70).
       01 WS-LINE-X             PIC 9(3).
       01 WS-NOTES-LISTED       PIC 9(4).
      *******************************************************************
      *   How a ply is shown on the desk: "12." or "12..." and the move *
      *   as the move file holds it, piece code then from and to        *
      *   squares ("WQ d8-h4").                                         *
      *******************************************************************
       01 WS-MOVE-LABEL.
           05 WS-ML-MOVE-NO     PIC ZZZ9.
           05 WS-ML-PLY         PIC ZZZ9.
           05 WS-ML-DOTS        PIC X(3).
           05 WS-ML-MOVE        PIC X(8).
           05 WS-ML-TEXT        PIC X(40).
           05 WS-RANK-DIGIT     PIC 9.
       01 WS-FILE-LETTERS       PIC X(8) VALUE "abcdefgh".
       01 WS-SB-BASE-PLY        PIC 9(4).
       01 WS-SB-FEN             PIC X(100).
           COPY SETUPBL.
           COPY GAMEHDR.
           COPY COORDINATES.
           COPY RPLYREQ.
           COPY FENREQ.
           COPY ANNSYMWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM UNTIL UTIL-DONE
               PERFORM B-SHOW-MENU
               EVALUATE WS-CHOICE
                   WHEN 'G'
                       PERFORM C-CHOOSE-GAME
                   WHEN 'L'
                       IF GAME-CHOSEN
                           PERFORM D-LIST-NOTES
                       ELSE
                           DISPLAY "CHOOSE A GAME FIRST (G)"
                       END-IF
                   WHEN 'E'
                       IF GAME-CHOSEN
                           PERFORM E-EDIT-NOTE
                       ELSE
                           DISPLAY "CHOOSE A GAME FIRST (G)"
                       END-IF
                   WHEN 'D'
                       IF GAME-CHOSEN
                           PERFORM F-DELETE-NOTE
                       ELSE
                           DISPLAY "CHOOSE A GAME FIRST (G)"
                       END-IF
                   WHEN 'V'
                       IF GAME-CHOSEN
                           PERFORM G-VIEW-POSITION
                       ELSE
                           DISPLAY "CHOOSE A GAME FIRST (G)"
                       END-IF
                   WHEN 'X'
                       SET UTIL-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "PLEASE ENTER G, L, E, D, V OR X"
               END-EVALUATE
           END-PERFORM
           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Annotation desk for the coaches: pick a game, then add, edit, *
      *   list or remove the notes on its plies - a comment of up to    *
      *   three lines plus the move-quality and position glyphs - and   *
      *   look at the board at any ply with its note printed under it,  *
      *   as CSUB006 prints it.  Ply zero is the note on the game as a  *
      *   whole.  Notes only describe the game; nothing here touches    *
      *   the moves, so no game lock is taken.                          *
      *******************************************************************

           SET UTIL-RUNNING TO TRUE
           SET NO-GAME-CHOSEN TO TRUE
           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_ANNOT.DAT" DELIMITED BY SIZE
                  INTO WS-ANNOT-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_MOVEIDX.DAT" DELIMITED BY SIZE
                  INTO WS-MOVEIDX-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_SETUP_BASE.TXT" DELIMITED BY SIZE
                  INTO WS-SETUPB-PATH
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "COACH ID: " WITH NO ADVANCING
           ACCEPT WS-COACH-ID
           .

           B-SHOW-MENU SECTION.

      *******************************************************************
      *                      B-SHOW-MENU SECTION                        *
      *******************************************************************

           DISPLAY " "
           IF GAME-CHOSEN
               DISPLAY "GAME ANNOTATION - GAME " WS-GAME-ID
                       " (" WS-LIVE-PLIES " PLIES)"
           ELSE
               DISPLAY "GAME ANNOTATION - NO GAME CHOSEN"
           END-IF
           DISPLAY "  G - CHOOSE A GAME"
           DISPLAY "  L - LIST THE GAME'S NOTES"
           DISPLAY "  E - ADD OR EDIT THE NOTE AT A PLY"
           DISPLAY "  D - REMOVE THE NOTE AT A PLY"
           DISPLAY "  V - VIEW THE BOARD AND NOTE AT A PLY"
           DISPLAY "  X - EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           .

           C-CHOOSE-GAME SECTION.

      *******************************************************************
      *   A game can only be annotated once it has moves on the keyed   *
      *   move file; the live plies are counted for the menu heading.   *
      *******************************************************************

           DISPLAY "GAME ID: " WITH NO ADVANCING
           ACCEPT WS-GAME-ID
           SET NO-GAME-CHOSEN TO TRUE
           MOVE 0 TO WS-LIVE-PLIES
           MOVE 0 TO WS-LAST-PLY
           SET NOT-EOF TO TRUE
           OPEN INPUT MOVEIDX-FILE
           IF NOT WS-MOVEIDX-OK
               DISPLAY "NO MOVE FILE FOUND"
           ELSE
               MOVE WS-GAME-ID TO MV-GAME-ID
               MOVE 0 TO MV-PLY
               START MOVEIDX-FILE KEY >= MV-KEY
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ MOVEIDX-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF MV-GAME-ID NOT = WS-GAME-ID
                               SET EOF-Y TO TRUE
                           ELSE
                               IF MV-RETRACTED NOT = 'R'
                                   ADD 1 TO WS-LIVE-PLIES
                                   MOVE MV-PLY TO WS-LAST-PLY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEIDX-FILE
               IF WS-LIVE-PLIES = 0
                   DISPLAY "NO MOVES ON FILE FOR GAME " WS-GAME-ID
               ELSE
                   SET GAME-CHOSEN TO TRUE
               END-IF
           END-IF
           .

           C2-CHECK-PLY SECTION.

      *******************************************************************
      *   WS-PLY must be zero (the game note) or a live ply of the      *
      *   game; its label is built for the desk either way.             *
      *******************************************************************

           SET PLY-NOT-ON-FILE TO TRUE
           MOVE SPACES TO WS-ML-TEXT
           IF WS-PLY = 0
               SET PLY-ON-FILE TO TRUE
               MOVE "GAME NOTE" TO WS-ML-TEXT
           ELSE
               OPEN INPUT MOVEIDX-FILE
               IF WS-MOVEIDX-OK
                   MOVE WS-GAME-ID TO MV-GAME-ID
                   MOVE WS-PLY TO MV-PLY
                   READ MOVEIDX-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MV-RETRACTED NOT = 'R'
                               SET PLY-ON-FILE TO TRUE
                               PERFORM C3-LABEL-PLY
                           END-IF
                   END-READ
                   CLOSE MOVEIDX-FILE
               END-IF
               IF PLY-NOT-ON-FILE
                   DISPLAY "NO MOVE AT PLY " WS-PLY " OF GAME "
                           WS-GAME-ID
               END-IF
           END-IF
           .

           C3-LABEL-PLY SECTION.

      *******************************************************************
      *                      C3-LABEL-PLY SECTION                       *
      *******************************************************************

           COMPUTE WS-ML-MOVE-NO = (MV-PLY + 1) / 2
           MOVE MV-PLY TO WS-ML-PLY
           IF MV-COLOR = 'W'
               MOVE "." TO WS-ML-DOTS
           ELSE
               MOVE "..." TO WS-ML-DOTS
           END-IF
           MOVE SPACES TO WS-ML-MOVE
           MOVE MV-PIECE TO WS-ML-MOVE(1:2)
           MOVE WS-FILE-LETTERS(MV-FROM-X:1) TO WS-ML-MOVE(4:1)
           COMPUTE WS-RANK-DIGIT = 9 - MV-FROM-Y
           MOVE WS-RANK-DIGIT TO WS-ML-MOVE(5:1)
           MOVE '-' TO WS-ML-MOVE(6:1)
           MOVE WS-FILE-LETTERS(MV-TO-X:1) TO WS-ML-MOVE(7:1)
           COMPUTE WS-RANK-DIGIT = 9 - MV-TO-Y
           MOVE WS-RANK-DIGIT TO WS-ML-MOVE(8:1)
           MOVE SPACES TO WS-ML-TEXT
           STRING "PLY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ML-PLY) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ML-MOVE-NO) DELIMITED BY SIZE
                  WS-ML-DOTS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ML-MOVE DELIMITED BY SIZE
                  INTO WS-ML-TEXT
           .

           D-LIST-NOTES SECTION.

      *******************************************************************
      *   Keyed walk of the game's notes in ply order: the move, the    *
      *   glyphs, who left the note, then the comment lines.            *
      *******************************************************************

           MOVE 0 TO WS-NOTES-LISTED
           SET NOT-EOF TO TRUE
           OPEN INPUT ANNOT-FILE
           IF NOT WS-ANNOT-OK
               DISPLAY "NO ANNOTATION FILE FOUND"
           ELSE
               MOVE WS-GAME-ID TO AN-GAME-ID
               MOVE 0 TO AN-PLY
               START ANNOT-FILE KEY >= AN-KEY
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ ANNOT-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF AN-GAME-ID NOT = WS-GAME-ID
                               SET EOF-Y TO TRUE
                           ELSE
                               ADD 1 TO WS-NOTES-LISTED
                               MOVE AN-PLY TO WS-PLY
                               PERFORM D2-SHOW-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNOT-FILE
               DISPLAY "NOTES ON GAME " WS-GAME-ID ": "
                       WS-NOTES-LISTED
           END-IF
           .

           D2-SHOW-NOTE SECTION.

      *******************************************************************
      *   Shows the note in ANNOT-RECORD.  The move file is only open   *
      *   for the label while the annotation file is positioned, so the *
      *   label is read with its own open and close.                    *
      *******************************************************************

           IF WS-PLY = 0
               MOVE "GAME NOTE" TO WS-ML-TEXT
           ELSE
               MOVE SPACES TO WS-ML-TEXT
               STRING "PLY " DELIMITED BY SIZE
                      WS-PLY DELIMITED BY SIZE
                      INTO WS-ML-TEXT
               OPEN INPUT MOVEIDX-FILE
               IF WS-MOVEIDX-OK
                   MOVE WS-GAME-ID TO MV-GAME-ID
                   MOVE WS-PLY TO MV-PLY
                   READ MOVEIDX-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM C3-LABEL-PLY
                   END-READ
                   CLOSE MOVEIDX-FILE
               END-IF
           END-IF
           PERFORM Y-NAG-TO-GLYPH
           DISPLAY " "
           DISPLAY WS-ML-TEXT " " WS-AS-MOVE-GLYPH " " WS-AS-POS-GLYPH
                   "  BY " AN-AUTHOR
           PERFORM VARYING WS-LINE-X FROM 1 BY 70
                   UNTIL WS-LINE-X > 210
               IF AN-COMMENT(WS-LINE-X:70) NOT = SPACES
                   DISPLAY "    " AN-COMMENT(WS-LINE-X:70)
               END-IF
           END-PERFORM
           .

           E-EDIT-NOTE SECTION.

      *******************************************************************
      *   One ply's note, new or existing.  Each part can be kept as it *
      *   stands (blank answer), changed, or cleared with NONE; a note  *
      *   left with no glyph and no comment is removed altogether.      *
      *   The note is signed with the coach id and today's date.        *
      *******************************************************************

           DISPLAY "PLY (0 = NOTE ON THE WHOLE GAME): "
                   WITH NO ADVANCING
           ACCEPT WS-PLY
           PERFORM C2-CHECK-PLY
           IF PLY-ON-FILE
               PERFORM H-OPEN-ANNOTATIONS
               IF WS-ANNOT-OK
                   MOVE WS-GAME-ID TO AN-GAME-ID
                   MOVE WS-PLY TO AN-PLY
                   READ ANNOT-FILE
                       INVALID KEY
                           SET NOTE-IS-NEW TO TRUE
                           MOVE SPACES TO ANNOT-RECORD
                           MOVE WS-GAME-ID TO AN-GAME-ID
                           MOVE WS-PLY TO AN-PLY
                           MOVE 0 TO AN-MOVE-NAG
                           MOVE 0 TO AN-POSITION-NAG
                       NOT INVALID KEY
                           SET NOTE-EXISTS TO TRUE
                   END-READ
                   IF NOTE-EXISTS
                       PERFORM D2-SHOW-NOTE
                   ELSE
                       DISPLAY WS-ML-TEXT " - NO NOTE YET"
                   END-IF
                   PERFORM E2-ACCEPT-MOVE-GLYPH
                   PERFORM E3-ACCEPT-POSITION-GLYPH
                   PERFORM E4-ACCEPT-COMMENT
                   PERFORM E5-STORE-NOTE
                   CLOSE ANNOT-FILE
               END-IF
           END-IF
           .

           E2-ACCEPT-MOVE-GLYPH SECTION.

      *******************************************************************
      *                  E2-ACCEPT-MOVE-GLYPH SECTION                   *
      *******************************************************************

           SET ENTRY-BAD TO TRUE
           PERFORM UNTIL ENTRY-GOOD
               DISPLAY "MOVE GLYPH (! ? !! ?? !? ?!, BLANK KEEPS, NONE "
                       "CLEARS): " WITH NO ADVANCING
               MOVE SPACES TO WS-GLYPH-ANSWER
               ACCEPT WS-GLYPH-ANSWER
               EVALUATE TRUE
                   WHEN WS-GLYPH-ANSWER = SPACES
                       SET ENTRY-GOOD TO TRUE
                   WHEN WS-GLYPH-ANSWER = "NONE"
                       MOVE 0 TO AN-MOVE-NAG
                       SET ENTRY-GOOD TO TRUE
                   WHEN OTHER
                       MOVE WS-GLYPH-ANSWER(1:3) TO WS-AS-GLYPH-IN
                       PERFORM Y2-GLYPH-TO-NAG
                       IF AS-MOVE-QUALITY
                          AND WS-GLYPH-ANSWER(4:1) = SPACE
                           MOVE WS-AS-NAG-OUT TO AN-MOVE-NAG
                           SET ENTRY-GOOD TO TRUE
                       ELSE
                           DISPLAY "NOT A MOVE GLYPH"
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

           E3-ACCEPT-POSITION-GLYPH SECTION.

      *******************************************************************
      *                E3-ACCEPT-POSITION-GLYPH SECTION                 *
      *******************************************************************

           SET ENTRY-BAD TO TRUE
           PERFORM UNTIL ENTRY-GOOD
               DISPLAY "POSITION GLYPH (= ~ += =+ +/- -/+ +- -+, BLANK "
                       "KEEPS, NONE CLEARS): " WITH NO ADVANCING
               MOVE SPACES TO WS-GLYPH-ANSWER
               ACCEPT WS-GLYPH-ANSWER
               EVALUATE TRUE
                   WHEN WS-GLYPH-ANSWER = SPACES
                       SET ENTRY-GOOD TO TRUE
                   WHEN WS-GLYPH-ANSWER = "NONE"
                       MOVE 0 TO AN-POSITION-NAG
                       SET ENTRY-GOOD TO TRUE
                   WHEN OTHER
                       MOVE WS-GLYPH-ANSWER(1:3) TO WS-AS-GLYPH-IN
                       PERFORM Y2-GLYPH-TO-NAG
                       IF AS-POSITION
                          AND WS-GLYPH-ANSWER(4:1) = SPACE
                           MOVE WS-AS-NAG-OUT TO AN-POSITION-NAG
                           SET ENTRY-GOOD TO TRUE
                       ELSE
                           DISPLAY "NOT A POSITION GLYPH"
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

           E4-ACCEPT-COMMENT SECTION.

      *******************************************************************
      *   Up to three lines of 70.  A blank first line keeps the text   *
      *   already there; a blank later line ends the comment.           *
      *******************************************************************

           DISPLAY "COMMENT, UP TO 3 LINES (BLANK KEEPS, NONE CLEARS)"
           MOVE SPACES TO WS-COMMENT-LINE
           ACCEPT WS-COMMENT-LINE
           EVALUATE TRUE
               WHEN WS-COMMENT-LINE = SPACES
                   CONTINUE
               WHEN WS-COMMENT-LINE = "NONE"
                   MOVE SPACES TO AN-COMMENT
               WHEN OTHER
                   MOVE SPACES TO AN-COMMENT
                   MOVE WS-COMMENT-LINE TO AN-COMMENT(1:70)
                   MOVE 71 TO WS-LINE-X
                   PERFORM UNTIL WS-LINE-X > 210
                       MOVE SPACES TO WS-COMMENT-LINE
                       ACCEPT WS-COMMENT-LINE
                       IF WS-COMMENT-LINE = SPACES
                           MOVE 211 TO WS-LINE-X
                       ELSE
                           MOVE WS-COMMENT-LINE
                               TO AN-COMMENT(WS-LINE-X:70)
                           ADD 70 TO WS-LINE-X
                       END-IF
                   END-PERFORM
           END-EVALUATE
           .

           E5-STORE-NOTE SECTION.

      *******************************************************************
      *                      E5-STORE-NOTE SECTION                      *
      *******************************************************************

           IF AN-MOVE-NAG = 0 AND AN-POSITION-NAG = 0
              AND AN-COMMENT = SPACES
               IF NOTE-EXISTS
                   DELETE ANNOT-FILE RECORD
                   END-DELETE
                   DISPLAY "NOTE IS EMPTY - REMOVED"
               ELSE
                   DISPLAY "NOTHING ENTERED - NO NOTE ADDED"
               END-IF
           ELSE
               SET AN-FROM-COACH TO TRUE
               MOVE WS-COACH-ID TO AN-AUTHOR
               MOVE WS-TODAY TO AN-UPDATED
               IF NOTE-EXISTS
                   REWRITE ANNOT-RECORD
                       INVALID KEY
                           DISPLAY "NOTE COULD NOT BE UPDATED - STATUS "
                                   WS-ANNOT-STATUS
                       NOT INVALID KEY
                           DISPLAY "NOTE UPDATED"
                   END-REWRITE
               ELSE
                   WRITE ANNOT-RECORD
                       INVALID KEY
                           DISPLAY "NOTE COULD NOT BE ADDED - STATUS "
                                   WS-ANNOT-STATUS
                       NOT INVALID KEY
                           DISPLAY "NOTE ADDED"
                   END-WRITE
               END-IF
           END-IF
           .

           F-DELETE-NOTE SECTION.

      *******************************************************************
      *                      F-DELETE-NOTE SECTION                      *
      *******************************************************************

           DISPLAY "PLY OF THE NOTE TO REMOVE: " WITH NO ADVANCING
           ACCEPT WS-PLY
           OPEN I-O ANNOT-FILE
           IF NOT WS-ANNOT-OK
               DISPLAY "NO ANNOTATION FILE FOUND"
           ELSE
               MOVE WS-GAME-ID TO AN-GAME-ID
               MOVE WS-PLY TO AN-PLY
               READ ANNOT-FILE
                   INVALID KEY
                       DISPLAY "NO NOTE AT PLY " WS-PLY
                   NOT INVALID KEY
                       PERFORM D2-SHOW-NOTE
                       DISPLAY "REMOVE THIS NOTE (Y/N)? "
                               WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           DELETE ANNOT-FILE RECORD
                           END-DELETE
                           DISPLAY "NOTE REMOVED"
                       ELSE
                           DISPLAY "NOTE KEPT"
                       END-IF
               END-READ
               CLOSE ANNOT-FILE
           END-IF
           .

           G-VIEW-POSITION SECTION.

      *******************************************************************
      *   The board after the ply, printed by CSUB006 through CSUB004   *
      *   with the ply's note under it.  A game set up from a FEN       *
      *   replays from its set-up position, as CBATCH17 rebuilds it.    *
      *******************************************************************

           DISPLAY "PLY (0 = STARTING POSITION): " WITH NO ADVANCING
           ACCEPT WS-PLY
           PERFORM G2-FIND-SETUP-BASE
           IF START-READY
               MOVE WS-GAME-ID TO GAME-ID
               MOVE WS-PLY TO RP-TARGET-PLY
               SET RP-PRINT-BOARD TO TRUE
               CALL "CSUB006" USING COORDINATES
                                    GAME-HEADER
                                    REPLAY-REQUEST
               END-CALL
               EVALUATE TRUE
                   WHEN RP-BAD-LOG
                       DISPLAY "MOVE FILE DOES NOT REPLAY - SEE ABOVE"
                   WHEN RP-NO-LOG-FILE
                       CONTINUE
                   WHEN PLY-COUNT < WS-PLY
                       DISPLAY "GAME ENDS AT PLY " PLY-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

           G2-FIND-SETUP-BASE SECTION.

      *******************************************************************
      *   The latest setup-register line for the game, if any, sets     *
      *   the board from its FEN at its base ply; otherwise the replay  *
      *   starts from the standard position.                            *
      *******************************************************************

           SET START-READY TO TRUE
           SET RP-FROM-STANDARD TO TRUE
           MOVE SPACES TO WS-SB-FEN
           MOVE 0 TO WS-SB-BASE-PLY
           SET NOT-EOF TO TRUE
           OPEN INPUT SETUPB-FILE
           IF WS-SETUPB-OK
               PERFORM UNTIL EOF-Y
                   MOVE SPACES TO WS-SETUPB-LINE
                   READ SETUPB-FILE INTO WS-SETUPB-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF SB-GAME-ID = WS-GAME-ID
                               SET RP-FROM-CALLER-BOARD TO TRUE
                               MOVE 0 TO WS-SB-BASE-PLY
                               IF SB-BASE-PLY IS NUMERIC
                                   MOVE SB-BASE-PLY TO WS-SB-BASE-PLY
                               END-IF
                               MOVE SB-FEN-TEXT TO WS-SB-FEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETUPB-FILE
           END-IF

           IF RP-FROM-CALLER-BOARD
               IF WS-SB-FEN = SPACES
                   SET START-FAILED TO TRUE
                   DISPLAY "GAME WAS SET UP BEFORE THE REGISTER KEPT "
                           "ITS FEN - CANNOT SHOW THE BOARD"
               ELSE
                   MOVE WS-SB-FEN TO FR-FEN-TEXT
                   CALL "CSUB014" USING COORDINATES
                                        GAME-HEADER
                                        FEN-REQUEST
                   END-CALL
                   IF FR-OK
                       MOVE WS-SB-BASE-PLY TO PLY-COUNT
                   ELSE
                       SET START-FAILED TO TRUE
                       DISPLAY "SET-UP FEN ON THE REGISTER NO LONGER "
                               "READS - CANNOT SHOW THE BOARD"
                   END-IF
               END-IF
           END-IF
           .

           H-OPEN-ANNOTATIONS SECTION.

      *******************************************************************
      *                   H-OPEN-ANNOTATIONS SECTION                    *
      *******************************************************************

           OPEN I-O ANNOT-FILE
      *    Only a file that has never been created (status 35) may be
      *    built fresh here; any other status means the existing file
      *    is damaged, and creating over it would wipe it.
           IF WS-ANNOT-STATUS = '35'
               OPEN OUTPUT ANNOT-FILE
               CLOSE ANNOT-FILE
               OPEN I-O ANNOT-FILE
           END-IF
           IF NOT WS-ANNOT-OK
               DISPLAY "CANNOT OPEN ANNOTATION FILE - STATUS "
                       WS-ANNOT-STATUS
           END-IF
           .

           COPY DIRNORM.

           COPY ANNSYM.
