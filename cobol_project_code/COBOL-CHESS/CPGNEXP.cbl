           RECORD KEY IS GO-GAME-ID
           FILE STATUS IS WS-GAMEOPEN-STATUS
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
       FD MOVEIDX-FILE.
           COPY MOVEIDX.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD PGN-FILE.
       01 PGN-RECORD              PIC X(80).
       FD GAMEOPEN-FILE.
           COPY GOPENREC.
       FD ANNOT-FILE.
           COPY ANNOTREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-OPENING   PIC X.
               88 OPENING-FOUND     VALUE 'Y'.
               88 OPENING-NOT-FOUND VALUE 'N'.
           05 SWITCH-ANNOT     PIC X.
               88 ANNOT-OPEN       VALUE 'Y'.
               88 ANNOT-CLOSED     VALUE 'N'.
      *    Y once a comment has gone out after a White move, so the
      *    Black move that follows carries its own "12..." number.
           05 SWITCH-RENUMBER  PIC X.
               88 BLACK-NEEDS-NUMBER VALUE 'Y'.
               88 BLACK-NUMBER-CLEAR VALUE 'N'.
       01 WS-MOVEIDX-STATUS    PIC XX.
           88 WS-MOVEIDX-OK    VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-PGN-OK        VALUE '00'.
       01 WS-GAMEOPEN-STATUS   PIC XX.
           88 WS-GAMEOPEN-OK   VALUE '00'.
       01 WS-ANNOT-STATUS      PIC XX.
           88 WS-ANNOT-OK      VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-PGN-PATH       PIC X(150).
           05 WS-GAMEOPEN-PATH  PIC X(150).
           05 WS-ANNOT-PATH     PIC X(150).
       01 WS-EXPORT-ID          PIC X(10).
      *******************************************************************
      *   Replay grid, (Y, X), so each logged move can be annotated as  *
           05 WS-DATE-DIGITS    PIC 9(8).
           05 WS-TAG-LINE       PIC X(80).
       01 WS-ROUND-I            PIC 99.
       01 WS-NOTE-WORK.
           05 WS-NOTE-TOKEN     PIC X(72).
           05 WS-NOTE-WORD      PIC X(70).
           05 WS-NOTE-LEN       PIC 9(3).
           05 WS-NOTE-P         PIC 9(3).
           05 WS-NOTE-FIRST     PIC X.
           05 WS-NAG-EDIT       PIC ZZ9.
           05 WS-NOTES-WRITTEN  PIC 9(4).
           COPY COORDINATES.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
               CLOSE PGN-FILE
               DISPLAY "EXPORTED " WS-MOVES-WRITTEN " PLIES TO "
                       WS-PGN-PATH
               DISPLAY "ANNOTATED PLIES WRITTEN: " WS-NOTES-WRITTEN
           END-IF

           GOBACK.
      *******************************************************************

           MOVE 0 TO WS-MOVES-WRITTEN
           MOVE 0 TO WS-NOTES-WRITTEN
           DISPLAY "ENTER GAME ID TO EXPORT: " WITH NO ADVANCING
           ACCEPT WS-EXPORT-ID
           .
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_GAMEOPEN.DAT" DELIMITED BY SIZE
                  INTO WS-GAMEOPEN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_ANNOT.DAT" DELIMITED BY SIZE
                  INTO WS-ANNOT-PATH
           .

           B2-FIND-OPENING SECTION.
      *******************************************************************

           SET LEDGER-NOT-FOUND TO TRUE
           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-OK
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           IF WL-GAME-ID OF WS-LEDGER-LINE
                              = WS-EXPORT-ID
                              AND LC-LINE-COUNTS
                               SET LEDGER-FOUND TO TRUE
                               SET EOF-Y TO TRUE
                           END-IF
      *******************************************************************
      *   Keyed walk of this game's move records in ply order; the      *
      *   whole club's history is never read.  Retracted plies are      *
      *   left out of the score sheet.  The game's annotations follow   *
      *   the moves they belong to, the game note ahead of move one.    *
      *******************************************************************

           SET BLACK-NUMBER-CLEAR TO TRUE
           SET ANNOT-CLOSED TO TRUE
           OPEN INPUT ANNOT-FILE
           IF WS-ANNOT-OK
               SET ANNOT-OPEN TO TRUE
               MOVE 0 TO AN-PLY
               PERFORM J-ADD-ANNOTATION
           END-IF
           SET NOT-EOF TO TRUE
           OPEN INPUT MOVEIDX-FILE
           IF NOT WS-MOVEIDX-OK
                                   PERFORM F-FORMAT-MOVE
                                   PERFORM G-APPLY-TO-GRID
                                   ADD 1 TO WS-MOVES-WRITTEN
                                   IF ANNOT-OPEN
                                       MOVE MV-PLY TO AN-PLY
                                       PERFORM J-ADD-ANNOTATION
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEIDX-FILE
           END-IF
           IF ANNOT-OPEN
               CLOSE ANNOT-FILE
           END-IF
           MOVE WS-RESULT-TOKEN TO WS-MOVE-TEXT
           PERFORM H-ADD-TOKEN
           PERFORM I-FLUSH-LINE
                      INTO WS-TAG-LINE
               MOVE WS-TAG-LINE(1:16) TO WS-MOVE-TEXT
           END-IF
      *    A comment between White's move and Black's reply means the
      *    reply is numbered again, "12... e7-e5", as the export
      *    format asks.
           IF MV-COLOR = 'B' AND BLACK-NEEDS-NUMBER
               COMPUTE WS-MOVE-NO = MV-PLY / 2
               MOVE SPACES TO WS-TAG-LINE
               STRING FUNCTION TRIM(WS-MOVE-NO) DELIMITED BY SIZE
                      "... " DELIMITED BY SIZE
                      WS-MOVE-TEXT DELIMITED BY SIZE
                      INTO WS-TAG-LINE
               MOVE WS-TAG-LINE(1:16) TO WS-MOVE-TEXT
           END-IF
           SET BLACK-NUMBER-CLEAR TO TRUE
           PERFORM H-ADD-TOKEN
           .

           END-IF
           .

           J-ADD-ANNOTATION SECTION.

      *******************************************************************
      *   The note at AN-PLY, if there is one, in export form: the      *
      *   move and position codes as $n tokens, then the comment in     *
      *   braces, word-wrapped like the moves.  A closing brace inside  *
      *   the text would end the comment early, so it goes out as a     *
      *   parenthesis.                                                  *
      *******************************************************************

           MOVE WS-EXPORT-ID TO AN-GAME-ID
           READ ANNOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NOTES-WRITTEN
                   IF AN-MOVE-NAG > 0
                       MOVE AN-MOVE-NAG TO WS-NAG-EDIT
                       MOVE SPACES TO WS-NOTE-TOKEN
                       STRING "$" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-NAG-EDIT)
                                  DELIMITED BY SIZE
                              INTO WS-NOTE-TOKEN
                       PERFORM J2-ADD-NOTE-TOKEN
                   END-IF
                   IF AN-POSITION-NAG > 0
                       MOVE AN-POSITION-NAG TO WS-NAG-EDIT
                       MOVE SPACES TO WS-NOTE-TOKEN
                       STRING "$" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-NAG-EDIT)
                                  DELIMITED BY SIZE
                              INTO WS-NOTE-TOKEN
                       PERFORM J2-ADD-NOTE-TOKEN
                   END-IF
                   IF AN-COMMENT NOT = SPACES
                       INSPECT AN-COMMENT REPLACING ALL '}' BY ')'
                       COMPUTE WS-NOTE-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(AN-COMMENT TRAILING))
                       MOVE 'Y' TO WS-NOTE-FIRST
                       MOVE 1 TO WS-NOTE-P
                       PERFORM UNTIL WS-NOTE-P > WS-NOTE-LEN
                           MOVE SPACES TO WS-NOTE-WORD
                           UNSTRING AN-COMMENT(1:WS-NOTE-LEN)
                               DELIMITED BY ALL SPACE
                               INTO WS-NOTE-WORD
                               WITH POINTER WS-NOTE-P
                           END-UNSTRING
                           IF WS-NOTE-WORD NOT = SPACES
                               MOVE SPACES TO WS-NOTE-TOKEN
                               IF WS-NOTE-FIRST = 'Y'
                                   STRING "{" DELIMITED BY SIZE
                                          WS-NOTE-WORD
                                              DELIMITED BY SPACE
                                          INTO WS-NOTE-TOKEN
                                   MOVE 'N' TO WS-NOTE-FIRST
                               ELSE
                                   MOVE WS-NOTE-WORD TO WS-NOTE-TOKEN
                               END-IF
                               IF WS-NOTE-P > WS-NOTE-LEN
                                   COMPUTE WS-TOKEN-LEN = FUNCTION
                                       LENGTH(FUNCTION TRIM(
                                           WS-NOTE-TOKEN))
                                   MOVE "}" TO WS-NOTE-TOKEN
                                       (WS-TOKEN-LEN + 1:1)
                               END-IF
                               PERFORM J2-ADD-NOTE-TOKEN
                           END-IF
                       END-PERFORM
                       IF MV-COLOR = 'W' AND AN-PLY > 0
                           SET BLACK-NEEDS-NUMBER TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

           J2-ADD-NOTE-TOKEN SECTION.

      *******************************************************************
      *   H-ADD-TOKEN for the wider tokens a note is made of.           *
      *******************************************************************

           COMPUTE WS-TOKEN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NOTE-TOKEN))
           IF WS-OUT-LEN + WS-TOKEN-LEN + 1 > 75
               PERFORM I-FLUSH-LINE
           END-IF
           IF WS-OUT-LEN > 0
               ADD 1 TO WS-OUT-LEN
           END-IF
           MOVE WS-NOTE-TOKEN(1:WS-TOKEN-LEN)
               TO WS-OUT-LINE(WS-OUT-LEN + 1:WS-TOKEN-LEN)
           ADD WS-TOKEN-LEN TO WS-OUT-LEN
           .

           COPY DIRNORM.

           COPY LEDGCOR.
