           RECORD KEY IS MV-KEY
           FILE STATUS IS WS-MOVEIDX-STATUS
           .
           SELECT ANNOT-FILE ASSIGN TO DYNAMIC WS-ANNOT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-KEY
           FILE STATUS IS WS-ANNOT-STATUS
           .
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD MOVEIDX-FILE.
           COPY MOVEIDX.
       FD ANNOT-FILE.
           COPY ANNOTREC.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(80).
      *-----------------------
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-ANNOT     PIC X.
               88 ANNOT-OPEN   VALUE 'Y'.
               88 ANNOT-CLOSED VALUE 'N'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-MOVEIDX-STATUS    PIC XX.
           88 WS-MOVEIDX-OK    VALUE '00'.
       01 WS-ANNOT-STATUS      PIC XX.
           88 WS-ANNOT-OK      VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           88 WS-REPORT-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-MOVEIDX-PATH   PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
           05 WS-ANNOT-PATH     PIC X(150).
      *******************************************************************
      *   Which colours are inspected for this game: the losing side,   *
      *   or both sides of a draw - the winner found their wins.        *
       01 WS-TALLIES.
           05 WS-GAMES-SCANNED  PIC 9(5) VALUE 0.
           05 WS-MATES-MISSED   PIC 9(5) VALUE 0.
           05 WS-NOTES-POSTED   PIC 9(5) VALUE 0.
           05 WS-NOTES-SKIPPED  PIC 9(5) VALUE 0.
           05 WS-NOTES-FAILED   PIC 9(5) VALUE 0.
       01 WS-NOTE-WORK.
           05 WS-NOTE-TEXT      PIC X(40).
           05 WS-NOTE-LETTER    PIC X.
           05 WS-NOTE-LEN       PIC 9(3).
           05 WS-NOTE-MARKS     PIC 9(3).
           05 WS-TODAY          PIC 9(8).
       01 WS-HEADING-1          PIC X(80) VALUE
          "PLAYER ID            GAME ID     PLY MISSED MATE IN ONE".
       01 WS-HEADING-2          PIC X(80) VALUE ALL "-".
           COPY ENGREQ.
           COPY RPLYREQ.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.

           DISPLAY "GAMES SCANNED: " WS-GAMES-SCANNED
           DISPLAY "MATES MISSED:  " WS-MATES-MISSED
           DISPLAY "POSTED AS ANNOTATIONS: " WS-NOTES-POSTED
           IF WS-NOTES-SKIPPED > 0
               DISPLAY "NOT POSTED, NO ROOM ON THE NOTE: "
                       WS-NOTES-SKIPPED
           END-IF
           IF WS-NOTES-FAILED > 0
               DISPLAY "NOT POSTED, ANNOTATION WRITE FAILED: "
                       WS-NOTES-FAILED
           END-IF

           GOBACK.

      *   the engine always judges exactly the board the player saw -   *
      *   slower than carrying a board forward, but the sweep runs      *
      *   unattended and can never drift out of step with a takeback.   *
      *   Each missed mate is also posted to the game itself as an      *
      *   annotation on the ply, for the coach and the replay print.    *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TRAINING_REPORT.TXT" DELIMITED BY SIZE
                  INTO WS-REPORT-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_ANNOT.DAT" DELIMITED BY SIZE
                  INTO WS-ANNOT-PATH
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT MOVEIDX-FILE
           IF NOT WS-MOVEIDX-OK
               WRITE REPORT-RECORD FROM WS-HEADING-1
               WRITE REPORT-RECORD FROM WS-HEADING-2
           END-IF
           OPEN I-O ANNOT-FILE
      *    Only a file that has never been created (status 35) may be
      *    built fresh here; any other status means the existing file
      *    is damaged, and creating over it would wipe it.
           IF WS-ANNOT-STATUS = '35'
               OPEN OUTPUT ANNOT-FILE
               CLOSE ANNOT-FILE
               OPEN I-O ANNOT-FILE
           END-IF
           IF WS-ANNOT-OK
               SET ANNOT-OPEN TO TRUE
           ELSE
               SET ANNOT-CLOSED TO TRUE
               DISPLAY "CANNOT OPEN ANNOTATION FILE - STATUS "
                       WS-ANNOT-STATUS " - REPORT ONLY, NOTHING POSTED"
           END-IF
           .

           B-SCAN-LEDGER SECTION.
           IF NOT WS-MOVEIDX-OK OR NOT WS-REPORT-OK
               CONTINUE
           ELSE
               PERFORM U-LOAD-LEDGER-CORRECTIONS
               SET NOT-EOF TO TRUE
               OPEN INPUT LEDGER-FILE
               IF NOT WS-LEDGER-OK
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               PERFORM U2-CORRECT-LEDGER-LINE
                               IF WL-GAME-ID NOT = SPACES
                                  AND LC-LINE-COUNTS
                                  AND WL-RESULT-CODE NOT = 'F'
                                   PERFORM C-SCAN-ONE-GAME
                               END-IF
           MOVE WL-GAME-ID TO GAME-ID
           COMPUTE RP-TARGET-PLY = WS-PLY - 1
           SET RP-NO-PRINT TO TRUE
           SET RP-FROM-STANDARD TO TRUE
           CALL "CSUB006" USING COORDINATES
                                GAME-HEADER
                                REPLAY-REQUEST

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-MATES-MISSED
           IF ANNOT-OPEN
               PERFORM G-POST-ANNOTATION
           END-IF
           .

           G-POST-ANNOTATION SECTION.

      *******************************************************************
      *   The finding goes on the ply where the mate was missed, in the *
      *   notation the export uses ("MISSED MATE IN ONE: Qd8-h4#"),     *
      *   with the move marked ? unless it already carries a glyph.     *
      *   The sweep's own note from an earlier run is simply refreshed; *
      *   a coach's or an imported note keeps its text and has the      *
      *   finding added on the end, once, where there is room.          *
      *******************************************************************

           EVALUATE LM-PIECE(2:1)
               WHEN 'P'
                   MOVE SPACE TO WS-NOTE-LETTER
               WHEN 'H'
                   MOVE 'N' TO WS-NOTE-LETTER
               WHEN OTHER
                   MOVE LM-PIECE(2:1) TO WS-NOTE-LETTER
           END-EVALUATE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "MISSED MATE IN ONE: " DELIMITED BY SIZE
                  WS-NOTE-LETTER DELIMITED BY SPACE
                  WD-MOVE-TEXT(4:5) DELIMITED BY SIZE
                  "#" DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT

           MOVE WL-GAME-ID TO AN-GAME-ID
           MOVE WS-PLY TO AN-PLY
           READ ANNOT-FILE
               INVALID KEY
                   MOVE SPACES TO ANNOT-RECORD
                   MOVE WL-GAME-ID TO AN-GAME-ID
                   MOVE WS-PLY TO AN-PLY
                   MOVE 2 TO AN-MOVE-NAG
                   MOVE 0 TO AN-POSITION-NAG
                   SET AN-FROM-SWEEP TO TRUE
                   MOVE "MISSED-WIN SWEEP" TO AN-AUTHOR
                   MOVE WS-TODAY TO AN-UPDATED
                   MOVE WS-NOTE-TEXT TO AN-COMMENT
                   WRITE ANNOT-RECORD
                       INVALID KEY
                           PERFORM G3-NOTE-NOT-WRITTEN
                       NOT INVALID KEY
                           ADD 1 TO WS-NOTES-POSTED
                   END-WRITE
               NOT INVALID KEY
                   PERFORM G2-ADD-TO-NOTE
           END-READ
           .

           G2-ADD-TO-NOTE SECTION.

      *******************************************************************
      *                    G2-ADD-TO-NOTE SECTION                       *
      *******************************************************************

           IF AN-MOVE-NAG = 0
               MOVE 2 TO AN-MOVE-NAG
           END-IF
           IF AN-FROM-SWEEP OR AN-COMMENT = SPACES
               MOVE WS-NOTE-TEXT TO AN-COMMENT
               MOVE WS-TODAY TO AN-UPDATED
               REWRITE ANNOT-RECORD
                   INVALID KEY
                       PERFORM G3-NOTE-NOT-WRITTEN
                   NOT INVALID KEY
                       ADD 1 TO WS-NOTES-POSTED
               END-REWRITE
           ELSE
               MOVE 0 TO WS-NOTE-MARKS
               INSPECT AN-COMMENT TALLYING WS-NOTE-MARKS
                   FOR ALL "MISSED MATE IN ONE"
               COMPUTE WS-NOTE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(AN-COMMENT TRAILING))
               IF WS-NOTE-MARKS > 0
                   REWRITE ANNOT-RECORD
                       INVALID KEY
                           PERFORM G3-NOTE-NOT-WRITTEN
                   END-REWRITE
               ELSE
                   IF WS-NOTE-LEN + 42 > 210
                       ADD 1 TO WS-NOTES-SKIPPED
                   ELSE
                       MOVE WS-NOTE-TEXT
                           TO AN-COMMENT(WS-NOTE-LEN + 3:40)
                       REWRITE ANNOT-RECORD
                           INVALID KEY
                               PERFORM G3-NOTE-NOT-WRITTEN
                           NOT INVALID KEY
                               ADD 1 TO WS-NOTES-POSTED
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
           .

           G3-NOTE-NOT-WRITTEN SECTION.

      *******************************************************************
      *                  G3-NOTE-NOT-WRITTEN SECTION                    *
      *******************************************************************

           DISPLAY "ANNOTATION NOT WRITTEN FOR " AN-GAME-ID
                   " PLY " AN-PLY " - STATUS " WS-ANNOT-STATUS
           ADD 1 TO WS-NOTES-FAILED
           .

           H-CLOSE-FILES SECTION.
           IF WS-REPORT-OK
               CLOSE REPORT-FILE
           END-IF
           IF ANNOT-OPEN
               CLOSE ANNOT-FILE
           END-IF
           .

           COPY DIRNORM.

           COPY LEDGCOR.
