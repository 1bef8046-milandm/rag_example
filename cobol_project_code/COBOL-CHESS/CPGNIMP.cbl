           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-STATUS
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
       FD CLOSED-FILE.
       01 CLOSED-RECORD           PIC X(6).
       FD ANNOT-FILE.
           COPY ANNOTREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-SCORE-END PIC X.
               88 SCORE-ENDED       VALUE 'Y'.
               88 SCORE-OPEN        VALUE 'N'.
           05 SWITCH-TC-MOVES  PIC X.
               88 TC-ONE-MOVE       VALUE '1'.
               88 TC-MANY-MOVES     VALUE 'M'.
       01 WS-PGN-STATUS        PIC XX.
           88 WS-PGN-OK        VALUE '00'.
       01 WS-MOVEIDX-STATUS    PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-CLOSED-STATUS     PIC XX.
           88 WS-CLOSED-OK     VALUE '00'.
       01 WS-ANNOT-STATUS      PIC XX.
           88 WS-ANNOT-OK      VALUE '00'.
       01 WS-MONTH-CLOSED-FLAG  PIC X.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-MOVEIDX-PATH   PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-CLOSED-PATH    PIC X(150).
           05 WS-ANNOT-PATH     PIC X(150).
       01 WS-PGN-NAME           PIC X(40).
       01 WS-IMPORT-ID          PIC X(10).
       01 WS-REJECT-REASON      PIC X(60).
      *   Tag pairs lifted from the header section of the file.         *
      *******************************************************************
       01 WS-TAG-WORK.
           05 WS-TAG-NAME       PIC X(16).
           05 WS-TAG-VALUE      PIC X(60).
           05 WS-WHITE-TAG      PIC X(20).
           05 WS-BLACK-TAG      PIC X(20).
           05 WS-DATE-TAG       PIC X(10).
           05 WS-RESULT-TAG     PIC X(7).
           05 WS-TIMECTL-TAG    PIC X(20).
           05 WS-TC-FIRST       PIC X(20).
           05 WS-TC-REST        PIC X(20).
           05 WS-TC-BASE        PIC X(20).
           05 WS-GAME-DATE      PIC 9(8).
           05 WS-TODAY          PIC 9(8).
      *******************************************************************
               10 PT-TO-Y       PIC S9.
               10 PT-PIECE      PIC XX.
               10 PT-COLOR      PIC X.
      *******************************************************************
      *   Notes met in the movetext - {comments}, ; comments, $n codes  *
      *   and the ! and ? glyphs on a move - held against the ply just  *
      *   played (ply zero before the first move) and only written to   *
      *   the annotation file alongside the moves, once the whole       *
      *   score has replayed.                                           *
      *******************************************************************
       01 WS-NOTE-TABLE.
           05 WS-NT-MAX         PIC 9(3) VALUE 300.
           05 WS-NT-COUNT       PIC 9(3) VALUE 0.
           05 WS-NT-ENTRY OCCURS 300 TIMES.
               10 NT-PLY        PIC 9(4).
               10 NT-MOVE-NAG   PIC 9(3).
               10 NT-POSITION-NAG PIC 9(3).
               10 NT-COMMENT-LEN PIC 9(3).
               10 NT-COMMENT    PIC X(210).
       01 WS-NOTE-WORK.
           05 WS-NT-X           PIC 9(3).
           05 WS-NOTE-CHAR      PIC X.
           05 WS-NOTE-CP        PIC 9(3).
           05 WS-NAG-VALUE      PIC 9(3).
           05 WS-GLYPH-BUILD    PIC X(3).
           05 WS-GLYPH-HOLD     PIC X(3).
           05 WS-NOTES-DROPPED  PIC 9(3) VALUE 0.
           05 WS-NOTES-FAILED   PIC 9(3) VALUE 0.
       01 WS-RESULT-WORK.
           05 WS-WINNER         PIC X.
           05 WS-RESULT-CODE    PIC X.
           COPY PLAYCHK.
           COPY AUDITREQ.
           COPY DIRNORMWS.
           COPY POOLWS.
           COPY ANNSYMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               PERFORM S-WRITE-MOVE-RECORDS
           END-IF
           IF FILE-ACCEPTED
               PERFORM S2-WRITE-ANNOTATIONS
               PERFORM T-APPEND-LEDGER
               PERFORM U-AUDIT-IMPORT
               DISPLAY "IMPORTED " WS-PT-COUNT " PLIES AS GAME "
                       WS-IMPORT-ID
               DISPLAY "ANNOTATED PLIES LOADED: " WS-NT-COUNT
               IF WS-NOTES-DROPPED > 0
                   DISPLAY "ANNOTATIONS DROPPED, NOTE TABLE FULL: "
                           WS-NOTES-DROPPED
               END-IF
               IF WS-NOTES-FAILED > 0
                   DISPLAY "ANNOTATIONS NOT WRITTEN: "
                           WS-NOTES-FAILED
               END-IF
           ELSE
               DISPLAY "FILE REJECTED - " WS-REJECT-REASON
               PERFORM U-AUDIT-IMPORT
           SET FILE-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-PT-COUNT
           MOVE 0 TO WS-NT-COUNT
           DISPLAY "PGN FILE NAME (IN THE SAVE DIRECTORY): "
                   WITH NO ADVANCING
           ACCEPT WS-PGN-NAME
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_CLOSED_MONTHS.TXT" DELIMITED BY SIZE
                  INTO WS-CLOSED-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_ANNOT.DAT" DELIMITED BY SIZE
                  INTO WS-ANNOT-PATH
           .

           B-CHECK-DUPLICATE SECTION.
           MOVE SPACES TO WS-BLACK-TAG
           MOVE SPACES TO WS-DATE-TAG
           MOVE "*" TO WS-RESULT-TAG
           MOVE SPACES TO WS-TIMECTL-TAG
           SET IN-TAG-SECTION TO TRUE
           SET NOT-IN-COMMENT TO TRUE
           SET SCORE-OPEN TO TRUE
                   MOVE WS-TAG-VALUE(1:10) TO WS-DATE-TAG
               WHEN WS-TAG-NAME(1:8) = '[Result '
                   MOVE WS-TAG-VALUE(1:7) TO WS-RESULT-TAG
               WHEN WS-TAG-NAME(1:13) = '[TimeControl '
                   MOVE WS-TAG-VALUE(1:20) TO WS-TIMECTL-TAG
           END-EVALUATE
           .

      *   comments (which may span lines), a semicolon comments out     *
      *   the rest of the line, variations in parentheses are not       *
      *   supported, and whitespace delimits the tokens handed to the   *
      *   token handler.  Comment text is kept as a note on the ply     *
      *   just played; a comment running on from the line before        *
      *   picks up where it left off, one space between the lines.      *
      *******************************************************************

           MOVE SPACES TO WS-TOKEN
           MOVE 0 TO WS-TP
           IF IN-COMMENT
               MOVE SPACE TO WS-NOTE-CHAR
               PERFORM V2-ADD-NOTE-CHAR
           END-IF
           PERFORM VARYING WS-LP FROM 1 BY 1
                   UNTIL WS-LP > 120 OR FILE-REJECTED OR SCORE-ENDED
               MOVE WS-LINE(WS-LP:1) TO WS-LINE-CHAR
                   WHEN IN-COMMENT
                       IF WS-LINE-CHAR = '}'
                           SET NOT-IN-COMMENT TO TRUE
                       ELSE
                           MOVE WS-LINE-CHAR TO WS-NOTE-CHAR
                           PERFORM V2-ADD-NOTE-CHAR
                       END-IF
                   WHEN WS-LINE-CHAR = '{'
                       PERFORM P-FLUSH-TOKEN
                       SET IN-COMMENT TO TRUE
                       PERFORM V-FIND-NOTE
                       MOVE SPACE TO WS-NOTE-CHAR
                       PERFORM V2-ADD-NOTE-CHAR
                   WHEN WS-LINE-CHAR = ';'
                       PERFORM P-FLUSH-TOKEN
                       PERFORM V-FIND-NOTE
                       MOVE SPACE TO WS-NOTE-CHAR
                       PERFORM V2-ADD-NOTE-CHAR
                       PERFORM VARYING WS-NOTE-CP FROM WS-LP BY 1
                               UNTIL WS-NOTE-CP >= 120
                           MOVE WS-LINE(WS-NOTE-CP + 1:1)
                               TO WS-NOTE-CHAR
                           PERFORM V2-ADD-NOTE-CHAR
                       END-PERFORM
                       MOVE 120 TO WS-LP
                   WHEN WS-LINE-CHAR = '('
                       SET FILE-REJECTED TO TRUE

      *******************************************************************
      *   Sorts one token: game-end markers close the score, castles    *
      *   and moves are played, move numbers are stripped.  Numeric     *
      *   annotation ($n) tokens, glyphs standing on their own and the  *
      *   ! and ? glyphs on the end of a move are noted against the     *
      *   ply just played.                                              *
      *******************************************************************

           COMPUTE WS-TOKEN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
           MOVE SPACES TO WS-GLYPH-BUILD
           MOVE SPACES TO WS-AS-GLYPH-IN
           IF WS-TOKEN-LEN <= 3
               MOVE WS-TOKEN(1:3) TO WS-AS-GLYPH-IN
           END-IF
           PERFORM Y2-GLYPH-TO-NAG

           IF WS-TOKEN(1:1) = '$'
               PERFORM V3-NOTE-NAG-TOKEN
           ELSE
           IF NOT AS-NOT-A-GLYPH
               MOVE WS-AS-NAG-OUT TO WS-NAG-VALUE
               PERFORM V4-NOTE-NAG
           ELSE
           EVALUATE TRUE
               WHEN WS-TOKEN = "1-0" OR WS-TOKEN = "0-1"
                   IF WS-SAN-LEN > 0
                       PERFORM F-APPLY-SAN
                   END-IF
                   IF FILE-ACCEPTED AND WS-GLYPH-BUILD NOT = SPACES
                       MOVE WS-GLYPH-BUILD TO WS-AS-GLYPH-IN
                       PERFORM Y2-GLYPH-TO-NAG
                       IF AS-MOVE-QUALITY
                           MOVE WS-AS-NAG-OUT TO WS-NAG-VALUE
                           PERFORM V4-NOTE-NAG
                       END-IF
                   END-IF
           END-EVALUATE
           END-IF
           END-IF
           .

           Q2-STRIP-TOKEN SECTION.
      *******************************************************************
      *   Removes the leading move number ("12." or "12...", possibly   *
      *   glued onto the move itself) and the trailing check, mate and  *
      *   annotation glyphs, leaving the bare SAN core.  The ! and ?    *
      *   glyphs stripped are kept, in order, in WS-GLYPH-BUILD.        *
      *******************************************************************

           MOVE 1 TO WS-SAN-P
                          AND WS-SAN(WS-SAN-LEN:1) NOT = '#'
                          AND WS-SAN(WS-SAN-LEN:1) NOT = '!'
                          AND WS-SAN(WS-SAN-LEN:1) NOT = '?')
               IF WS-SAN(WS-SAN-LEN:1) = '!'
                  OR WS-SAN(WS-SAN-LEN:1) = '?'
                   MOVE WS-GLYPH-BUILD TO WS-GLYPH-HOLD
                   MOVE SPACES TO WS-GLYPH-BUILD
                   STRING WS-SAN(WS-SAN-LEN:1) DELIMITED BY SIZE
                          WS-GLYPH-HOLD DELIMITED BY SPACE
                          INTO WS-GLYPH-BUILD
                   END-STRING
               END-IF
               MOVE SPACE TO WS-SAN(WS-SAN-LEN:1)
               SUBTRACT 1 FROM WS-SAN-LEN
           END-PERFORM
           END-IF
           .

           S2-WRITE-ANNOTATIONS SECTION.

      *******************************************************************
      *   The notes gathered from the movetext go to the annotation     *
      *   file under the new game id.  A note already standing at a     *
      *   key - left by a game once held under this id - is replaced,   *
      *   so the file only ever describes the moves now on it.          *
      *******************************************************************

           IF WS-NT-COUNT > 0
               OPEN I-O ANNOT-FILE
      *        Only a file that has never been created (status 35) may
      *        be built fresh here, as for the move file above.
               IF WS-ANNOT-STATUS = '35'
                   OPEN OUTPUT ANNOT-FILE
                   CLOSE ANNOT-FILE
                   OPEN I-O ANNOT-FILE
               END-IF
               IF NOT WS-ANNOT-OK
                   DISPLAY "CANNOT OPEN ANNOTATION FILE - STATUS "
                           WS-ANNOT-STATUS " - NOTES NOT LOADED"
                   MOVE 0 TO WS-NT-COUNT
               ELSE
                   PERFORM VARYING WS-NT-X FROM 1 BY 1
                           UNTIL WS-NT-X > WS-NT-COUNT
                       MOVE SPACES TO ANNOT-RECORD
                       MOVE WS-IMPORT-ID TO AN-GAME-ID
                       MOVE NT-PLY(WS-NT-X) TO AN-PLY
                       MOVE NT-MOVE-NAG(WS-NT-X) TO AN-MOVE-NAG
                       MOVE NT-POSITION-NAG(WS-NT-X)
                           TO AN-POSITION-NAG
                       SET AN-FROM-IMPORT TO TRUE
                       MOVE "PGN IMPORT" TO AN-AUTHOR
                       MOVE WS-TODAY TO AN-UPDATED
                       MOVE NT-COMMENT(WS-NT-X) TO AN-COMMENT
                       WRITE ANNOT-RECORD
                           INVALID KEY
                               REWRITE ANNOT-RECORD
                                   INVALID KEY
                                       DISPLAY "ANNOTATION NOT WRITTEN"
                                               " FOR PLY " AN-PLY
                                               " - STATUS "
                                               WS-ANNOT-STATUS
                                       ADD 1 TO WS-NOTES-FAILED
                               END-REWRITE
                       END-WRITE
                   END-PERFORM
                   CLOSE ANNOT-FILE
                   SUBTRACT WS-NOTES-FAILED FROM WS-NT-COUNT
               END-IF
           END-IF
           .

           V-FIND-NOTE SECTION.

      *******************************************************************
      *   Points WS-NT-X at the note for the ply just played, starting  *
      *   one when this ply has none yet.  Plies only ever go forward,  *
      *   so the ply's note can only be the last one in the table.      *
      *   Zero means the table is full and the note is dropped.         *
      *******************************************************************

           IF WS-NT-COUNT > 0
              AND NT-PLY(WS-NT-COUNT) = WS-PT-COUNT
               MOVE WS-NT-COUNT TO WS-NT-X
           ELSE
               IF WS-NT-COUNT < WS-NT-MAX
                   ADD 1 TO WS-NT-COUNT
                   MOVE WS-NT-COUNT TO WS-NT-X
                   MOVE WS-PT-COUNT TO NT-PLY(WS-NT-X)
                   MOVE 0 TO NT-MOVE-NAG(WS-NT-X)
                   MOVE 0 TO NT-POSITION-NAG(WS-NT-X)
                   MOVE 0 TO NT-COMMENT-LEN(WS-NT-X)
                   MOVE SPACES TO NT-COMMENT(WS-NT-X)
               ELSE
                   MOVE 0 TO WS-NT-X
                   ADD 1 TO WS-NOTES-DROPPED
               END-IF
           END-IF
           .

           V2-ADD-NOTE-CHAR SECTION.

      *******************************************************************
      *   One character of comment text onto the current note.  Runs    *
      *   of spaces (line ends, padding) close up to one, and a note    *
      *   never starts with a space; text past the note's length is     *
      *   cut off.                                                      *
      *******************************************************************

           IF WS-NT-X > 0
               IF WS-NOTE-CHAR = SPACE
                   IF NT-COMMENT-LEN(WS-NT-X) = 0
                       CONTINUE
                   ELSE
                       IF NT-COMMENT(WS-NT-X)
                              (NT-COMMENT-LEN(WS-NT-X):1) = SPACE
                           CONTINUE
                       ELSE
                           PERFORM V5-STORE-NOTE-CHAR
                       END-IF
                   END-IF
               ELSE
                   PERFORM V5-STORE-NOTE-CHAR
               END-IF
           END-IF
           .

           V5-STORE-NOTE-CHAR SECTION.

      *******************************************************************
      *                   V5-STORE-NOTE-CHAR SECTION                    *
      *******************************************************************

           IF NT-COMMENT-LEN(WS-NT-X) < 210
               ADD 1 TO NT-COMMENT-LEN(WS-NT-X)
               MOVE WS-NOTE-CHAR
                   TO NT-COMMENT(WS-NT-X)(NT-COMMENT-LEN(WS-NT-X):1)
           END-IF
           .

           V3-NOTE-NAG-TOKEN SECTION.

      *******************************************************************
      *   $n: the digits after the dollar sign are the code.            *
      *******************************************************************

           IF WS-TOKEN-LEN >= 2 AND WS-TOKEN-LEN <= 4
               IF WS-TOKEN(2:WS-TOKEN-LEN - 1) IS NUMERIC
                   COMPUTE WS-NAG-VALUE =
                       FUNCTION NUMVAL(WS-TOKEN(2:WS-TOKEN-LEN - 1))
                   PERFORM V4-NOTE-NAG
               END-IF
           END-IF
           .

           V4-NOTE-NAG SECTION.

      *******************************************************************
      *   Codes 1-9 judge the move and 10-19 the position; the others   *
      *   (time trouble, development, and the like) have no place on    *
      *   the annotation record and are let go.                         *
      *******************************************************************

           IF WS-NAG-VALUE >= 1 AND WS-NAG-VALUE <= 19
               PERFORM V-FIND-NOTE
               IF WS-NT-X > 0
                   IF WS-NAG-VALUE <= 9
                       MOVE WS-NAG-VALUE TO NT-MOVE-NAG(WS-NT-X)
                   ELSE
                       MOVE WS-NAG-VALUE TO NT-POSITION-NAG(WS-NT-X)
                   END-IF
               END-IF
           END-IF
           .

           T-APPEND-LEDGER SECTION.

      *******************************************************************
           MOVE WS-PT-COUNT TO WL-PLY-COUNT
           MOVE SPACES TO WL-EVENT-ID
           MOVE 0 TO WL-ROUND
           PERFORM T2-TIME-CONTROL-BUDGET
           PERFORM X-SET-RATING-POOL
           MOVE WS-POOL-CODE TO WL-POOL

           OPEN EXTEND LEDGER-FILE
           IF NOT WS-LEDGER-OK
           END-IF
           .

           T2-TIME-CONTROL-BUDGET SECTION.

      *******************************************************************
      *   Seconds per side from the TimeControl tag, for the rating     *
      *   pool: "300+2" is 300, a period schedule "40/7200:1800" takes  *
      *   its first period (7200), a correspondence "1/259200" its days *
      *   per move, and "-", "?" or no tag at all is untimed.  One move *
      *   per period of a day or more is a correspondence control and   *
      *   goes to the correspondence pool by its whole days.            *
      *******************************************************************

           MOVE 0 TO WS-POOL-BUDGET-SEC
           MOVE 0 TO WS-POOL-CORR-DAYS
           MOVE SPACES TO WS-TC-FIRST
           MOVE SPACES TO WS-TC-REST
           MOVE SPACES TO WS-TC-BASE
           UNSTRING WS-TIMECTL-TAG DELIMITED BY '/'
               INTO WS-TC-FIRST WS-TC-REST
           END-UNSTRING
           IF WS-TC-REST NOT = SPACES
               IF WS-TC-FIRST = '1'
                   SET TC-ONE-MOVE TO TRUE
               ELSE
                   SET TC-MANY-MOVES TO TRUE
               END-IF
               MOVE WS-TC-REST TO WS-TC-FIRST
           ELSE
               SET TC-MANY-MOVES TO TRUE
           END-IF
           UNSTRING WS-TC-FIRST DELIMITED BY '+' OR ':'
               INTO WS-TC-BASE
           END-UNSTRING
      *    A sandclock control ("*60") is the whole time for the side.
           IF WS-TC-BASE(1:1) = '*'
               MOVE WS-TC-BASE(2:19) TO WS-TC-FIRST
               MOVE WS-TC-FIRST TO WS-TC-BASE
           END-IF
           IF WS-TC-BASE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-TC-BASE) = 0
               IF FUNCTION NUMVAL(WS-TC-BASE) > 999999
                   MOVE 999999 TO WS-POOL-BUDGET-SEC
               ELSE
                   COMPUTE WS-POOL-BUDGET-SEC =
                       FUNCTION NUMVAL(WS-TC-BASE)
               END-IF
           END-IF
           IF TC-ONE-MOVE AND WS-POOL-BUDGET-SEC >= 86400
               COMPUTE WS-POOL-CORR-DAYS = WS-POOL-BUDGET-SEC / 86400
           END-IF
           .

           U-AUDIT-IMPORT SECTION.

      *******************************************************************
           .

           COPY DIRNORM.

           COPY POOL.

           COPY ANNSYM.
