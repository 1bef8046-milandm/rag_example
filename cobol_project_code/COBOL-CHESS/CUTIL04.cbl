           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-STATUS
           .
           SELECT OVERDUE-FILE ASSIGN TO DYNAMIC WS-OVERDUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVERDUE-STATUS
           .
           SELECT INFILE ASSIGN TO DYNAMIC WS-SAVE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SAVE-GAME-ID
           FILE STATUS IS WS-FILE-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD WORKLIST-FILE.
       01 WORKLIST-RECORD         PIC X(70).
       FD OVERDUE-FILE.
       01 OVERDUE-RECORD          PIC X(70).
       FD INFILE.
           COPY SAVEREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-DESK      PIC X.
               88 DESK-CLOSED  VALUE 'Y'.
               88 DESK-OPEN    VALUE 'N'.
       01 WS-WORKLIST-STATUS   PIC XX.
           88 WS-WORKLIST-OK   VALUE '00'.
       01 WS-OVERDUE-STATUS    PIC XX.
           88 WS-OVERDUE-OK    VALUE '00'.
       01 WS-FILE-STATUS       PIC XX.
           88 WS-FS-OK         VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-WORKLIST-PATH  PIC X(150).
           05 WS-OVERDUE-PATH   PIC X(150).
           05 WS-SAVE-PATH      PIC X(150).
       01 WS-CHOICE             PIC X.
       01 WS-RULINGS-POSTED     PIC 9(3).
           COPY ARBWKL.

           PERFORM A-INIT
           PERFORM B-WORK-THE-LIST
           IF DESK-OPEN
               PERFORM B2-WORK-OVERDUE-LIST
           END-IF
           DISPLAY "RULINGS POSTED: " WS-RULINGS-POSTED
           GOBACK.

      *   pointless code F a defaulted league fixture gets).  Once the  *
      *   result is in the ledger, CBATCH05 archives and purges the     *
      *   game like any other finished one, and the next CBATCH08 run   *
      *   drops it off the list.  Correspondence players CBATCH15 found *
      *   past their last day follow, each for a time-forfeit ruling.   *
      *******************************************************************

           MOVE 0 TO WS-RULINGS-POSTED
           SET DESK-OPEN TO TRUE
           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_ARBITER_WORKLIST.TXT" DELIMITED BY SIZE
                  INTO WS-WORKLIST-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_CORR_OVERDUE.TXT" DELIMITED BY SIZE
                  INTO WS-OVERDUE-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_SAVE.DAT" DELIMITED BY SIZE
                  INTO WS-SAVE-PATH
           .

           B-WORK-THE-LIST SECTION.
           END-IF
           .

           B2-WORK-OVERDUE-LIST SECTION.

      *******************************************************************
      *   The overrun list is rebuilt by every CBATCH15 run; a game     *
      *   skipped here is offered again tomorrow while still overdue.   *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT OVERDUE-FILE
           IF NOT WS-OVERDUE-OK
               DISPLAY "NO CORRESPONDENCE OVERRUNS LISTED"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ OVERDUE-FILE INTO WS-ARBWK-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF AW-GAME-ID NOT = SPACES
                               PERFORM C2-RULE-ON-OVERRUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERDUE-FILE
           END-IF
           .

           C-RULE-ON-ONE-GAME SECTION.

      *******************************************************************
                   PERFORM D-POST-RULING
               WHEN 'X'
                   SET EOF-Y TO TRUE
                   SET DESK-CLOSED TO TRUE
               WHEN OTHER
                   DISPLAY "GAME " AW-GAME-ID " LEFT ON THE LIST"
           END-EVALUATE
           .

           C2-RULE-ON-OVERRUN SECTION.

      *******************************************************************
      *   A correspondence player past the last day their reflection    *
      *   bank allowed.  A forfeit is posted as an adjudicated win for  *
      *   the opponent; a draw is for the opponent who could not have   *
      *   mated with what they have left.                               *
      *******************************************************************

           DISPLAY " "
           DISPLAY "GAME " AW-GAME-ID ": " AW-WHITE-ID " (W) VS "
                   AW-BLACK-ID " (B), " AW-PLY-COUNT " PLIES"
           IF AW-WHITE-OVERRAN
               DISPLAY "WHITE OVERRAN THE MOVE DEADLINE - LAST DAY WAS "
                       AW-LAST-DATE
           ELSE
               DISPLAY "BLACK OVERRAN THE MOVE DEADLINE - LAST DAY WAS "
                       AW-LAST-DATE
           END-IF
           DISPLAY "RULING - (F)ORFEIT ON TIME, (D)RAW, (S)KIP, "
                   "E(X)IT: " WITH NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'F'
                   SET GR-ADJUDICATED TO TRUE
                   IF AW-WHITE-OVERRAN
                       SET GR-BLACK-WON TO TRUE
                   ELSE
                       SET GR-WHITE-WON TO TRUE
                   END-IF
                   PERFORM D-POST-RULING
               WHEN 'D'
                   SET GR-ADJUDICATED TO TRUE
                   SET GR-NO-WINNER TO TRUE
                   PERFORM D-POST-RULING
               WHEN 'X'
                   SET EOF-Y TO TRUE
                   SET DESK-CLOSED TO TRUE
               WHEN OTHER
                   DISPLAY "GAME " AW-GAME-ID " LEFT ON THE LIST"
           END-EVALUATE
      *   The header handed to CSUB005 is rebuilt from the worklist     *
      *   line; CSUB005 validates the player ids, stamps any event and  *
      *   round from the pairing file and releases the game's lock.     *
      *   The clock comes from the game's save record so the ruling is  *
      *   rated in the game's own pool; a game no longer on the save    *
      *   file goes in as untimed, i.e. standard.                       *
      *******************************************************************

           MOVE SPACES TO GAME-HEADER
           MOVE AW-PLY-COUNT TO PLY-COUNT
           MOVE AW-WHITE-ID TO WHITE-PLAYER-ID
           MOVE AW-BLACK-ID TO BLACK-PLAYER-ID
           PERFORM D2-READ-GAME-CLOCK
      *    Only correspondence games overrun; any days per move at all
      *    is enough for CSUB005 to rate the game in that pool.
           IF AW-TIME-OVERRUN
               MOVE 0 TO TIME-BUDGET-SEC
               MOVE 1 TO CORR-DAYS-PER-MOVE
           END-IF
           CALL "CSUB005" USING GAME-HEADER
                                GAME-RESULT-INFO
           END-CALL
           IF GR-POSTED
               ADD 1 TO WS-RULINGS-POSTED
           END-IF
           .

           D2-READ-GAME-CLOCK SECTION.

      *******************************************************************
      *                   D2-READ-GAME-CLOCK SECTION                    *
      *******************************************************************

           MOVE 0 TO TIME-BUDGET-SEC
           MOVE 0 TO CORR-DAYS-PER-MOVE
           OPEN INPUT INFILE
           IF WS-FS-OK
               MOVE AW-GAME-ID TO SAVE-GAME-ID
               READ INFILE
                   INVALID KEY
                       DISPLAY "GAME " AW-GAME-ID " NOT ON SAVE FILE"
                               " - RATED AS STANDARD"
                   NOT INVALID KEY
                       IF SAVE-TIME-BUDGET-SEC IS NUMERIC
                           MOVE SAVE-TIME-BUDGET-SEC
                               TO TIME-BUDGET-SEC
                       END-IF
                       IF SAVE-CORR-DAYS-PER-MOVE IS NUMERIC
                           MOVE SAVE-CORR-DAYS-PER-MOVE
                               TO CORR-DAYS-PER-MOVE
                       END-IF
               END-READ
               CLOSE INFILE
           ELSE
               DISPLAY "CANNOT OPEN SAVE FILE - STATUS " WS-FILE-STATUS
                       " - GAME " AW-GAME-ID " RATED AS STANDARD"
           END-IF
           .

           COPY DIRNORM.
