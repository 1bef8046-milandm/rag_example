      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH15.
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
           SELECT NOTIFY-FILE ASSIGN TO DYNAMIC WS-NOTIFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTIFY-STATUS
           .
           SELECT OVERDUE-FILE ASSIGN TO DYNAMIC WS-OVERDUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVERDUE-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INFILE.
           COPY SAVEREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD NOTIFY-FILE.
       01 NOTIFY-RECORD           PIC X(100).
       FD OVERDUE-FILE.
       01 OVERDUE-RECORD          PIC X(70).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
       01 WS-FILE-STATUS       PIC XX.
           88 WS-FS-OK         VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-NOTIFY-STATUS     PIC XX.
           88 WS-NOTIFY-OK     VALUE '00'.
       01 WS-OVERDUE-STATUS    PIC XX.
           88 WS-OVERDUE-OK    VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-SAVE-PATH      PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-NOTIFY-PATH    PIC X(150).
           05 WS-OVERDUE-PATH   PIC X(150).
      *******************************************************************
      *   Reminder lead time: a player is reminded this many days       *
      *   before the move falls due, and again the same number of days  *
      *   before their reflection bank runs out.  CHESS_CORR_REMIND_    *
      *   DAYS in the environment overrides the default.                *
      *******************************************************************
       01 WS-REMIND-CONFIG.
           05 WS-ENV-DAYS       PIC X(8).
           05 WS-REMIND-DAYS    PIC 9(3) VALUE 2.
           05 WS-TODAY          PIC 9(8).
           05 WS-TODAY-INT      PIC 9(8).
           05 WS-DUE-INT        PIC 9(8).
           05 WS-FINAL-INT      PIC 9(8).
           05 WS-BANK-LEFT      PIC 9(3).
      *******************************************************************
      *   Every correspondence game on the save file.  The ledger pass  *
      *   marks the finished ones, which are owed nothing further; the  *
      *   table is bounded by the save file, as in the CBATCH08 sweep.  *
      *******************************************************************
       01 WS-CORR-TABLE.
           05 WS-CG-MAX         PIC 9(3) VALUE 500.
           05 WS-CG-COUNT       PIC 9(3) VALUE 0.
           05 WS-CG-ENTRY OCCURS 500 TIMES.
               10 CG-GAME-ID    PIC X(10).
               10 CG-WHITE-ID   PIC X(20).
               10 CG-BLACK-ID   PIC X(20).
               10 CG-PLY-COUNT  PIC 9(4).
               10 CG-TURN       PIC X.
               10 CG-DAYS       PIC 9(3).
               10 CG-WHITE-BANK PIC 9(3).
               10 CG-BLACK-BANK PIC 9(3).
               10 CG-TURN-START PIC 9(8).
               10 CG-DONE       PIC X.
       01 WS-CX                 PIC 9(3).
       01 WS-TALLIES.
           05 WS-GAMES-LIVE     PIC 9(5) VALUE 0.
           05 WS-REMINDERS      PIC 9(5) VALUE 0.
           05 WS-OVERRUNS       PIC 9(5) VALUE 0.
           COPY LEDGERL.
           COPY NOTIFYL.
           COPY ARBWKL.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM C-SCAN-SAVE-FILE
           PERFORM B-MARK-COMPLETED-GAMES
           PERFORM D-CHECK-DEADLINES

           DISPLAY "CORRESPONDENCE GAMES: " WS-GAMES-LIVE
           DISPLAY "REMINDERS SENT:       " WS-REMINDERS
           DISPLAY "OVERRUNS FOR ARBITER: " WS-OVERRUNS

           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Nightly correspondence deadline run.  Each correspondence     *
      *   game still in progress is checked against the turn date,      *
      *   days per move and the mover's reflection bank CSUB003 keeps   *
      *   on the save record: a player whose move is nearly due gets a  *
      *   reminder through the mail gateway's CHESS_NOTIFY.TXT, and a   *
      *   player past their last day is queued on                       *
      *   CHESS_CORR_OVERDUE.TXT for a time-forfeit ruling at the       *
      *   CUTIL04 arbiter desk.                                         *
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
                  "CHESS_NOTIFY.TXT" DELIMITED BY SIZE
                  INTO WS-NOTIFY-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_CORR_OVERDUE.TXT" DELIMITED BY SIZE
                  INTO WS-OVERDUE-PATH

           MOVE SPACES TO WS-ENV-DAYS
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT "CHESS_CORR_REMIND_DAYS"
           IF WS-ENV-DAYS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-DAYS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-DAYS) TO WS-REMIND-DAYS
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           DISPLAY "CORRESPONDENCE DEADLINES AT " WS-TODAY
                   " - REMINDING " WS-REMIND-DAYS " DAYS AHEAD"
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
                               PERFORM VARYING WS-CX FROM 1 BY 1
                                       UNTIL WS-CX > WS-CG-COUNT
                                   IF CG-GAME-ID(WS-CX) = WL-GAME-ID
                                       MOVE 'Y' TO CG-DONE(WS-CX)
                                       MOVE WS-CG-COUNT TO WS-CX
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
      *   Only games carrying days per move (and a turn date) are       *
      *   correspondence games; everything else is played at the board. *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT INFILE
           IF NOT WS-FS-OK
               DISPLAY "NO SAVE FILE FOUND - NOTHING TO CHECK"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ INFILE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF SAVE-CORR-DAYS-PER-MOVE IS NUMERIC
                              AND SAVE-CORR-DAYS-PER-MOVE > 0
                              AND SAVE-CORR-TURN-START IS NUMERIC
                              AND SAVE-CORR-TURN-START > 0
                               PERFORM C2-ADD-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INFILE
           END-IF
           .

           C2-ADD-GAME SECTION.

      *******************************************************************
      *                        C2-ADD-GAME SECTION                      *
      *******************************************************************

           IF WS-CG-COUNT < WS-CG-MAX
               ADD 1 TO WS-CG-COUNT
               MOVE SAVE-GAME-ID TO CG-GAME-ID(WS-CG-COUNT)
               MOVE SAVE-WHITE-PLAYER-ID TO CG-WHITE-ID(WS-CG-COUNT)
               MOVE SAVE-BLACK-PLAYER-ID TO CG-BLACK-ID(WS-CG-COUNT)
               MOVE SAVE-PLY-COUNT TO CG-PLY-COUNT(WS-CG-COUNT)
               MOVE SAVE-PLAYER-TURN TO CG-TURN(WS-CG-COUNT)
               MOVE SAVE-CORR-DAYS-PER-MOVE TO CG-DAYS(WS-CG-COUNT)
               MOVE SAVE-WHITE-REFLECT-DAYS
                   TO CG-WHITE-BANK(WS-CG-COUNT)
               MOVE SAVE-BLACK-REFLECT-DAYS
                   TO CG-BLACK-BANK(WS-CG-COUNT)
               MOVE SAVE-CORR-TURN-START TO CG-TURN-START(WS-CG-COUNT)
               MOVE 'N' TO CG-DONE(WS-CG-COUNT)
           ELSE
               DISPLAY "CORRESPONDENCE TABLE FULL - " SAVE-GAME-ID
                       " NOT CHECKED TONIGHT"
           END-IF
           .

           D-CHECK-DEADLINES SECTION.

      *******************************************************************
      *   Notices are appended for the mail gateway to collect; the     *
      *   overrun list is rebuilt from scratch every night, so a game   *
      *   the arbiter has ruled on is in the ledger and drops off.      *
      *******************************************************************

           OPEN EXTEND NOTIFY-FILE
           IF NOT WS-NOTIFY-OK
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           IF NOT WS-NOTIFY-OK
               DISPLAY "CANNOT OPEN NOTIFICATION FILE - STATUS "
                       WS-NOTIFY-STATUS
           ELSE
               OPEN OUTPUT OVERDUE-FILE
               IF NOT WS-OVERDUE-OK
                   DISPLAY "CANNOT CREATE CORRESPONDENCE OVERRUN LIST "
                           "- STATUS " WS-OVERDUE-STATUS
               ELSE
                   PERFORM VARYING WS-CX FROM 1 BY 1
                           UNTIL WS-CX > WS-CG-COUNT
                       IF CG-DONE(WS-CX) = 'N'
                           ADD 1 TO WS-GAMES-LIVE
                           PERFORM E-CHECK-ONE-GAME
                       END-IF
                   END-PERFORM
                   CLOSE OVERDUE-FILE
               END-IF
               CLOSE NOTIFY-FILE
           END-IF
           .

           E-CHECK-ONE-GAME SECTION.

      *******************************************************************
      *   The side to move owes the next move: it falls due the days    *
      *   per move after the turn date, and the mover's last day is     *
      *   that plus whatever remains in their reflection bank.  A       *
      *   reminder goes out the lead time before either date; the day   *
      *   after the last day the mover is told the game has gone to     *
      *   the arbiter, and the game stays on the overrun list until a   *
      *   ruling is posted.                                             *
      *******************************************************************

           MOVE SPACES TO WS-NOTIFY-LINE
           MOVE CG-GAME-ID(WS-CX) TO NT-GAME-ID
           MOVE CG-PLY-COUNT(WS-CX) TO NT-PLY-COUNT
           IF CG-TURN(WS-CX) = 'W'
               MOVE CG-WHITE-ID(WS-CX) TO NT-TO-ID
               MOVE CG-BLACK-ID(WS-CX) TO NT-OPPONENT-ID
               MOVE CG-WHITE-BANK(WS-CX) TO WS-BANK-LEFT
           ELSE
               MOVE CG-BLACK-ID(WS-CX) TO NT-TO-ID
               MOVE CG-WHITE-ID(WS-CX) TO NT-OPPONENT-ID
               MOVE CG-BLACK-BANK(WS-CX) TO WS-BANK-LEFT
           END-IF
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(CG-TURN-START(WS-CX))
               + CG-DAYS(WS-CX)
           COMPUTE WS-FINAL-INT = WS-DUE-INT + WS-BANK-LEFT
           COMPUTE NT-MOVE-DUE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           COMPUTE NT-FINAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FINAL-INT)
           MOVE WS-BANK-LEFT TO NT-REFLECT-LEFT
           MOVE WS-TODAY TO NT-CREATED

           EVALUATE TRUE
               WHEN WS-TODAY-INT > WS-FINAL-INT
                   PERFORM F-QUEUE-OVERRUN
               WHEN WS-TODAY-INT + WS-REMIND-DAYS = WS-DUE-INT
                   SET NT-REMINDER TO TRUE
                   WRITE NOTIFY-RECORD FROM WS-NOTIFY-LINE
                   ADD 1 TO WS-REMINDERS
               WHEN WS-BANK-LEFT > 0
                AND WS-TODAY-INT + WS-REMIND-DAYS = WS-FINAL-INT
                   SET NT-REMINDER TO TRUE
                   WRITE NOTIFY-RECORD FROM WS-NOTIFY-LINE
                   ADD 1 TO WS-REMINDERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

           F-QUEUE-OVERRUN SECTION.

      *******************************************************************
      *                      F-QUEUE-OVERRUN SECTION                    *
      *******************************************************************

           MOVE SPACES TO WS-ARBWK-LINE
           MOVE CG-GAME-ID(WS-CX) TO AW-GAME-ID
           MOVE CG-WHITE-ID(WS-CX) TO AW-WHITE-ID
           MOVE CG-BLACK-ID(WS-CX) TO AW-BLACK-ID
           MOVE CG-PLY-COUNT(WS-CX) TO AW-PLY-COUNT
           MOVE NT-FINAL-DATE TO AW-LAST-DATE
           SET AW-TIME-OVERRUN TO TRUE
           MOVE CG-TURN(WS-CX) TO AW-OVERRUN-SIDE
           WRITE OVERDUE-RECORD FROM WS-ARBWK-LINE
           ADD 1 TO WS-OVERRUNS
           IF WS-TODAY-INT = WS-FINAL-INT + 1
               SET NT-OVERRUN TO TRUE
               WRITE NOTIFY-RECORD FROM WS-NOTIFY-LINE
           END-IF
           .

           COPY DIRNORM.
