      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH13.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
           SELECT TOURN-FILE ASSIGN TO DYNAMIC WS-TOURN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-EVENT-ID
           FILE STATUS IS WS-TOURN-STATUS
           .
           SELECT MATCH-FILE ASSIGN TO DYNAMIC WS-MATCH-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-MATCH-ID
           FILE STATUS IS WS-MATCH-STATUS
           .
           SELECT FEDSUB-FILE ASSIGN TO DYNAMIC WS-FEDSUB-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-GAME-ID
           FILE STATUS IS WS-FEDSUB-STATUS
           .
           SELECT SUBMIT-FILE ASSIGN TO DYNAMIC WS-SUBMIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBMIT-STATUS
           .
           SELECT EXCEPT-FILE ASSIGN TO DYNAMIC WS-EXCEPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPT-STATUS
           .
           SELECT PERIODS-FILE ASSIGN TO DYNAMIC WS-PERIODS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIODS-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD PLAYER-FILE.
           COPY PLAYREC.
       FD TOURN-FILE.
           COPY TOURNREC.
       FD MATCH-FILE.
           COPY MATCHREC.
       FD FEDSUB-FILE.
           COPY FEDSUB.
       FD SUBMIT-FILE.
           COPY FEDREC.
       FD EXCEPT-FILE.
       01 EXCEPT-RECORD           PIC X(80).
       FD PERIODS-FILE.
       01 PERIODS-RECORD          PIC X(6).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-PERIOD    PIC X.
               88 PERIOD-ALREADY-SENT  VALUE 'Y'.
               88 PERIOD-NOT-SENT      VALUE 'N'.
           05 SWITCH-ALL-GAMES PIC X VALUE 'N'.
               88 ALL-GAMES-WANTED     VALUE 'Y'.
               88 EVENT-GAMES-ONLY     VALUE 'N'.
           05 SWITCH-TABLES    PIC X VALUE 'N'.
               88 TABLES-FULL          VALUE 'Y'.
               88 TABLES-HAVE-ROOM     VALUE 'N'.
           05 SWITCH-GAME      PIC X.
               88 GAME-SUBMITTABLE     VALUE 'Y'.
               88 GAME-HELD            VALUE 'N'.
           05 SWITCH-EVENT     PIC X.
               88 EVENT-FOUND          VALUE 'Y'.
               88 EVENT-NOT-FOUND      VALUE 'N'.
           05 SWITCH-RUN       PIC X VALUE 'Y'.
               88 RUN-OK               VALUE 'Y'.
               88 RUN-FAILED           VALUE 'N'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-PLAYER-STATUS     PIC XX.
           88 WS-PLAYER-OK     VALUE '00'.
       01 WS-TOURN-STATUS      PIC XX.
           88 WS-TOURN-OK      VALUE '00'.
       01 WS-MATCH-STATUS      PIC XX.
           88 WS-MATCH-OK      VALUE '00'.
       01 WS-FEDSUB-STATUS     PIC XX.
           88 WS-FEDSUB-OK     VALUE '00'.
       01 WS-SUBMIT-STATUS     PIC XX.
           88 WS-SUBMIT-OK     VALUE '00'.
       01 WS-EXCEPT-STATUS     PIC XX.
           88 WS-EXCEPT-OK     VALUE '00'.
       01 WS-PERIODS-STATUS    PIC XX.
           88 WS-PERIODS-OK    VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-PLAYER-PATH    PIC X(150).
           05 WS-TOURN-PATH     PIC X(150).
           05 WS-MATCH-PATH     PIC X(150).
           05 WS-FEDSUB-PATH    PIC X(150).
           05 WS-SUBMIT-PATH    PIC X(150).
           05 WS-EXCEPT-PATH    PIC X(150).
           05 WS-PERIODS-PATH   PIC X(150).
      *******************************************************************
      *   The period being submitted: CHESS_FED_PERIOD=YYYYMM in the    *
      *   environment picks it; otherwise the month before today's,     *
      *   the same default CBATCH09 uses for the month-end close.       *
      *   CHESS_FED_ALL_GAMES=Y sends every rated game, not only those  *
      *   played in an event; CHESS_FED_CLUB_CODE is the club's code    *
      *   with the federation, printed on the header record.            *
      *******************************************************************
       01 WS-PERIOD-WORK.
           05 WS-ENV-PERIOD     PIC X(8).
           05 WS-FED-PERIOD     PIC 9(6).
           05 WS-FED-PERIOD-X REDEFINES WS-FED-PERIOD
                                PIC X(6).
           05 WS-TODAY          PIC 9(8).
           05 WS-YEAR           PIC 9(4).
           05 WS-MONTH          PIC 9(2).
           05 WS-ENV-ALL-GAMES  PIC X(8).
           05 WS-CLUB-CODE      PIC X(8) VALUE "CLUB".
           05 WS-ENV-CLUB-CODE  PIC X(8).
      *******************************************************************
      *   The games going into this period's submission, and the        *
      *   players and events they bring with them - each player and     *
      *   event is written once however many games it appears in.       *
      *******************************************************************
       01 WS-GAME-TABLE.
           05 WS-GM-MAX         PIC 9(3) VALUE 500.
           05 WS-GM-COUNT       PIC 9(3) VALUE 0.
           05 WS-GM-ENTRY OCCURS 500 TIMES.
               10 GM-GAME-ID    PIC X(10).
               10 GM-EVENT-ID   PIC X(8).
               10 GM-ROUND      PIC 9(2).
               10 GM-DATE       PIC 9(8).
               10 GM-WHITE-FED  PIC X(12).
               10 GM-BLACK-FED  PIC X(12).
               10 GM-RESULT     PIC X(3).
               10 GM-POOL       PIC X.
       01 WS-PLAYER-TABLE.
           05 WS-PL-MAX         PIC 9(3) VALUE 300.
           05 WS-PL-COUNT       PIC 9(3) VALUE 0.
           05 WS-PL-ENTRY OCCURS 300 TIMES.
               10 PL-PLAYER-ID  PIC X(20).
               10 PL-FED-ID     PIC X(12).
               10 PL-NAME       PIC X(30).
               10 PL-BIRTH-YEAR PIC 9(4).
       01 WS-EVENT-TABLE.
           05 WS-EV-MAX         PIC 9(3) VALUE 100.
           05 WS-EV-COUNT       PIC 9(3) VALUE 0.
           05 WS-EV-ENTRY OCCURS 100 TIMES.
               10 EV-EVENT-ID   PIC X(8).
               10 EV-POOL       PIC X.
       01 WS-GX                 PIC 9(3).
       01 WS-PX                 PIC 9(3).
       01 WS-PX-FOUND           PIC 9(3).
       01 WS-EX                 PIC 9(3).
       01 WS-EX-FOUND           PIC 9(3).
      *    The side being checked, and what the member master says
      *    about it.
       01 WS-SIDE-WORK.
           05 WS-LOOKUP-ID      PIC X(20).
           05 WS-SIDE-FED       PIC X(12).
           05 WS-SIDE-NAME      PIC X(30).
           05 WS-SIDE-BIRTH     PIC 9(4).
           05 WS-WHITE-FED      PIC X(12).
           05 WS-WHITE-NAME     PIC X(30).
           05 WS-WHITE-BIRTH    PIC 9(4).
           05 WS-BLACK-FED      PIC X(12).
           05 WS-BLACK-NAME     PIC X(30).
           05 WS-BLACK-BIRTH    PIC 9(4).
           05 WS-LINE-EVENT-ID  PIC X(8).
      *    Event id the federation file carries for games played
      *    outside any event.
       01 WS-CLUB-EVENT-ID      PIC X(8) VALUE "*CLUB*".
       01 WS-EXCEPT-LINE.
           05 EX-GAME-ID        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 EX-PLAYER-ID      PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 EX-REASON         PIC X(40).
           05 FILLER            PIC X(8) VALUE SPACES.
       01 WS-RUN-TALLIES.
           05 WS-GAMES-SEEN     PIC 9(5) VALUE 0.
           05 WS-GAMES-ALREADY  PIC 9(5) VALUE 0.
           05 WS-GAMES-HELD     PIC 9(5) VALUE 0.
           05 WS-GAMES-LEFT     PIC 9(5) VALUE 0.
           05 WS-EXCEPT-LINES   PIC 9(5) VALUE 0.
           05 WS-GAMES-REGISTERED PIC 9(5) VALUE 0.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM B-CHECK-PERIOD
           IF PERIOD-ALREADY-SENT
               DISPLAY "PERIOD " WS-FED-PERIOD " ALREADY SUBMITTED - "
                       "NOTHING DONE"
           ELSE
               PERFORM C-SELECT-GAMES
               IF RUN-OK
                   PERFORM E-WRITE-SUBMISSION
               END-IF
               IF RUN-OK
                   PERFORM F-REGISTER-GAMES
               END-IF
      *        The period goes on the register only once every game
      *        in the file is on the submission register; otherwise
      *        a rerun rebuilds the same file.
               IF RUN-OK
                   PERFORM G-REGISTER-PERIOD
               END-IF
               PERFORM H-SHOW-TOTALS
           END-IF

           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Federation rating report.  Once a period the club sends the   *
      *   national federation its rated games in the federation's own   *
      *   fixed-width layout (see FEDREC): the players with their       *
      *   federation ids, the events, then the games.  A game whose     *
      *   players cannot be identified to the federation is held and    *
      *   listed on the exceptions file; it goes in a later period      *
      *   once the member master is put right.  Every game sent is      *
      *   kept on the submission register, so none goes twice.          *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR

           MOVE SPACES TO WS-ENV-PERIOD
           ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT "CHESS_FED_PERIOD"
           IF WS-ENV-PERIOD NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-PERIOD) TO WS-FED-PERIOD
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:4) TO WS-YEAR
               MOVE WS-TODAY(5:2) TO WS-MONTH
               IF WS-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
               COMPUTE WS-FED-PERIOD = WS-YEAR * 100 + WS-MONTH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE SPACES TO WS-ENV-ALL-GAMES
           ACCEPT WS-ENV-ALL-GAMES FROM ENVIRONMENT
                  "CHESS_FED_ALL_GAMES"
           IF WS-ENV-ALL-GAMES(1:1) = 'Y' OR 'y'
               SET ALL-GAMES-WANTED TO TRUE
           ELSE
               SET EVENT-GAMES-ONLY TO TRUE
           END-IF

           MOVE SPACES TO WS-ENV-CLUB-CODE
           ACCEPT WS-ENV-CLUB-CODE FROM ENVIRONMENT
                  "CHESS_FED_CLUB_CODE"
           IF WS-ENV-CLUB-CODE NOT = SPACES
               MOVE WS-ENV-CLUB-CODE TO WS-CLUB-CODE
           END-IF

           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-PLAYER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TOURN.DAT" DELIMITED BY SIZE
                  INTO WS-TOURN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_MATCH.DAT" DELIMITED BY SIZE
                  INTO WS-MATCH-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_FEDSUB.DAT" DELIMITED BY SIZE
                  INTO WS-FEDSUB-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_FED_SUBMIT_" DELIMITED BY SIZE
                  WS-FED-PERIOD-X DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-SUBMIT-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_FED_EXCEPT_" DELIMITED BY SIZE
                  WS-FED-PERIOD-X DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-EXCEPT-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_FED_PERIODS.TXT" DELIMITED BY SIZE
                  INTO WS-PERIODS-PATH

           DISPLAY "FEDERATION SUBMISSION FOR PERIOD " WS-FED-PERIOD
           IF ALL-GAMES-WANTED
               DISPLAY "ALL RATED GAMES SELECTED"
           ELSE
               DISPLAY "EVENT GAMES ONLY"
           END-IF
           .

           B-CHECK-PERIOD SECTION.

      *******************************************************************
      *   A period goes to the federation once; the period register is  *
      *   the guard, as the closed-month register is for CBATCH09.      *
      *******************************************************************

           SET PERIOD-NOT-SENT TO TRUE
           SET NOT-EOF TO TRUE
           OPEN INPUT PERIODS-FILE
           IF NOT WS-PERIODS-OK
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-Y
                   READ PERIODS-FILE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF PERIODS-RECORD = WS-FED-PERIOD-X
                               SET PERIOD-ALREADY-SENT TO TRUE
                               SET EOF-Y TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODS-FILE
           END-IF
           .

           C-SELECT-GAMES SECTION.

      *******************************************************************
      *   Every counting ledger line dated in or before the period is   *
      *   a candidate - a game held back in an earlier period for a     *
      *   missing federation id is picked up as soon as the member      *
      *   master is put right.  Defaulted fixtures were never played    *
      *   and are not rated, so they are never sent.                    *
      *******************************************************************

           OPEN INPUT PLAYER-FILE
           IF NOT WS-PLAYER-OK
               DISPLAY "CANNOT OPEN MEMBER MASTER - STATUS "
                       WS-PLAYER-STATUS " - NOTHING SUBMITTED"
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM C2-SCAN-LEDGER
               CLOSE PLAYER-FILE
           END-IF
           .

           C2-SCAN-LEDGER SECTION.

      *******************************************************************
      *                     C2-SCAN-LEDGER SECTION                      *
      *******************************************************************

      *    The register may not exist yet on the first run; every
      *    game is then new.
           OPEN INPUT FEDSUB-FILE

           OPEN OUTPUT EXCEPT-FILE
           MOVE SPACES TO EXCEPT-RECORD
           STRING "FEDERATION EXCEPTIONS FOR PERIOD " DELIMITED BY SIZE
                  WS-FED-PERIOD-X DELIMITED BY SIZE
                  INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD

           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "NO RESULTS LEDGER FOUND"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           IF WL-GAME-ID NOT = SPACES
                              AND LC-LINE-COUNTS
                              AND WL-RESULT-CODE NOT = 'F'
                              AND WL-GAME-DATE IS NUMERIC
                              AND WL-GAME-DATE(1:6) <= WS-FED-PERIOD-X
                              AND (WL-EVENT-ID NOT = SPACES
                                   OR ALL-GAMES-WANTED)
                               PERFORM D-CHECK-ONE-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF

           CLOSE EXCEPT-FILE
           IF WS-FEDSUB-OK
               CLOSE FEDSUB-FILE
           END-IF
           .

           D-CHECK-ONE-GAME SECTION.

      *******************************************************************
      *   A game already on the submission register is skipped.  Both   *
      *   players must be on the member master with a federation id;    *
      *   if either is not, the game is held and the reason listed.     *
      *   Once the tables are full the rest wait for the next period.   *
      *******************************************************************

           ADD 1 TO WS-GAMES-SEEN
           SET GAME-SUBMITTABLE TO TRUE
           IF WS-FEDSUB-OK
               MOVE WL-GAME-ID TO FS-GAME-ID
               READ FEDSUB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-GAMES-ALREADY
                       SET GAME-HELD TO TRUE
               END-READ
           END-IF

           IF GAME-SUBMITTABLE AND TABLES-HAVE-ROOM
              AND (WS-GM-COUNT NOT < WS-GM-MAX
                   OR WS-PL-COUNT > WS-PL-MAX - 2
                   OR WS-EV-COUNT NOT < WS-EV-MAX)
               SET TABLES-FULL TO TRUE
               DISPLAY "SUBMISSION TABLES FULL - REMAINING GAMES "
                       "WAIT FOR THE NEXT PERIOD"
           END-IF
           IF GAME-SUBMITTABLE AND TABLES-FULL
               ADD 1 TO WS-GAMES-LEFT
               SET GAME-HELD TO TRUE
           END-IF

           IF GAME-SUBMITTABLE
               MOVE WL-WHITE-PLAYER-ID TO WS-LOOKUP-ID
               PERFORM D2-LOOK-UP-PLAYER
               MOVE WS-SIDE-FED TO WS-WHITE-FED
               MOVE WS-SIDE-NAME TO WS-WHITE-NAME
               MOVE WS-SIDE-BIRTH TO WS-WHITE-BIRTH
               MOVE WL-BLACK-PLAYER-ID TO WS-LOOKUP-ID
               PERFORM D2-LOOK-UP-PLAYER
               MOVE WS-SIDE-FED TO WS-BLACK-FED
               MOVE WS-SIDE-NAME TO WS-BLACK-NAME
               MOVE WS-SIDE-BIRTH TO WS-BLACK-BIRTH
               IF GAME-HELD
                   ADD 1 TO WS-GAMES-HELD
               ELSE
                   PERFORM D6-ADD-GAME
               END-IF
           END-IF
           .

           D6-ADD-GAME SECTION.

      *******************************************************************
      *   Club games carry the *CLUB* event id and round zero; a line   *
      *   from before the pools existed is a standard-pool game.        *
      *******************************************************************

           ADD 1 TO WS-GM-COUNT
           MOVE WL-GAME-ID TO GM-GAME-ID(WS-GM-COUNT)
           IF WL-EVENT-ID = SPACES
               MOVE WS-CLUB-EVENT-ID TO WS-LINE-EVENT-ID
               MOVE 0 TO GM-ROUND(WS-GM-COUNT)
           ELSE
               MOVE WL-EVENT-ID TO WS-LINE-EVENT-ID
               MOVE WL-ROUND TO GM-ROUND(WS-GM-COUNT)
           END-IF
           MOVE WS-LINE-EVENT-ID TO GM-EVENT-ID(WS-GM-COUNT)
           MOVE WL-GAME-DATE TO GM-DATE(WS-GM-COUNT)
           MOVE WS-WHITE-FED TO GM-WHITE-FED(WS-GM-COUNT)
           MOVE WS-BLACK-FED TO GM-BLACK-FED(WS-GM-COUNT)
           EVALUATE WL-WINNER
               WHEN 'W'
                   MOVE "1-0" TO GM-RESULT(WS-GM-COUNT)
               WHEN 'B'
                   MOVE "0-1" TO GM-RESULT(WS-GM-COUNT)
               WHEN OTHER
                   MOVE "1/2" TO GM-RESULT(WS-GM-COUNT)
           END-EVALUATE
           IF WL-POOL = SPACE
               MOVE 'S' TO GM-POOL(WS-GM-COUNT)
           ELSE
               MOVE WL-POOL TO GM-POOL(WS-GM-COUNT)
           END-IF

           MOVE WL-WHITE-PLAYER-ID TO WS-LOOKUP-ID
           MOVE WS-WHITE-FED TO WS-SIDE-FED
           MOVE WS-WHITE-NAME TO WS-SIDE-NAME
           MOVE WS-WHITE-BIRTH TO WS-SIDE-BIRTH
           PERFORM D3-NOTE-PLAYER
           MOVE WL-BLACK-PLAYER-ID TO WS-LOOKUP-ID
           MOVE WS-BLACK-FED TO WS-SIDE-FED
           MOVE WS-BLACK-NAME TO WS-SIDE-NAME
           MOVE WS-BLACK-BIRTH TO WS-SIDE-BIRTH
           PERFORM D3-NOTE-PLAYER
           PERFORM D4-NOTE-EVENT
           .

           D2-LOOK-UP-PLAYER SECTION.

      *******************************************************************
      *   Reads one side's member record.  A side that cannot be sent   *
      *   holds the whole game and gets an exceptions line; a missing   *
      *   birth year is only listed - the federation accepts 0000.      *
      *******************************************************************

           MOVE SPACES TO WS-SIDE-FED
           MOVE SPACES TO WS-SIDE-NAME
           MOVE 0 TO WS-SIDE-BIRTH
           MOVE SPACES TO WS-EXCEPT-LINE
           MOVE WL-GAME-ID TO EX-GAME-ID
           MOVE WS-LOOKUP-ID TO EX-PLAYER-ID
           MOVE WS-LOOKUP-ID TO PM-PLAYER-ID
           READ PLAYER-FILE
               INVALID KEY
                   SET GAME-HELD TO TRUE
                   MOVE "NOT ON MEMBER MASTER - GAME HELD"
                       TO EX-REASON
                   PERFORM D5-WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE PM-FED-ID TO WS-SIDE-FED
                   MOVE PM-FULL-NAME TO WS-SIDE-NAME
                   IF PM-BIRTH-YEAR IS NUMERIC
                       MOVE PM-BIRTH-YEAR TO WS-SIDE-BIRTH
                   END-IF
                   IF PM-FED-ID = SPACES
                       SET GAME-HELD TO TRUE
                       MOVE "NO FEDERATION ID - GAME HELD"
                           TO EX-REASON
                       PERFORM D5-WRITE-EXCEPTION
                   END-IF
           END-READ
           .

           D3-NOTE-PLAYER SECTION.

      *******************************************************************
      *                     D3-NOTE-PLAYER SECTION                      *
      *******************************************************************

           MOVE 0 TO WS-PX-FOUND
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PL-COUNT
               IF PL-PLAYER-ID(WS-PX) = WS-LOOKUP-ID
                   MOVE WS-PX TO WS-PX-FOUND
                   MOVE WS-PL-COUNT TO WS-PX
               END-IF
           END-PERFORM
           IF WS-PX-FOUND = 0
               ADD 1 TO WS-PL-COUNT
               MOVE WS-LOOKUP-ID TO PL-PLAYER-ID(WS-PL-COUNT)
               MOVE WS-SIDE-FED TO PL-FED-ID(WS-PL-COUNT)
               MOVE WS-SIDE-NAME TO PL-NAME(WS-PL-COUNT)
               MOVE WS-SIDE-BIRTH TO PL-BIRTH-YEAR(WS-PL-COUNT)
               IF WS-SIDE-BIRTH = 0
                   MOVE SPACES TO WS-EXCEPT-LINE
                   MOVE WL-GAME-ID TO EX-GAME-ID
                   MOVE WS-LOOKUP-ID TO EX-PLAYER-ID
                   MOVE "NO BIRTH YEAR - SENT AS 0000" TO EX-REASON
                   PERFORM D5-WRITE-EXCEPTION
               END-IF
           END-IF
           .

           D4-NOTE-EVENT SECTION.

      *******************************************************************
      *   Events are listed once each; the pool is the first game's     *
      *   until E reads the event master for the event's own.           *
      *******************************************************************

           MOVE 0 TO WS-EX-FOUND
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EV-COUNT
               IF EV-EVENT-ID(WS-EX) = WS-LINE-EVENT-ID
                   MOVE WS-EX TO WS-EX-FOUND
                   MOVE WS-EV-COUNT TO WS-EX
               END-IF
           END-PERFORM
           IF WS-EX-FOUND = 0
               ADD 1 TO WS-EV-COUNT
               MOVE WS-LINE-EVENT-ID TO EV-EVENT-ID(WS-EV-COUNT)
               MOVE GM-POOL(WS-GM-COUNT) TO EV-POOL(WS-EV-COUNT)
           END-IF
           .

           D5-WRITE-EXCEPTION SECTION.

      *******************************************************************
      *                   D5-WRITE-EXCEPTION SECTION                    *
      *******************************************************************

           MOVE WS-EXCEPT-LINE TO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           ADD 1 TO WS-EXCEPT-LINES
           .

           E-WRITE-SUBMISSION SECTION.

      *******************************************************************
      *   Header, players, events, games, trailer - the order the       *
      *   federation's loader expects.  A period with no games still    *
      *   sends a header and a zero trailer: the federation counts a    *
      *   nil return as a return.                                       *
      *******************************************************************

           OPEN OUTPUT SUBMIT-FILE
           IF NOT WS-SUBMIT-OK
               DISPLAY "CANNOT CREATE SUBMISSION FILE - STATUS "
                       WS-SUBMIT-STATUS " - NOTHING SUBMITTED"
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM E3-WRITE-RECORDS
               CLOSE SUBMIT-FILE
           END-IF
           .

           E3-WRITE-RECORDS SECTION.

      *******************************************************************
      *                    E3-WRITE-RECORDS SECTION                     *
      *******************************************************************

           MOVE SPACES TO FED-SUBMIT-RECORD
           SET FR-HEADER TO TRUE
           MOVE WS-CLUB-CODE TO FR-H-CLUB-CODE
           MOVE WS-FED-PERIOD TO FR-H-PERIOD
           MOVE WS-TODAY TO FR-H-RUN-DATE
           WRITE FED-SUBMIT-RECORD

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PL-COUNT
               MOVE SPACES TO FED-SUBMIT-RECORD
               SET FR-PLAYER TO TRUE
               MOVE PL-FED-ID(WS-PX) TO FR-P-FED-ID
               MOVE PL-NAME(WS-PX) TO FR-P-NAME
               MOVE PL-BIRTH-YEAR(WS-PX) TO FR-P-BIRTH-YEAR
               MOVE PL-PLAYER-ID(WS-PX) TO FR-P-CLUB-ID
               WRITE FED-SUBMIT-RECORD
           END-PERFORM

           OPEN INPUT TOURN-FILE
           OPEN INPUT MATCH-FILE
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EV-COUNT
               PERFORM E2-WRITE-ONE-EVENT
           END-PERFORM
           IF WS-TOURN-OK
               CLOSE TOURN-FILE
           END-IF
           IF WS-MATCH-OK
               CLOSE MATCH-FILE
           END-IF

           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GM-COUNT
               MOVE SPACES TO FED-SUBMIT-RECORD
               SET FR-GAME TO TRUE
               MOVE GM-EVENT-ID(WS-GX) TO FR-G-EVENT-ID
               MOVE GM-ROUND(WS-GX) TO FR-G-ROUND
               MOVE GM-GAME-ID(WS-GX) TO FR-G-GAME-ID
               MOVE GM-DATE(WS-GX) TO FR-G-DATE
               MOVE GM-WHITE-FED(WS-GX) TO FR-G-WHITE-FED
               MOVE GM-BLACK-FED(WS-GX) TO FR-G-BLACK-FED
               MOVE GM-RESULT(WS-GX) TO FR-G-RESULT
               MOVE GM-POOL(WS-GX) TO FR-G-POOL
               WRITE FED-SUBMIT-RECORD
           END-PERFORM

           MOVE SPACES TO FED-SUBMIT-RECORD
           SET FR-TRAILER TO TRUE
           MOVE WS-PL-COUNT TO FR-T-PLAYERS
           MOVE WS-EV-COUNT TO FR-T-EVENTS
           MOVE WS-GM-COUNT TO FR-T-GAMES
           WRITE FED-SUBMIT-RECORD
           .

           E2-WRITE-ONE-EVENT SECTION.

      *******************************************************************
      *   Name, type and rounds come from the event master; an id not   *
      *   found there is an inter-club match id (CUTIL06 stamps the     *
      *   match id as the event), named home v away.                    *
      *******************************************************************

           MOVE SPACES TO FED-SUBMIT-RECORD
           SET FR-EVENT TO TRUE
           MOVE EV-EVENT-ID(WS-EX) TO FR-E-EVENT-ID
           MOVE EV-POOL(WS-EX) TO FR-E-POOL
           MOVE 0 TO FR-E-ROUNDS

           SET EVENT-NOT-FOUND TO TRUE
           IF EV-EVENT-ID(WS-EX) = WS-CLUB-EVENT-ID
               MOVE "CLUB GAMES" TO FR-E-NAME
               MOVE 'C' TO FR-E-TYPE
               MOVE SPACE TO FR-E-POOL
               SET EVENT-FOUND TO TRUE
           END-IF

           IF EVENT-NOT-FOUND AND WS-TOURN-OK
               MOVE EV-EVENT-ID(WS-EX) TO TM-EVENT-ID
               READ TOURN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-EVENT-NAME TO FR-E-NAME
                       MOVE TM-EVENT-TYPE TO FR-E-TYPE
                       MOVE TM-ROUND-COUNT TO FR-E-ROUNDS
                       IF TM-RATING-POOL NOT = SPACE
                           MOVE TM-RATING-POOL TO FR-E-POOL
                       END-IF
                       SET EVENT-FOUND TO TRUE
               END-READ
           END-IF

           IF EVENT-NOT-FOUND AND WS-MATCH-OK
               MOVE EV-EVENT-ID(WS-EX) TO MT-MATCH-ID
               READ MATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING MT-HOME-CLUB DELIMITED BY SPACE
                              " V " DELIMITED BY SIZE
                              MT-AWAY-CLUB DELIMITED BY SPACE
                              INTO FR-E-NAME
                       MOVE 'T' TO FR-E-TYPE
                       MOVE 1 TO FR-E-ROUNDS
                       SET EVENT-FOUND TO TRUE
               END-READ
           END-IF

           IF EVENT-NOT-FOUND
               MOVE "UNKNOWN EVENT" TO FR-E-NAME
           END-IF
           WRITE FED-SUBMIT-RECORD
           .

           F-REGISTER-GAMES SECTION.

      *******************************************************************
      *   Every game in the file goes on the submission register.       *
      *   Only a register that has never been created (status 35) may   *
      *   be built fresh here; any other status means the existing      *
      *   file is damaged, and creating over it would wipe it.          *
      *******************************************************************

           OPEN I-O FEDSUB-FILE
           IF WS-FEDSUB-STATUS = '35'
               OPEN OUTPUT FEDSUB-FILE
               CLOSE FEDSUB-FILE
               OPEN I-O FEDSUB-FILE
           END-IF
           IF NOT WS-FEDSUB-OK
               DISPLAY "CANNOT OPEN SUBMISSION REGISTER - STATUS "
                       WS-FEDSUB-STATUS " - PERIOD NOT REGISTERED"
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM F2-REGISTER-ALL-GAMES
               CLOSE FEDSUB-FILE
           END-IF
           .

           F2-REGISTER-ALL-GAMES SECTION.

      *******************************************************************
      *                  F2-REGISTER-ALL-GAMES SECTION                  *
      *******************************************************************

           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GM-COUNT
               MOVE GM-GAME-ID(WS-GX) TO FS-GAME-ID
               MOVE WS-FED-PERIOD TO FS-PERIOD
               MOVE WS-TODAY TO FS-RUN-DATE
               WRITE FED-SUBMITTED-RECORD
                   INVALID KEY
                       REWRITE FED-SUBMITTED-RECORD
                           INVALID KEY
                               DISPLAY "GAME " FS-GAME-ID
                                       " NOT REGISTERED - STATUS "
                                       WS-FEDSUB-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-GAMES-REGISTERED
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-GAMES-REGISTERED
               END-WRITE
           END-PERFORM
           .

           G-REGISTER-PERIOD SECTION.

      *******************************************************************
      *                    G-REGISTER-PERIOD SECTION                    *
      *******************************************************************

           OPEN EXTEND PERIODS-FILE
           IF NOT WS-PERIODS-OK
               OPEN OUTPUT PERIODS-FILE
           END-IF
           IF WS-PERIODS-OK
               MOVE WS-FED-PERIOD-X TO PERIODS-RECORD
               WRITE PERIODS-RECORD
               CLOSE PERIODS-FILE
               DISPLAY "PERIOD " WS-FED-PERIOD " SUBMITTED"
           ELSE
               DISPLAY "CANNOT WRITE PERIOD REGISTER - PERIOD "
                       WS-FED-PERIOD " NOT REGISTERED"
           END-IF
           .

           H-SHOW-TOTALS SECTION.

      *******************************************************************
      *                      H-SHOW-TOTALS SECTION                      *
      *******************************************************************

           DISPLAY "FEDERATION SUBMISSION FOR " WS-FED-PERIOD ":"
           DISPLAY "  GAMES CONSIDERED:    " WS-GAMES-SEEN
           DISPLAY "  ALREADY SUBMITTED:   " WS-GAMES-ALREADY
           DISPLAY "  HELD (EXCEPTIONS):   " WS-GAMES-HELD
           DISPLAY "  LEFT FOR NEXT RUN:   " WS-GAMES-LEFT
           DISPLAY "  GAMES SUBMITTED:     " WS-GM-COUNT
           DISPLAY "  PLAYERS SUBMITTED:   " WS-PL-COUNT
           DISPLAY "  EVENTS SUBMITTED:    " WS-EV-COUNT
           DISPLAY "  EXCEPTION LINES:     " WS-EXCEPT-LINES
           DISPLAY "  GAMES REGISTERED:    " WS-GAMES-REGISTERED
           IF RUN-FAILED
               DISPLAY "  RUN FAILED - NOTHING REGISTERED"
           END-IF
           .

           COPY DIRNORM.

           COPY LEDGCOR.
