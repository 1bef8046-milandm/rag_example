      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH12.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-PERSUM-FILE ASSIGN TO DYNAMIC WS-OLD-PERSUM-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPS-KEY
           FILE STATUS IS WS-OLD-PERSUM-STATUS
           .
           SELECT NEW-PERSUM-FILE ASSIGN TO DYNAMIC WS-NEW-PERSUM-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-KEY
           FILE STATUS IS WS-NEW-PERSUM-STATUS
           .
           SELECT OLD-RATING-FILE ASSIGN TO DYNAMIC WS-OLD-RATING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORM-PLAYER-ID
           FILE STATUS IS WS-OLD-RATING-STATUS
           .
           SELECT NEW-RATING-FILE ASSIGN TO DYNAMIC WS-NEW-RATING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-NEW-RATING-STATUS
           .
           SELECT OLD-RATHIST-FILE ASSIGN TO DYNAMIC WS-OLD-RATHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORH-KEY
           FILE STATUS IS WS-OLD-RATHIST-STATUS
           .
           SELECT NEW-RATHIST-FILE ASSIGN TO DYNAMIC WS-NEW-RATHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS WS-NEW-RATHIST-STATUS
           .
           SELECT OLD-TOURN-FILE ASSIGN TO DYNAMIC WS-OLD-TOURN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OTR-EVENT-ID
           FILE STATUS IS WS-OLD-TOURN-STATUS
           .
           SELECT NEW-TOURN-FILE ASSIGN TO DYNAMIC WS-NEW-TOURN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-EVENT-ID
           FILE STATUS IS WS-NEW-TOURN-STATUS
           .
           SELECT OLD-PLAYER-FILE ASSIGN TO DYNAMIC WS-OLD-PLAYER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPM-PLAYER-ID
           FILE STATUS IS WS-OLD-PLAYER-STATUS
           .
           SELECT NEW-PLAYER-FILE ASSIGN TO DYNAMIC WS-NEW-PLAYER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PLAYER-ID
           FILE STATUS IS WS-NEW-PLAYER-STATUS
           .
           SELECT OLD-SAVE-FILE ASSIGN TO DYNAMIC WS-OLD-SAVE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OSV-GAME-ID
           FILE STATUS IS WS-OLD-SAVE-STATUS
           .
           SELECT NEW-SAVE-FILE ASSIGN TO DYNAMIC WS-NEW-SAVE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAVE-GAME-ID
           FILE STATUS IS WS-NEW-SAVE-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD OLD-PERSUM-FILE.
      *******************************************************************
      *   CHESS_PERSUM.DAT as it was before the adjusted-row flag and   *
      *   date were added - kept inline here (nothing else may ever     *
      *   read the old layout again) rather than as a second copybook.  *
      *******************************************************************
       01 OLD-PERSUM-RECORD.
           05 OPS-KEY.
               10 OPS-PLAYER-ID   PIC X(20).
               10 OPS-PERIOD      PIC 9(6).
           05 OPS-GAMES           PIC 9(5).
           05 OPS-WINS-WHITE      PIC 9(5).
           05 OPS-WINS-BLACK      PIC 9(5).
           05 OPS-DRAWS           PIC 9(5).
           05 OPS-LOSSES          PIC 9(5).
           05 OPS-GAMES-WHITE     PIC 9(5).
           05 OPS-GAMES-BLACK     PIC 9(5).
           05 OPS-HALF-POINTS     PIC 9(6).
           05 OPS-TOTAL-PLIES     PIC 9(7).
       FD NEW-PERSUM-FILE.
           COPY PERSUM.
       FD OLD-RATING-FILE.
      *******************************************************************
      *   CHESS_RATING.DAT as it was before the rating pools, keyed by  *
      *   player id alone.                                              *
      *******************************************************************
       01 OLD-RATING-RECORD.
           05 ORM-PLAYER-ID       PIC X(20).
           05 ORM-RATING          PIC 9(4).
           05 ORM-GAMES-RATED     PIC 9(5).
           05 ORM-LAST-PLAYED     PIC 9(8).
       FD NEW-RATING-FILE.
           COPY RATEREC.
       FD OLD-RATHIST-FILE.
      *******************************************************************
      *   CHESS_RATHIST.DAT as it was before RH-POOL was added.         *
      *******************************************************************
       01 OLD-RATHIST-RECORD.
           05 ORH-KEY.
               10 ORH-PLAYER-ID   PIC X(20).
               10 ORH-GAME-ID     PIC X(10).
           05 ORH-GAME-DATE       PIC 9(8).
           05 ORH-OPPONENT-ID     PIC X(20).
           05 ORH-PRE-RATING      PIC 9(4).
           05 ORH-POST-RATING     PIC 9(4).
       FD NEW-RATHIST-FILE.
           COPY RHISTREC.
       FD OLD-TOURN-FILE.
      *******************************************************************
      *   CHESS_TOURN.DAT as CBATCH11 left it, before TM-RATING-POOL,   *
      *   the tiebreak order and the prize places were added.           *
      *******************************************************************
       01 OLD-TOURN-RECORD.
           05 OTR-EVENT-ID        PIC X(8).
           05 OTR-EVENT-NAME      PIC X(30).
           05 OTR-EVENT-TYPE      PIC X.
           05 OTR-ROUND-COUNT     PIC 9(2).
           05 OTR-CURRENT-ROUND   PIC 9(2).
           05 OTR-ENTRANT-COUNT   PIC 9(3).
           05 OTR-ENTRANT-ID OCCURS 32 TIMES
                                  PIC X(20).
       FD NEW-TOURN-FILE.
           COPY TOURNREC.
       FD OLD-PLAYER-FILE.
      *******************************************************************
      *   CHESS_PLAYER.DAT as it was before the federation details      *
      *   and the membership dues were added.                           *
      *******************************************************************
       01 OLD-PLAYER-RECORD.
           05 OPM-PLAYER-ID       PIC X(20).
           05 OPM-FULL-NAME       PIC X(30).
           05 OPM-JOIN-DATE       PIC 9(8).
           05 OPM-ACTIVE-FLAG     PIC X.
       FD NEW-PLAYER-FILE.
           COPY PLAYREC.
       FD OLD-SAVE-FILE.
      *******************************************************************
      *   CHESS_SAVE.DAT as it was before the correspondence time       *
      *   control was added; the piece slots are unchanged.             *
      *******************************************************************
       01 OLD-SAVE-RECORD.
           05 OSV-GAME-ID         PIC X(10).
           05 OSV-PLAYER-TURN     PIC X(1).
           05 OSV-PLY-COUNT       PIC 9(4).
           05 OSV-FIFTY-MOVE-COUNT PIC 9(4).
           05 OSV-WHITE-PLAYER-ID PIC X(20).
           05 OSV-BLACK-PLAYER-ID PIC X(20).
           05 OSV-WHITE-ELAPSED-SEC PIC 9(6).
           05 OSV-BLACK-ELAPSED-SEC PIC 9(6).
           05 OSV-TIME-BUDGET-SEC PIC 9(6).
           05 OSV-PIECE-SLOT OCCURS 32 TIMES
                                  PIC X(15).
       FD NEW-SAVE-FILE.
           COPY SAVEREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 COUNTERS.
           05 COUNTER          PIC 99.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
       01 WS-OLD-PERSUM-STATUS PIC XX.
           88 WS-OLD-PERSUM-OK VALUE '00'.
       01 WS-NEW-PERSUM-STATUS PIC XX.
           88 WS-NEW-PERSUM-OK VALUE '00'.
       01 WS-OLD-RATING-STATUS PIC XX.
           88 WS-OLD-RATING-OK VALUE '00'.
       01 WS-NEW-RATING-STATUS PIC XX.
           88 WS-NEW-RATING-OK VALUE '00'.
       01 WS-OLD-RATHIST-STATUS PIC XX.
           88 WS-OLD-RATHIST-OK VALUE '00'.
       01 WS-NEW-RATHIST-STATUS PIC XX.
           88 WS-NEW-RATHIST-OK VALUE '00'.
       01 WS-OLD-TOURN-STATUS  PIC XX.
           88 WS-OLD-TOURN-OK  VALUE '00'.
       01 WS-NEW-TOURN-STATUS  PIC XX.
           88 WS-NEW-TOURN-OK  VALUE '00'.
       01 WS-OLD-PLAYER-STATUS PIC XX.
           88 WS-OLD-PLAYER-OK VALUE '00'.
       01 WS-NEW-PLAYER-STATUS PIC XX.
           88 WS-NEW-PLAYER-OK VALUE '00'.
       01 WS-OLD-SAVE-STATUS   PIC XX.
           88 WS-OLD-SAVE-OK   VALUE '00'.
       01 WS-NEW-SAVE-STATUS   PIC XX.
           88 WS-NEW-SAVE-OK   VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-OLD-PERSUM-PATH PIC X(150).
           05 WS-NEW-PERSUM-PATH PIC X(150).
           05 WS-OLD-RATING-PATH PIC X(150).
           05 WS-NEW-RATING-PATH PIC X(150).
           05 WS-OLD-RATHIST-PATH PIC X(150).
           05 WS-NEW-RATHIST-PATH PIC X(150).
           05 WS-OLD-TOURN-PATH PIC X(150).
           05 WS-NEW-TOURN-PATH PIC X(150).
           05 WS-OLD-PLAYER-PATH PIC X(150).
           05 WS-NEW-PLAYER-PATH PIC X(150).
           05 WS-OLD-SAVE-PATH  PIC X(150).
           05 WS-NEW-SAVE-PATH  PIC X(150).
       01 WS-TALLIES.
           05 WS-SUMMARIES-CONVERTED PIC 9(6) VALUE 0.
           05 WS-RATINGS-CONVERTED   PIC 9(6) VALUE 0.
           05 WS-HISTORY-CONVERTED   PIC 9(7) VALUE 0.
           05 WS-EVENTS-CONVERTED    PIC 9(3) VALUE 0.
           05 WS-MEMBERS-CONVERTED   PIC 9(5) VALUE 0.
           05 WS-GAMES-CONVERTED     PIC 9(5) VALUE 0.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM B-CONVERT-PERSUM-FILE
           PERFORM C-CONVERT-RATING-FILE
           PERFORM D-CONVERT-RATHIST-FILE
           PERFORM E-CONVERT-TOURN-FILE
           PERFORM F-CONVERT-PLAYER-FILE
           PERFORM G-CONVERT-SAVE-FILE

           DISPLAY "PERIOD SUMMARIES CONVERTED: "
                   WS-SUMMARIES-CONVERTED
           DISPLAY "RATINGS CONVERTED:          "
                   WS-RATINGS-CONVERTED
           DISPLAY "RATING HISTORY CONVERTED:   "
                   WS-HISTORY-CONVERTED
           DISPLAY "EVENTS CONVERTED:           "
                   WS-EVENTS-CONVERTED
           DISPLAY "MEMBERS CONVERTED:          "
                   WS-MEMBERS-CONVERTED
           DISPLAY "SAVED GAMES CONVERTED:      "
                   WS-GAMES-CONVERTED
           DISPLAY "NOW RETIRE THE OLD FILES AND PUT THE _NEW ONES "
                   "IN THEIR PLACE:"
           DISPLAY "  CHESS_PERSUM_NEW.DAT  -> CHESS_PERSUM.DAT"
           DISPLAY "  CHESS_RATING_NEW.DAT  -> CHESS_RATING.DAT"
           DISPLAY "  CHESS_RATHIST_NEW.DAT -> CHESS_RATHIST.DAT"
           DISPLAY "  CHESS_TOURN_NEW.DAT   -> CHESS_TOURN.DAT"
           DISPLAY "  CHESS_PLAYER_NEW.DAT  -> CHESS_PLAYER.DAT"
           DISPLAY "  CHESS_SAVE_NEW.DAT    -> CHESS_SAVE.DAT"
           DISPLAY "NO PROGRAM MAY OPEN THESE FILES UNTIL THE SWAP "
                   "IS DONE"

           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   One-time layout conversion, the same way CBATCH11 converted   *
      *   the pairing file and event master.  Six layouts changed: the  *
      *   adjusted-row flag and date on the period summaries, the       *
      *   rating pool in the rating master's key, the pool on the       *
      *   rating history records, the pool, tiebreak order and prize    *
      *   places on the event master, the federation and dues details   *
      *   on the member master, and the correspondence time control on  *
      *   the save file.  A file written under an old layout no longer  *
      *   opens (status 39), so each record is copied into a _NEW file  *
      *   under the current layout - summaries flag space and date      *
      *   zero, exactly as the close left them; ratings, history and    *
      *   events all standard, the only pool there was, events with the *
      *   club tiebreak order, three prize places and no category       *
      *   prizes; members as adult class with their federation and dues *
      *   details still to be keyed; saved games as games played at the *
      *   board - and the operator swaps the files by hand afterwards,  *
      *   keeping the old ones until the swap has been checked.  An     *
      *   event master still in the pre-league layout goes through      *
      *   CBATCH11 instead, which now writes the current layout         *
      *   directly.                                                     *
      *   Rerunnable: the _NEW files are rebuilt from scratch each run. *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR

           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PERSUM.DAT" DELIMITED BY SIZE
                  INTO WS-OLD-PERSUM-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PERSUM_NEW.DAT" DELIMITED BY SIZE
                  INTO WS-NEW-PERSUM-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATING.DAT" DELIMITED BY SIZE
                  INTO WS-OLD-RATING-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATING_NEW.DAT" DELIMITED BY SIZE
                  INTO WS-NEW-RATING-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATHIST.DAT" DELIMITED BY SIZE
                  INTO WS-OLD-RATHIST-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATHIST_NEW.DAT" DELIMITED BY SIZE
                  INTO WS-NEW-RATHIST-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TOURN.DAT" DELIMITED BY SIZE
                  INTO WS-OLD-TOURN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TOURN_NEW.DAT" DELIMITED BY SIZE
                  INTO WS-NEW-TOURN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-OLD-PLAYER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PLAYER_NEW.DAT" DELIMITED BY SIZE
                  INTO WS-NEW-PLAYER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_SAVE.DAT" DELIMITED BY SIZE
                  INTO WS-OLD-SAVE-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_SAVE_NEW.DAT" DELIMITED BY SIZE
                  INTO WS-NEW-SAVE-PATH
           .

           B-CONVERT-PERSUM-FILE SECTION.

      *******************************************************************
      *                  B-CONVERT-PERSUM-FILE SECTION                  *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT OLD-PERSUM-FILE
           IF NOT WS-OLD-PERSUM-OK
               DISPLAY "PERIOD-SUMMARY FILE NOT OPENED (STATUS "
                       WS-OLD-PERSUM-STATUS ") - ALREADY CONVERTED, "
                       "OR MISSING; NOTHING DONE"
           ELSE
               OPEN OUTPUT NEW-PERSUM-FILE
               IF NOT WS-NEW-PERSUM-OK
                   DISPLAY "CANNOT CREATE CHESS_PERSUM_NEW.DAT - "
                           "STATUS " WS-NEW-PERSUM-STATUS
                   CLOSE OLD-PERSUM-FILE
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ OLD-PERSUM-FILE
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               MOVE SPACES TO PERIOD-SUMMARY-RECORD
                               MOVE OPS-PLAYER-ID TO PS-PLAYER-ID
                               MOVE OPS-PERIOD TO PS-PERIOD
                               MOVE OPS-GAMES TO PS-GAMES
                               MOVE OPS-WINS-WHITE TO PS-WINS-WHITE
                               MOVE OPS-WINS-BLACK TO PS-WINS-BLACK
                               MOVE OPS-DRAWS TO PS-DRAWS
                               MOVE OPS-LOSSES TO PS-LOSSES
                               MOVE OPS-GAMES-WHITE TO PS-GAMES-WHITE
                               MOVE OPS-GAMES-BLACK TO PS-GAMES-BLACK
                               MOVE OPS-HALF-POINTS TO PS-HALF-POINTS
                               MOVE OPS-TOTAL-PLIES TO PS-TOTAL-PLIES
                               SET PS-AS-CLOSED TO TRUE
                               MOVE 0 TO PS-ADJUST-DATE
                               WRITE PERIOD-SUMMARY-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                               ADD 1 TO WS-SUMMARIES-CONVERTED
                       END-READ
                   END-PERFORM
                   CLOSE NEW-PERSUM-FILE
                   CLOSE OLD-PERSUM-FILE
               END-IF
           END-IF
           .

           C-CONVERT-RATING-FILE SECTION.

      *******************************************************************
      *                  C-CONVERT-RATING-FILE SECTION                  *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT OLD-RATING-FILE
           IF NOT WS-OLD-RATING-OK
               DISPLAY "RATING MASTER NOT OPENED (STATUS "
                       WS-OLD-RATING-STATUS ") - ALREADY CONVERTED, "
                       "OR MISSING; NOTHING DONE"
           ELSE
               OPEN OUTPUT NEW-RATING-FILE
               IF NOT WS-NEW-RATING-OK
                   DISPLAY "CANNOT CREATE CHESS_RATING_NEW.DAT - "
                           "STATUS " WS-NEW-RATING-STATUS
                   CLOSE OLD-RATING-FILE
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ OLD-RATING-FILE
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               MOVE SPACES TO RATING-RECORD
                               MOVE ORM-PLAYER-ID TO RM-PLAYER-ID
                               SET RM-POOL-STANDARD TO TRUE
                               MOVE ORM-RATING TO RM-RATING
                               MOVE ORM-GAMES-RATED TO RM-GAMES-RATED
                               MOVE ORM-LAST-PLAYED TO RM-LAST-PLAYED
                               WRITE RATING-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                               ADD 1 TO WS-RATINGS-CONVERTED
                       END-READ
                   END-PERFORM
                   CLOSE NEW-RATING-FILE
                   CLOSE OLD-RATING-FILE
               END-IF
           END-IF
           .

           D-CONVERT-RATHIST-FILE SECTION.

      *******************************************************************
      *                 D-CONVERT-RATHIST-FILE SECTION                  *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT OLD-RATHIST-FILE
           IF NOT WS-OLD-RATHIST-OK
               DISPLAY "RATING HISTORY NOT OPENED (STATUS "
                       WS-OLD-RATHIST-STATUS ") - ALREADY CONVERTED, "
                       "OR MISSING; NOTHING DONE"
           ELSE
               OPEN OUTPUT NEW-RATHIST-FILE
               IF NOT WS-NEW-RATHIST-OK
                   DISPLAY "CANNOT CREATE CHESS_RATHIST_NEW.DAT - "
                           "STATUS " WS-NEW-RATHIST-STATUS
                   CLOSE OLD-RATHIST-FILE
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ OLD-RATHIST-FILE
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               MOVE SPACES TO RATING-HIST-RECORD
                               MOVE ORH-PLAYER-ID TO RH-PLAYER-ID
                               MOVE ORH-GAME-ID TO RH-GAME-ID
                               MOVE ORH-GAME-DATE TO RH-GAME-DATE
                               MOVE ORH-OPPONENT-ID TO RH-OPPONENT-ID
                               MOVE ORH-PRE-RATING TO RH-PRE-RATING
                               MOVE ORH-POST-RATING TO RH-POST-RATING
                               SET RH-POOL-STANDARD TO TRUE
                               WRITE RATING-HIST-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                               ADD 1 TO WS-HISTORY-CONVERTED
                       END-READ
                   END-PERFORM
                   CLOSE NEW-RATHIST-FILE
                   CLOSE OLD-RATHIST-FILE
               END-IF
           END-IF
           .

           E-CONVERT-TOURN-FILE SECTION.

      *******************************************************************
      *                  E-CONVERT-TOURN-FILE SECTION                   *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT OLD-TOURN-FILE
           IF NOT WS-OLD-TOURN-OK
               DISPLAY "EVENT MASTER NOT OPENED (STATUS "
                       WS-OLD-TOURN-STATUS ") - ALREADY CONVERTED, "
                       "OR MISSING; NOTHING DONE"
           ELSE
               OPEN OUTPUT NEW-TOURN-FILE
               IF NOT WS-NEW-TOURN-OK
                   DISPLAY "CANNOT CREATE CHESS_TOURN_NEW.DAT - "
                           "STATUS " WS-NEW-TOURN-STATUS
                   CLOSE OLD-TOURN-FILE
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ OLD-TOURN-FILE
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               MOVE SPACES TO TOURN-RECORD
                               MOVE OTR-EVENT-ID TO TM-EVENT-ID
                               MOVE OTR-EVENT-NAME TO TM-EVENT-NAME
                               MOVE OTR-EVENT-TYPE TO TM-EVENT-TYPE
                               MOVE OTR-ROUND-COUNT
                                   TO TM-ROUND-COUNT
                               MOVE OTR-CURRENT-ROUND
                                   TO TM-CURRENT-ROUND
                               MOVE OTR-ENTRANT-COUNT
                                   TO TM-ENTRANT-COUNT
                               PERFORM VARYING COUNTER FROM 1 BY 1
                                       UNTIL COUNTER > 32
                                   MOVE OTR-ENTRANT-ID(COUNTER)
                                       TO TM-ENTRANT-ID(COUNTER)
                               END-PERFORM
                               SET TM-POOL-STANDARD TO TRUE
                               MOVE SPACES TO TM-TIEBREAK-ORDER
                               MOVE 3 TO TM-PRIZE-PLACES
                               PERFORM VARYING COUNTER FROM 1 BY 1
                                       UNTIL COUNTER > 3
                                   MOVE SPACE TO TM-CAT-TYPE(COUNTER)
                                   MOVE 0 TO TM-CAT-LIMIT(COUNTER)
                               END-PERFORM
                               WRITE TOURN-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                               ADD 1 TO WS-EVENTS-CONVERTED
                       END-READ
                   END-PERFORM
                   CLOSE NEW-TOURN-FILE
                   CLOSE OLD-TOURN-FILE
               END-IF
           END-IF
           .

           F-CONVERT-PLAYER-FILE SECTION.

      *******************************************************************
      *                  F-CONVERT-PLAYER-FILE SECTION                  *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT OLD-PLAYER-FILE
           IF NOT WS-OLD-PLAYER-OK
               DISPLAY "MEMBER MASTER NOT OPENED (STATUS "
                       WS-OLD-PLAYER-STATUS ") - ALREADY CONVERTED, "
                       "OR MISSING; NOTHING DONE"
           ELSE
               OPEN OUTPUT NEW-PLAYER-FILE
               IF NOT WS-NEW-PLAYER-OK
                   DISPLAY "CANNOT CREATE CHESS_PLAYER_NEW.DAT - "
                           "STATUS " WS-NEW-PLAYER-STATUS
                   CLOSE OLD-PLAYER-FILE
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ OLD-PLAYER-FILE
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               MOVE SPACES TO PLAYER-RECORD
                               MOVE OPM-PLAYER-ID TO PM-PLAYER-ID
                               MOVE OPM-FULL-NAME TO PM-FULL-NAME
                               MOVE OPM-JOIN-DATE TO PM-JOIN-DATE
                               MOVE OPM-ACTIVE-FLAG TO PM-ACTIVE-FLAG
                               MOVE 0 TO PM-BIRTH-YEAR
                               MOVE 'A' TO PM-MEMBER-CLASS
                               MOVE 0 TO PM-PAID-THRU
                               MOVE 0 TO PM-AMOUNT-PAID
                               WRITE PLAYER-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                               ADD 1 TO WS-MEMBERS-CONVERTED
                       END-READ
                   END-PERFORM
                   CLOSE NEW-PLAYER-FILE
                   CLOSE OLD-PLAYER-FILE
               END-IF
           END-IF
           .

           G-CONVERT-SAVE-FILE SECTION.

      *******************************************************************
      *                   G-CONVERT-SAVE-FILE SECTION                   *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT OLD-SAVE-FILE
           IF NOT WS-OLD-SAVE-OK
               DISPLAY "SAVE FILE NOT OPENED (STATUS "
                       WS-OLD-SAVE-STATUS ") - ALREADY CONVERTED, "
                       "OR MISSING; NOTHING DONE"
           ELSE
               OPEN OUTPUT NEW-SAVE-FILE
               IF NOT WS-NEW-SAVE-OK
                   DISPLAY "CANNOT CREATE CHESS_SAVE_NEW.DAT - "
                           "STATUS " WS-NEW-SAVE-STATUS
                   CLOSE OLD-SAVE-FILE
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ OLD-SAVE-FILE
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               PERFORM G2-COPY-SAVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE NEW-SAVE-FILE
                   CLOSE OLD-SAVE-FILE
               END-IF
           END-IF
           .

           G2-COPY-SAVE-RECORD SECTION.

      *******************************************************************
      *   Every game saved so far was played at the board, so none of   *
      *   them carries days per move, a reflection bank or a turn date. *
      *******************************************************************

           MOVE OSV-GAME-ID TO SAVE-GAME-ID
           MOVE OSV-PLAYER-TURN TO SAVE-PLAYER-TURN
           MOVE OSV-PLY-COUNT TO SAVE-PLY-COUNT
           MOVE OSV-FIFTY-MOVE-COUNT TO SAVE-FIFTY-MOVE-COUNT
           MOVE OSV-WHITE-PLAYER-ID TO SAVE-WHITE-PLAYER-ID
           MOVE OSV-BLACK-PLAYER-ID TO SAVE-BLACK-PLAYER-ID
           MOVE OSV-WHITE-ELAPSED-SEC TO SAVE-WHITE-ELAPSED-SEC
           MOVE OSV-BLACK-ELAPSED-SEC TO SAVE-BLACK-ELAPSED-SEC
           MOVE OSV-TIME-BUDGET-SEC TO SAVE-TIME-BUDGET-SEC
           MOVE 0 TO SAVE-CORR-DAYS-PER-MOVE
           MOVE 0 TO SAVE-WHITE-REFLECT-DAYS
           MOVE 0 TO SAVE-BLACK-REFLECT-DAYS
           MOVE 0 TO SAVE-CORR-TURN-START
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 32
               MOVE OSV-PIECE-SLOT(COUNTER) TO SAVE-PIECE-SLOT(COUNTER)
           END-PERFORM
           WRITE SAVE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-GAMES-CONVERTED
           .

           COPY DIRNORM.
