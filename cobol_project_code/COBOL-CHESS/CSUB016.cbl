      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CSUB016.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TOURN-FILE ASSIGN TO DYNAMIC WS-TOURN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-EVENT-ID
           FILE STATUS IS WS-TOURN-STATUS
           .
           SELECT PAIR-FILE ASSIGN TO DYNAMIC WS-PAIR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-GAME-ID
           FILE STATUS IS WS-PAIR-STATUS
           .
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD TOURN-FILE.
           COPY TOURNREC.
       FD PAIR-FILE.
           COPY PAIRREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-SWAPPED   PIC X.
               88 SWAPPED-Y    VALUE 'Y'.
               88 SWAPPED-N    VALUE 'N'.
           05 SWITCH-MET       PIC X.
               88 PAIR-HAVE-MET    VALUE 'Y'.
               88 PAIR-NOT-MET     VALUE 'N'.
           05 SWITCH-ALL-MET   PIC X.
               88 GROUP-ALL-MET    VALUE 'Y'.
               88 GROUP-NOT-ALL-MET VALUE 'N'.
       01 WS-TOURN-STATUS      PIC XX.
           88 WS-TOURN-OK      VALUE '00'.
       01 WS-PAIR-STATUS       PIC XX.
           88 WS-PAIR-OK       VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-TOURN-PATH     PIC X(150).
           05 WS-PAIR-PATH      PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
      *    Reserved opponent id marking a bye pairing - must match
      *    the id CTOURN01 writes.
       01 WS-BYE-ID             PIC X(20) VALUE "** BYE **".
       01 WS-CLUB-ORDER         PIC X(5) VALUE "BMSWD".
      *******************************************************************
      *   Every entrant's rounds as they stand: the opponent (zero for  *
      *   a round not played over the board - a bye or a default -      *
      *   which is scored against a virtual opponent), the result in    *
      *   half-points, and the opponent's worth for the tiebreaks in    *
      *   half-points.  Scores and tiebreaks are held in half-points    *
      *   (Sonneborn-Berger in quarter-points) so the arithmetic stays  *
      *   whole; EN-KEY strings them in the event's tiebreak order for  *
      *   the ranking sort.                                             *
      *******************************************************************
       01 WS-ENTRANTS.
           05 WS-EN-COUNT       PIC 9(3).
           05 WS-EN-ENTRY OCCURS 32 TIMES.
               10 EN-PLAYER-ID  PIC X(20).
               10 EN-HALVES     PIC 9(3).
               10 EN-ADJ-HALVES PIC 9(3).
               10 EN-GAMES-PLAYED PIC 9(2).
               10 EN-WINS       PIC 9(2).
               10 EN-BUCHHOLZ   PIC 9(4).
               10 EN-MEDIAN     PIC 9(4).
               10 EN-SONNEBORN  PIC 9(5).
               10 EN-DIRECT     PIC 9(3).
               10 EN-KEY.
                   15 KY-POINTS    PIC 9(3).
                   15 KY-TIEBREAK OCCURS 5 TIMES PIC 9(5).
               10 EN-ROUND-COUNT PIC 9(2).
               10 EN-ROUND OCCURS 40 TIMES.
                   15 RD-ROUND     PIC 9(2).
                   15 RD-OPPONENT  PIC 9(3).
                   15 RD-RESULT    PIC 9.
                   15 RD-OPP-VALUE PIC 9(3).
       01 WS-EN-HOLD            PIC X(436).
       01 WS-INDEXES.
           05 WS-I              PIC 9(3).
           05 WS-J              PIC 9(3).
           05 WS-K              PIC 9(3).
           05 WS-R              PIC 9(3).
           05 WS-P              PIC 9(3).
           05 WS-FOUND          PIC 9(3).
           05 WS-WHITE-X        PIC 9(3).
           05 WS-BLACK-X        PIC 9(3).
           05 WS-MET-A          PIC 9(3).
           05 WS-MET-B          PIC 9(3).
       01 WS-LOOKUP-ID          PIC X(20).
       01 WS-ADD-WORK.
           05 WS-ADD-ROUND      PIC 9(2).
           05 WS-ADD-OPPONENT   PIC 9(3).
           05 WS-ADD-RESULT     PIC 9.
       01 WS-SCORE-WORK.
           05 WS-BEFORE         PIC 9(3).
           05 WS-ROUNDS-LEFT    PIC 9(3).
           05 WS-HIGH-VALUE     PIC 9(3).
           05 WS-LOW-VALUE      PIC 9(3).
           05 WS-DIRECT-SUM     PIC 9(3).
           05 WS-GROUP-SIZE     PIC 9(3).
           05 WS-KEY-LEN        PIC 9(2).
           05 WS-CODE           PIC X.
       01 WS-GAME-COUNTS.
           05 WS-BOARDS-PAIRED  PIC 9(3).
           05 WS-GAMES-RESULTED PIC 9(3).
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.

       LINKAGE SECTION.
           COPY TIEREQ.
      *-----------------------
       PROCEDURE DIVISION USING TIEBREAK-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM B-LOAD-EVENT
           IF TI-OK
               PERFORM C-LOAD-LEDGER-GAMES
               PERFORM D-LOAD-BYES
               PERFORM E-SCORE-ENTRANTS
               PERFORM F-BUILD-KEYS
               PERFORM G-SORT-AND-RANK
               PERFORM H-RETURN-TABLE
           END-IF
           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Swiss tiebreaks for one event, from its pairings and its      *
      *   stamped ledger lines (corrections applied): points first,     *
      *   then the event's tiebreak order.  A round not played over the *
      *   board is scored against a virtual opponent: the entrant's own *
      *   score before that round, plus the points they did not score   *
      *   in it, plus a draw for every round still to come.  An         *
      *   opponent's score counts their own byes and defaults as draws, *
      *   so no entrant gains from an opponent's unplayed rounds.       *
      *   Median Buchholz drops the best and worst opponent once three  *
      *   or more rounds stand.                                         *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TOURN.DAT" DELIMITED BY SIZE
                  INTO WS-TOURN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PAIR.DAT" DELIMITED BY SIZE
                  INTO WS-PAIR-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH

           MOVE SPACES TO TI-ORDER
           MOVE 0 TO TI-ROUND-COUNT
           MOVE 0 TO TI-CURRENT-ROUND
           MOVE 0 TO TI-GAMES-PENDING
           MOVE 0 TO TI-ENTRANT-COUNT
           MOVE 0 TO WS-BOARDS-PAIRED
           MOVE 0 TO WS-GAMES-RESULTED
           .

           B-LOAD-EVENT SECTION.

      *******************************************************************
      *                      B-LOAD-EVENT SECTION                       *
      *******************************************************************

           SET TI-NO-EVENT TO TRUE
           OPEN INPUT TOURN-FILE
           IF WS-TOURN-OK
               MOVE TI-EVENT-ID TO TM-EVENT-ID
               READ TOURN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TI-OK TO TRUE
               END-READ
               CLOSE TOURN-FILE
           END-IF

           IF TI-OK
               IF TM-TIEBREAK-ORDER = SPACES
                   MOVE WS-CLUB-ORDER TO TI-ORDER
               ELSE
                   MOVE TM-TIEBREAK-ORDER TO TI-ORDER
               END-IF
               MOVE TM-ROUND-COUNT TO TI-ROUND-COUNT
               MOVE TM-CURRENT-ROUND TO TI-CURRENT-ROUND
               MOVE TM-ENTRANT-COUNT TO WS-EN-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EN-COUNT
                   MOVE TM-ENTRANT-ID(WS-I) TO EN-PLAYER-ID(WS-I)
                   MOVE 0 TO EN-HALVES(WS-I)
                   MOVE 0 TO EN-ADJ-HALVES(WS-I)
                   MOVE 0 TO EN-GAMES-PLAYED(WS-I)
                   MOVE 0 TO EN-WINS(WS-I)
                   MOVE 0 TO EN-BUCHHOLZ(WS-I)
                   MOVE 0 TO EN-MEDIAN(WS-I)
                   MOVE 0 TO EN-SONNEBORN(WS-I)
                   MOVE 0 TO EN-DIRECT(WS-I)
                   MOVE 0 TO EN-ROUND-COUNT(WS-I)
                   MOVE ZEROS TO EN-KEY(WS-I)
               END-PERFORM
           END-IF
           .

           C-LOAD-LEDGER-GAMES SECTION.

      *******************************************************************
      *   Each result of the event gives both players a round against   *
      *   the other.  A defaulted fixture (result code F) was never     *
      *   played, so both sides take it against a virtual opponent,     *
      *   scoring nothing.                                              *
      *******************************************************************

           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-OK
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           IF WL-EVENT-ID = TI-EVENT-ID
                              AND LC-LINE-COUNTS
                               ADD 1 TO WS-GAMES-RESULTED
                               PERFORM C2-POST-LEDGER-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .

           C2-POST-LEDGER-GAME SECTION.

      *******************************************************************
      *                  C2-POST-LEDGER-GAME SECTION                    *
      *******************************************************************

           MOVE WL-WHITE-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM X-FIND-ENTRANT
           MOVE WS-FOUND TO WS-WHITE-X
           MOVE WL-BLACK-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM X-FIND-ENTRANT
           MOVE WS-FOUND TO WS-BLACK-X
           MOVE WL-ROUND TO WS-ADD-ROUND

           IF WL-RESULT-CODE = 'F'
               MOVE 0 TO WS-ADD-OPPONENT
               MOVE 0 TO WS-ADD-RESULT
               IF WS-WHITE-X > 0
                   MOVE WS-WHITE-X TO WS-I
                   PERFORM C3-ADD-ROUND
               END-IF
               IF WS-BLACK-X > 0
                   MOVE WS-BLACK-X TO WS-I
                   PERFORM C3-ADD-ROUND
               END-IF
           ELSE
               IF WS-WHITE-X > 0
                   MOVE WS-WHITE-X TO WS-I
                   MOVE WS-BLACK-X TO WS-ADD-OPPONENT
                   EVALUATE WL-WINNER
                       WHEN 'W'
                           MOVE 2 TO WS-ADD-RESULT
                       WHEN 'B'
                           MOVE 0 TO WS-ADD-RESULT
                       WHEN OTHER
                           MOVE 1 TO WS-ADD-RESULT
                   END-EVALUATE
                   PERFORM C3-ADD-ROUND
               END-IF
               IF WS-BLACK-X > 0
                   MOVE WS-BLACK-X TO WS-I
                   MOVE WS-WHITE-X TO WS-ADD-OPPONENT
                   EVALUATE WL-WINNER
                       WHEN 'B'
                           MOVE 2 TO WS-ADD-RESULT
                       WHEN 'W'
                           MOVE 0 TO WS-ADD-RESULT
                       WHEN OTHER
                           MOVE 1 TO WS-ADD-RESULT
                   END-EVALUATE
                   PERFORM C3-ADD-ROUND
               END-IF
           END-IF
           .

           C3-ADD-ROUND SECTION.

      *******************************************************************
      *   Adds WS-ADD-ROUND/-OPPONENT/-RESULT to entrant WS-I.          *
      *******************************************************************

           IF EN-ROUND-COUNT(WS-I) < 40
               ADD 1 TO EN-ROUND-COUNT(WS-I)
               MOVE EN-ROUND-COUNT(WS-I) TO WS-R
               MOVE WS-ADD-ROUND TO RD-ROUND(WS-I, WS-R)
               MOVE WS-ADD-OPPONENT TO RD-OPPONENT(WS-I, WS-R)
               MOVE WS-ADD-RESULT TO RD-RESULT(WS-I, WS-R)
               MOVE 0 TO RD-OPP-VALUE(WS-I, WS-R)
           END-IF
           .

           D-LOAD-BYES SECTION.

      *******************************************************************
      *   A bye is a full point against a virtual opponent.  Every      *
      *   other board paired counts toward the games still pending.     *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT PAIR-FILE
           IF WS-PAIR-OK
               PERFORM UNTIL EOF-Y
                   READ PAIR-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF PA-EVENT-ID = TI-EVENT-ID
                               IF PA-BLACK-ID = WS-BYE-ID
                                   MOVE PA-WHITE-ID TO WS-LOOKUP-ID
                                   PERFORM X-FIND-ENTRANT
                                   IF WS-FOUND > 0
                                       MOVE WS-FOUND TO WS-I
                                       MOVE PA-ROUND TO WS-ADD-ROUND
                                       MOVE 0 TO WS-ADD-OPPONENT
                                       MOVE 2 TO WS-ADD-RESULT
                                       PERFORM C3-ADD-ROUND
                                   END-IF
                               ELSE
                                   ADD 1 TO WS-BOARDS-PAIRED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIR-FILE
           END-IF

           IF WS-BOARDS-PAIRED > WS-GAMES-RESULTED
               COMPUTE TI-GAMES-PENDING =
                   WS-BOARDS-PAIRED - WS-GAMES-RESULTED
           END-IF
           .

           E-SCORE-ENTRANTS SECTION.

      *******************************************************************
      *   Points and the opponent's-eye score first, for everyone, then *
      *   each round's opponent value, then the tiebreak sums.          *
      *******************************************************************

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > EN-ROUND-COUNT(WS-I)
                   ADD RD-RESULT(WS-I, WS-R) TO EN-HALVES(WS-I)
                   IF RD-OPPONENT(WS-I, WS-R) = 0
                       ADD 1 TO EN-ADJ-HALVES(WS-I)
                   ELSE
                       ADD RD-RESULT(WS-I, WS-R) TO EN-ADJ-HALVES(WS-I)
                       ADD 1 TO EN-GAMES-PLAYED(WS-I)
                       IF RD-RESULT(WS-I, WS-R) = 2
                           ADD 1 TO EN-WINS(WS-I)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               MOVE 0 TO WS-HIGH-VALUE
               MOVE 999 TO WS-LOW-VALUE
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > EN-ROUND-COUNT(WS-I)
                   IF RD-OPPONENT(WS-I, WS-R) = 0
                       PERFORM E2-VIRTUAL-OPPONENT
                   ELSE
                       MOVE RD-OPPONENT(WS-I, WS-R) TO WS-J
                       MOVE EN-ADJ-HALVES(WS-J)
                           TO RD-OPP-VALUE(WS-I, WS-R)
                   END-IF
                   ADD RD-OPP-VALUE(WS-I, WS-R) TO EN-BUCHHOLZ(WS-I)
                   COMPUTE EN-SONNEBORN(WS-I) = EN-SONNEBORN(WS-I)
                       + RD-RESULT(WS-I, WS-R)
                       * RD-OPP-VALUE(WS-I, WS-R)
                   IF RD-OPP-VALUE(WS-I, WS-R) > WS-HIGH-VALUE
                       MOVE RD-OPP-VALUE(WS-I, WS-R) TO WS-HIGH-VALUE
                   END-IF
                   IF RD-OPP-VALUE(WS-I, WS-R) < WS-LOW-VALUE
                       MOVE RD-OPP-VALUE(WS-I, WS-R) TO WS-LOW-VALUE
                   END-IF
               END-PERFORM
               IF EN-ROUND-COUNT(WS-I) >= 3
                   COMPUTE EN-MEDIAN(WS-I) = EN-BUCHHOLZ(WS-I)
                       - WS-HIGH-VALUE - WS-LOW-VALUE
               ELSE
                   MOVE EN-BUCHHOLZ(WS-I) TO EN-MEDIAN(WS-I)
               END-IF
           END-PERFORM
           .

           E2-VIRTUAL-OPPONENT SECTION.

      *******************************************************************
      *   Round WS-R of entrant WS-I, in half-points: score before the  *
      *   round, plus what was not scored in it, plus a draw for each   *
      *   round of the event after it.                                  *
      *******************************************************************

           MOVE 0 TO WS-BEFORE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > EN-ROUND-COUNT(WS-I)
               IF RD-ROUND(WS-I, WS-K) < RD-ROUND(WS-I, WS-R)
                   ADD RD-RESULT(WS-I, WS-K) TO WS-BEFORE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ROUNDS-LEFT
           IF TI-ROUND-COUNT > RD-ROUND(WS-I, WS-R)
               COMPUTE WS-ROUNDS-LEFT =
                   TI-ROUND-COUNT - RD-ROUND(WS-I, WS-R)
           END-IF
           COMPUTE RD-OPP-VALUE(WS-I, WS-R) = WS-BEFORE
               + 2 - RD-RESULT(WS-I, WS-R) + WS-ROUNDS-LEFT
           .

           F-BUILD-KEYS SECTION.

      *******************************************************************
      *   Points, then one five-digit slot per tiebreak in the event's  *
      *   order.  Direct encounter depends on who is still level when   *
      *   it is reached, so it is worked out against the key built so   *
      *   far.                                                          *
      *******************************************************************

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               MOVE EN-HALVES(WS-I) TO KY-POINTS(WS-I)
           END-PERFORM

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
               MOVE TI-ORDER(WS-P:1) TO WS-CODE
               COMPUTE WS-KEY-LEN = 3 + 5 * (WS-P - 1)
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EN-COUNT
                   EVALUATE WS-CODE
                       WHEN 'B'
                           MOVE EN-BUCHHOLZ(WS-I)
                               TO KY-TIEBREAK(WS-I, WS-P)
                       WHEN 'M'
                           MOVE EN-MEDIAN(WS-I)
                               TO KY-TIEBREAK(WS-I, WS-P)
                       WHEN 'S'
                           MOVE EN-SONNEBORN(WS-I)
                               TO KY-TIEBREAK(WS-I, WS-P)
                       WHEN 'W'
                           MOVE EN-WINS(WS-I)
                               TO KY-TIEBREAK(WS-I, WS-P)
                       WHEN 'D'
                           PERFORM F2-DIRECT-ENCOUNTER
                           MOVE WS-DIRECT-SUM
                               TO KY-TIEBREAK(WS-I, WS-P)
                           MOVE WS-DIRECT-SUM TO EN-DIRECT(WS-I)
                       WHEN OTHER
                           MOVE 0 TO KY-TIEBREAK(WS-I, WS-P)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           .

           F2-DIRECT-ENCOUNTER SECTION.

      *******************************************************************
      *   Entrant WS-I's points against the others level with them on   *
      *   the first WS-KEY-LEN key characters.  It only separates a     *
      *   group in which everyone has met everyone; otherwise it is     *
      *   zero for the whole group and the next tiebreak decides.       *
      *******************************************************************

           MOVE 0 TO WS-DIRECT-SUM
           MOVE 0 TO WS-GROUP-SIZE
           SET GROUP-ALL-MET TO TRUE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-EN-COUNT
               IF EN-KEY(WS-J)(1:WS-KEY-LEN)
                  = EN-KEY(WS-I)(1:WS-KEY-LEN)
                   ADD 1 TO WS-GROUP-SIZE
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-EN-COUNT
                       IF WS-K NOT = WS-J
                          AND EN-KEY(WS-K)(1:WS-KEY-LEN)
                              = EN-KEY(WS-I)(1:WS-KEY-LEN)
                           MOVE WS-J TO WS-MET-A
                           MOVE WS-K TO WS-MET-B
                           PERFORM X2-HAVE-THEY-MET
                           IF PAIR-NOT-MET
                               SET GROUP-NOT-ALL-MET TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-J NOT = WS-I
                       PERFORM VARYING WS-R FROM 1 BY 1
                               UNTIL WS-R > EN-ROUND-COUNT(WS-I)
                           IF RD-OPPONENT(WS-I, WS-R) = WS-J
                               ADD RD-RESULT(WS-I, WS-R)
                                   TO WS-DIRECT-SUM
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GROUP-SIZE < 2 OR GROUP-NOT-ALL-MET
               MOVE 0 TO WS-DIRECT-SUM
           END-IF
           .

           G-SORT-AND-RANK SECTION.

      *******************************************************************
      *   Best key first.  The round tables travel with each entry, so  *
      *   opponent numbers refer to the order before the sort; nothing  *
      *   reads them after this point.                                  *
      *******************************************************************

           SET SWAPPED-Y TO TRUE
           PERFORM UNTIL SWAPPED-N
               SET SWAPPED-N TO TRUE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-EN-COUNT
                   COMPUTE WS-J = WS-I + 1
                   IF EN-KEY(WS-J) > EN-KEY(WS-I)
                       MOVE WS-EN-ENTRY(WS-I) TO WS-EN-HOLD
                       MOVE WS-EN-ENTRY(WS-J) TO WS-EN-ENTRY(WS-I)
                       MOVE WS-EN-HOLD TO WS-EN-ENTRY(WS-J)
                       SET SWAPPED-Y TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

           H-RETURN-TABLE SECTION.

      *******************************************************************
      *                     H-RETURN-TABLE SECTION                      *
      *******************************************************************

           MOVE WS-EN-COUNT TO TI-ENTRANT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
               MOVE EN-PLAYER-ID(WS-I) TO TE-PLAYER-ID(WS-I)
               MOVE 'N' TO TE-SHARED(WS-I)
               MOVE WS-I TO TE-RANK(WS-I)
               IF WS-I > 1
                   COMPUTE WS-J = WS-I - 1
                   IF EN-KEY(WS-I) = EN-KEY(WS-J)
                       MOVE TE-RANK(WS-J) TO TE-RANK(WS-I)
                       SET TE-PLACE-SHARED(WS-I) TO TRUE
                   END-IF
               END-IF
               COMPUTE TE-POINTS(WS-I) = EN-HALVES(WS-I) / 2
               MOVE EN-GAMES-PLAYED(WS-I) TO TE-GAMES-PLAYED(WS-I)
               MOVE EN-WINS(WS-I) TO TE-WINS(WS-I)
               COMPUTE TE-BUCHHOLZ(WS-I) = EN-BUCHHOLZ(WS-I) / 2
               COMPUTE TE-MEDIAN(WS-I) = EN-MEDIAN(WS-I) / 2
               COMPUTE TE-SONNEBORN(WS-I) = EN-SONNEBORN(WS-I) / 4
               COMPUTE TE-DIRECT(WS-I) = EN-DIRECT(WS-I) / 2
           END-PERFORM
           .

           X-FIND-ENTRANT SECTION.

      *******************************************************************
      *   Answers in WS-FOUND; zero means WS-LOOKUP-ID is not entered.  *
      *******************************************************************

           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-EN-COUNT
               IF EN-PLAYER-ID(WS-K) = WS-LOOKUP-ID
                   MOVE WS-K TO WS-FOUND
                   MOVE WS-EN-COUNT TO WS-K
               END-IF
           END-PERFORM
           .

           X2-HAVE-THEY-MET SECTION.

      *******************************************************************
      *   WS-MET-A and WS-MET-B are entrant numbers; answers in the     *
      *   SWITCH-MET flag.                                              *
      *******************************************************************

           SET PAIR-NOT-MET TO TRUE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > EN-ROUND-COUNT(WS-MET-A)
               IF RD-OPPONENT(WS-MET-A, WS-R) = WS-MET-B
                   SET PAIR-HAVE-MET TO TRUE
               END-IF
           END-PERFORM
           .

           COPY DIRNORM.

           COPY LEDGCOR.
