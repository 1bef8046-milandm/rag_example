      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRPT08.
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
           SELECT PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PLAYER-ID
           FILE STATUS IS WS-PLAYER-STATUS
           .
           SELECT RATING-FILE ASSIGN TO DYNAMIC WS-RATING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RATING-STATUS
           .
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD TOURN-FILE.
           COPY TOURNREC.
       FD PLAYER-FILE.
           COPY PLAYREC.
       FD RATING-FILE.
           COPY RATEREC.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-PLAYER    PIC X.
               88 PLAYER-MASTER-OPEN   VALUE 'Y'.
               88 PLAYER-MASTER-ABSENT VALUE 'N'.
           05 SWITCH-RATING    PIC X.
               88 RATING-MASTER-OPEN   VALUE 'Y'.
               88 RATING-MASTER-ABSENT VALUE 'N'.
           05 SWITCH-EVENT     PIC X.
               88 EVENT-FOUND          VALUE 'Y'.
               88 EVENT-MISSING        VALUE 'N'.
           05 SWITCH-ELIGIBLE  PIC X.
               88 ENTRANT-ELIGIBLE     VALUE 'Y'.
               88 ENTRANT-NOT-ELIGIBLE VALUE 'N'.
       01 WS-TOURN-STATUS      PIC XX.
           88 WS-TOURN-OK      VALUE '00'.
       01 WS-PLAYER-STATUS     PIC XX.
           88 WS-PLAYER-OK     VALUE '00'.
       01 WS-RATING-STATUS     PIC XX.
           88 WS-RATING-OK     VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           88 WS-REPORT-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-TOURN-PATH     PIC X(150).
           05 WS-PLAYER-PATH    PIC X(150).
           05 WS-RATING-PATH    PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
       01 WS-EVENT-ID           PIC X(8).
       01 WS-TODAY              PIC 9(8).
       01 WS-THIS-YEAR          PIC 9(4).
       01 WS-AGE                PIC 9(4).
      *******************************************************************
      *   What the masters say about each ranked entrant, in the same   *
      *   order as the CSUB016 table: name, rating in the event's pool  *
      *   (zero when unrated), age details, and whether a prize has     *
      *   already gone to them - nobody takes two.                      *
      *******************************************************************
       01 WS-PRIZE-TABLE.
           05 WS-PZ-ENTRY OCCURS 32 TIMES.
               10 PZ-NAME       PIC X(30).
               10 PZ-RATING     PIC 9(4).
               10 PZ-BIRTH-YEAR PIC 9(4).
               10 PZ-CLASS      PIC X.
               10 PZ-AWARDED    PIC X.
       01 WS-INDEXES.
           05 WS-X              PIC 9(3).
           05 WS-CAT            PIC 9.
           05 WS-PLACE          PIC 9(3).
           05 WS-WINNER         PIC 9(3).
       01 WS-LINE               PIC X(100).
       01 WS-RULE               PIC X(80) VALUE ALL "-".
       01 WS-EDIT.
           05 WS-ED-NUM         PIC ZZ9.
           05 WS-ED-LIMIT       PIC ZZZ9.
           05 WS-ED-RATING      PIC ZZZ9.
           05 WS-ED-POINTS      PIC Z9.9.
           05 WS-ED-PENDING     PIC ZZ9.
       01 WS-PRIZE-LINE.
           05 PL-PRIZE          PIC X(28).
           05 FILLER            PIC X VALUE SPACE.
           05 PL-NAME           PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 PL-RATING         PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PL-POINTS         PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 PL-NOTE           PIC X(25).
       01 WS-PRIZE-NAME         PIC X(28).
       01 WS-ORDINAL            PIC X(2).
           COPY TIEREQ.
           COPY TIEFMTWS.
           COPY POOLWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-ASK-EVENT
           PERFORM Z-BUILD-PATHS
           PERFORM B-LOAD-EVENT
           IF EVENT-FOUND
               MOVE WS-EVENT-ID TO TI-EVENT-ID
               CALL "CSUB016" USING TIEBREAK-REQUEST
               END-CALL
               PERFORM C-LOAD-MASTERS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY "CANNOT CREATE PRIZE LIST FILE"
               ELSE
                   PERFORM D-WRITE-HEADING
                   PERFORM E-WRITE-STANDINGS
                   PERFORM F-AWARD-PLACES
                   PERFORM G-AWARD-CATEGORIES
                   CLOSE REPORT-FILE
                   DISPLAY "PRIZE LIST WRITTEN TO " WS-REPORT-PATH
               END-IF
           END-IF
           GOBACK.

           A-ASK-EVENT SECTION.

      *******************************************************************
      *   Prize list for an event, run once its final round is in: the  *
      *   final standings ranked on points and the event's tiebreaks    *
      *   (CSUB016), the overall prize places, then the category        *
      *   prizes the committee set on the event master, each to the     *
      *   best finisher eligible who has not already taken a prize.     *
      *   Names come off the member master and ratings off the rating   *
      *   master in the event's pool.  Run before the last results are  *
      *   in, the list is headed PROVISIONAL.                           *
      *******************************************************************

           DISPLAY "EVENT ID: " WITH NO ADVANCING
           ACCEPT WS-EVENT-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:4) TO WS-THIS-YEAR
           .

           Z-BUILD-PATHS SECTION.

      *******************************************************************
      *                     Z-BUILD-PATHS SECTION                       *
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
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-PLAYER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATING.DAT" DELIMITED BY SIZE
                  INTO WS-RATING-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PRIZE_LIST.TXT" DELIMITED BY SIZE
                  INTO WS-REPORT-PATH
           .

           B-LOAD-EVENT SECTION.

      *******************************************************************
      *   The event record stays in TOURN-RECORD for the prize plan;    *
      *   the file is closed again before CSUB016 opens it.             *
      *******************************************************************

           SET EVENT-MISSING TO TRUE
           OPEN INPUT TOURN-FILE
           IF NOT WS-TOURN-OK
               DISPLAY "NO EVENT MASTER FOUND"
           ELSE
               MOVE WS-EVENT-ID TO TM-EVENT-ID
               READ TOURN-FILE
                   INVALID KEY
                       DISPLAY "NO EVENT FOUND FOR ID: " WS-EVENT-ID
                   NOT INVALID KEY
                       SET EVENT-FOUND TO TRUE
                       MOVE TM-RATING-POOL TO WS-POOL-CODE
               END-READ
               CLOSE TOURN-FILE
           END-IF
           IF EVENT-FOUND
               PERFORM X2-NAME-POOL
           END-IF
           .

           C-LOAD-MASTERS SECTION.

      *******************************************************************
      *   A missing member master leaves the player id as the name and  *
      *   nobody eligible for an age prize; a missing rating master     *
      *   leaves everyone unrated, and an unrated entrant is not        *
      *   eligible for an under-rating prize.                           *
      *******************************************************************

           SET PLAYER-MASTER-ABSENT TO TRUE
           OPEN INPUT PLAYER-FILE
           IF WS-PLAYER-OK
               SET PLAYER-MASTER-OPEN TO TRUE
           END-IF
           SET RATING-MASTER-ABSENT TO TRUE
           OPEN INPUT RATING-FILE
           IF WS-RATING-OK
               SET RATING-MASTER-OPEN TO TRUE
           END-IF

           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > TI-ENTRANT-COUNT
               MOVE TE-PLAYER-ID(WS-X) TO PZ-NAME(WS-X)
               MOVE 0 TO PZ-RATING(WS-X)
               MOVE 0 TO PZ-BIRTH-YEAR(WS-X)
               MOVE SPACE TO PZ-CLASS(WS-X)
               MOVE 'N' TO PZ-AWARDED(WS-X)
               IF PLAYER-MASTER-OPEN
                   MOVE TE-PLAYER-ID(WS-X) TO PM-PLAYER-ID
                   READ PLAYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PM-FULL-NAME TO PZ-NAME(WS-X)
                           MOVE PM-MEMBER-CLASS TO PZ-CLASS(WS-X)
                           IF PM-BIRTH-YEAR IS NUMERIC
                               MOVE PM-BIRTH-YEAR
                                   TO PZ-BIRTH-YEAR(WS-X)
                           END-IF
                   END-READ
               END-IF
               IF RATING-MASTER-OPEN
                   MOVE TE-PLAYER-ID(WS-X) TO RM-PLAYER-ID
                   MOVE WS-POOL-CODE TO RM-POOL
                   READ RATING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RM-RATING TO PZ-RATING(WS-X)
                   END-READ
               END-IF
           END-PERFORM

           IF PLAYER-MASTER-OPEN
               CLOSE PLAYER-FILE
           END-IF
           IF RATING-MASTER-OPEN
               CLOSE RATING-FILE
           END-IF
           .

           D-WRITE-HEADING SECTION.

      *******************************************************************
      *   FINAL only when every round has been paired and every game    *
      *   paired has a result in the ledger.                            *
      *******************************************************************

           MOVE SPACES TO WS-LINE
           STRING "PRIZE LIST - " DELIMITED BY SIZE
                  TM-EVENT-NAME DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-EVENT-ID DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           IF TI-CURRENT-ROUND >= TI-ROUND-COUNT
              AND TI-GAMES-PENDING = 0
               MOVE TI-ROUND-COUNT TO WS-ED-NUM
               STRING "FINAL AFTER " DELIMITED BY SIZE
                      WS-ED-NUM DELIMITED BY SIZE
                      " ROUNDS - " DELIMITED BY SIZE
                      WS-POOL-NAME DELIMITED BY SPACE
                      " RATINGS" DELIMITED BY SIZE
                      INTO WS-LINE
           ELSE
               MOVE TI-CURRENT-ROUND TO WS-ED-NUM
               MOVE TI-GAMES-PENDING TO WS-ED-PENDING
               STRING "PROVISIONAL - " DELIMITED BY SIZE
                      WS-ED-NUM DELIMITED BY SIZE
                      " ROUNDS PAIRED OF " DELIMITED BY SIZE
                      TI-ROUND-COUNT DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-ED-PENDING DELIMITED BY SIZE
                      " GAMES WITHOUT A RESULT" DELIMITED BY SIZE
                      INTO WS-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE
           WRITE REPORT-RECORD FROM WS-RULE
           .

           E-WRITE-STANDINGS SECTION.

      *******************************************************************
      *   The standings line from TIEFMT with the member's name in      *
      *   place of the player id.                                       *
      *******************************************************************

           MOVE SPACES TO WS-LINE
           STRING "FINAL STANDINGS - TIEBREAK ORDER " DELIMITED BY SIZE
                  TI-ORDER DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           PERFORM T-TIE-HEADING
           MOVE SPACES TO WS-LINE
           MOVE WS-TIE-HEAD(1:5) TO WS-LINE(1:5)
           MOVE "NAME" TO WS-LINE(6:4)
           MOVE "RTG" TO WS-LINE(38:3)
           MOVE WS-TIE-HEAD(27:54) TO WS-LINE(42:54)
           WRITE REPORT-RECORD FROM WS-LINE
           PERFORM VARYING WS-TIE-X FROM 1 BY 1
                   UNTIL WS-TIE-X > TI-ENTRANT-COUNT
               PERFORM T2-TIE-LINE
               MOVE SPACES TO WS-LINE
               MOVE WS-TIE-LINE(1:5) TO WS-LINE(1:5)
               MOVE PZ-NAME(WS-TIE-X) TO WS-LINE(6:30)
               IF PZ-RATING(WS-TIE-X) > 0
                   MOVE PZ-RATING(WS-TIE-X) TO WS-ED-RATING
                   MOVE WS-ED-RATING TO WS-LINE(37:4)
               END-IF
               MOVE WS-TIE-LINE(27:54) TO WS-LINE(42:54)
               WRITE REPORT-RECORD FROM WS-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

           F-AWARD-PLACES SECTION.

      *******************************************************************
      *   Places go down the standings in order.  A place still shared  *
      *   after every tiebreak is flagged for the arbiter, who decides  *
      *   whether the prizes are pooled.                                *
      *******************************************************************

           MOVE "PRIZES" TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           PERFORM VARYING WS-PLACE FROM 1 BY 1
                   UNTIL WS-PLACE > TM-PRIZE-PLACES
                      OR WS-PLACE > TI-ENTRANT-COUNT
               EVALUATE WS-PLACE
                   WHEN 1
                       MOVE "ST" TO WS-ORDINAL
                   WHEN 2
                       MOVE "ND" TO WS-ORDINAL
                   WHEN 3
                       MOVE "RD" TO WS-ORDINAL
                   WHEN OTHER
                       MOVE "TH" TO WS-ORDINAL
               END-EVALUATE
               MOVE WS-PLACE TO WS-ED-NUM
               MOVE SPACES TO WS-PRIZE-NAME
               STRING WS-ED-NUM DELIMITED BY SIZE
                      WS-ORDINAL DELIMITED BY SIZE
                      " PLACE" DELIMITED BY SIZE
                      INTO WS-PRIZE-NAME
               MOVE WS-PLACE TO WS-WINNER
               PERFORM H-WRITE-PRIZE-LINE
           END-PERFORM
           .

           G-AWARD-CATEGORIES SECTION.

      *******************************************************************
      *   Each category prize to the highest-placed eligible entrant    *
      *   not already holding a prize.                                  *
      *******************************************************************

           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 3
               IF NOT TM-CAT-NONE(WS-CAT)
                   MOVE TM-CAT-LIMIT(WS-CAT) TO WS-ED-LIMIT
                   MOVE SPACES TO WS-PRIZE-NAME
                   EVALUATE TRUE
                       WHEN TM-CAT-JUNIOR(WS-CAT)
                            AND TM-CAT-LIMIT(WS-CAT) = 0
                           MOVE "BEST JUNIOR" TO WS-PRIZE-NAME
                       WHEN TM-CAT-JUNIOR(WS-CAT)
                           STRING "BEST JUNIOR (UNDER "
                                      DELIMITED BY SIZE
                                  WS-ED-LIMIT DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                                  INTO WS-PRIZE-NAME
                       WHEN TM-CAT-VETERAN(WS-CAT)
                           STRING "BEST VETERAN (" DELIMITED BY SIZE
                                  WS-ED-LIMIT DELIMITED BY SIZE
                                  " AND OVER)" DELIMITED BY SIZE
                                  INTO WS-PRIZE-NAME
                       WHEN OTHER
                           STRING "BEST UNDER " DELIMITED BY SIZE
                                  WS-ED-LIMIT DELIMITED BY SIZE
                                  INTO WS-PRIZE-NAME
                   END-EVALUATE
                   MOVE 0 TO WS-WINNER
                   PERFORM VARYING WS-X FROM 1 BY 1
                           UNTIL WS-X > TI-ENTRANT-COUNT
                              OR WS-WINNER > 0
                       IF PZ-AWARDED(WS-X) = 'N'
                           PERFORM G2-CHECK-ELIGIBLE
                           IF ENTRANT-ELIGIBLE
                               MOVE WS-X TO WS-WINNER
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-WINNER > 0
                       PERFORM H-WRITE-PRIZE-LINE
                   ELSE
                       MOVE SPACES TO WS-PRIZE-LINE
                       MOVE WS-PRIZE-NAME TO PL-PRIZE
                       MOVE "NOT AWARDED - NO ELIGIBLE ENTRANT"
                           TO PL-NAME
                       WRITE REPORT-RECORD FROM WS-PRIZE-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

           G2-CHECK-ELIGIBLE SECTION.

      *******************************************************************
      *   Entrant WS-X against category WS-CAT.  Ages run by birth year *
      *   against this year; with no birth year on file a junior prize  *
      *   falls back to the junior membership class and a veteran       *
      *   prize cannot be given.                                        *
      *******************************************************************

           SET ENTRANT-NOT-ELIGIBLE TO TRUE
           MOVE 0 TO WS-AGE
           IF PZ-BIRTH-YEAR(WS-X) > 0
              AND PZ-BIRTH-YEAR(WS-X) <= WS-THIS-YEAR
               COMPUTE WS-AGE = WS-THIS-YEAR - PZ-BIRTH-YEAR(WS-X)
           END-IF
           EVALUATE TRUE
               WHEN TM-CAT-JUNIOR(WS-CAT)
                   IF TM-CAT-LIMIT(WS-CAT) > 0
                      AND PZ-BIRTH-YEAR(WS-X) > 0
                       IF WS-AGE < TM-CAT-LIMIT(WS-CAT)
                           SET ENTRANT-ELIGIBLE TO TRUE
                       END-IF
                   ELSE
                       IF PZ-CLASS(WS-X) = 'J'
                           SET ENTRANT-ELIGIBLE TO TRUE
                       END-IF
                   END-IF
               WHEN TM-CAT-VETERAN(WS-CAT)
                   IF PZ-BIRTH-YEAR(WS-X) > 0
                      AND WS-AGE >= TM-CAT-LIMIT(WS-CAT)
                       SET ENTRANT-ELIGIBLE TO TRUE
                   END-IF
               WHEN TM-CAT-UNDER(WS-CAT)
                   IF PZ-RATING(WS-X) > 0
                      AND PZ-RATING(WS-X) < TM-CAT-LIMIT(WS-CAT)
                       SET ENTRANT-ELIGIBLE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

           H-WRITE-PRIZE-LINE SECTION.

      *******************************************************************
      *   WS-PRIZE-NAME goes to entrant WS-WINNER.                      *
      *******************************************************************

           MOVE SPACES TO WS-PRIZE-LINE
           MOVE WS-PRIZE-NAME TO PL-PRIZE
           MOVE PZ-NAME(WS-WINNER) TO PL-NAME
           IF PZ-RATING(WS-WINNER) > 0
               MOVE PZ-RATING(WS-WINNER) TO WS-ED-RATING
               MOVE WS-ED-RATING TO PL-RATING
           END-IF
           MOVE TE-POINTS(WS-WINNER) TO WS-ED-POINTS
           MOVE WS-ED-POINTS TO PL-POINTS
           IF TE-PLACE-SHARED(WS-WINNER)
               MOVE "TIED ON ALL TIEBREAKS" TO PL-NOTE
           END-IF
           IF WS-WINNER < TI-ENTRANT-COUNT
               COMPUTE WS-TIE-NEXT = WS-WINNER + 1
               IF TE-PLACE-SHARED(WS-TIE-NEXT)
                   MOVE "TIED ON ALL TIEBREAKS" TO PL-NOTE
               END-IF
           END-IF
           MOVE 'Y' TO PZ-AWARDED(WS-WINNER)
           WRITE REPORT-RECORD FROM WS-PRIZE-LINE
           .

           COPY DIRNORM.

           COPY POOL.

           COPY TIEFMT.
