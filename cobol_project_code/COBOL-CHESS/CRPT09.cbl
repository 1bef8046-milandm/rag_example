      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRPT09.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PLAYER-ID
           FILE STATUS IS WS-PLAYER-STATUS
           .
           SELECT RATHIST-FILE ASSIGN TO DYNAMIC WS-RATHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS WS-RATHIST-STATUS
           .
           SELECT PERSUM-FILE ASSIGN TO DYNAMIC WS-PERSUM-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-KEY
           FILE STATUS IS WS-PERSUM-STATUS
           .
           SELECT CLOSED-FILE ASSIGN TO DYNAMIC WS-CLOSED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-STATUS
           .
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           .
           SELECT GAMEOPEN-FILE ASSIGN TO DYNAMIC WS-GAMEOPEN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GO-GAME-ID
           FILE STATUS IS WS-GAMEOPEN-STATUS
           .
           SELECT PAIR-FILE ASSIGN TO DYNAMIC WS-PAIR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-GAME-ID
           FILE STATUS IS WS-PAIR-STATUS
           .
           SELECT TOURN-FILE ASSIGN TO DYNAMIC WS-TOURN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TM-EVENT-ID
           FILE STATUS IS WS-TOURN-STATUS
           .
           SELECT TRAINING-FILE ASSIGN TO DYNAMIC WS-TRAINING-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAINING-STATUS
           .
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PLAYER-FILE.
           COPY PLAYREC.
       FD RATHIST-FILE.
           COPY RHISTREC.
       FD PERSUM-FILE.
           COPY PERSUM.
       FD CLOSED-FILE.
       01 CLOSED-RECORD           PIC X(6).
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD GAMEOPEN-FILE.
           COPY GOPENREC.
       FD PAIR-FILE.
           COPY PAIRREC.
       FD TOURN-FILE.
           COPY TOURNREC.
       FD TRAINING-FILE.
       01 TRAINING-RECORD         PIC X(80).
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-SWAPPED   PIC X.
               88 SWAPPED-Y    VALUE 'Y'.
               88 SWAPPED-N    VALUE 'N'.
           05 SWITCH-MEMBER    PIC X.
               88 MEMBER-FOUND     VALUE 'Y'.
               88 MEMBER-MISSING   VALUE 'N'.
      *    Open flags: the file statuses move on with every read, so
      *    they cannot say afterwards which files were opened.  Every
      *    file but the member master is optional - a missing one
      *    only leaves its part of the profile empty.
           05 SWITCH-PLAYER    PIC X VALUE 'N'.
               88 PLAYER-MASTER-OPEN   VALUE 'Y'.
           05 SWITCH-RATHIST   PIC X VALUE 'N'.
               88 RATHIST-OPEN         VALUE 'Y'.
           05 SWITCH-PERSUM    PIC X VALUE 'N'.
               88 PERSUM-OPEN          VALUE 'Y'.
           05 SWITCH-GAMEOPEN  PIC X VALUE 'N'.
               88 GAMEOPEN-OPEN        VALUE 'Y'.
           05 SWITCH-PAIR      PIC X VALUE 'N'.
               88 PAIR-OPEN            VALUE 'Y'.
           05 SWITCH-TOURN     PIC X VALUE 'N'.
               88 TOURN-OPEN           VALUE 'Y'.
           05 SWITCH-TRAINING  PIC X VALUE 'N'.
               88 TRAINING-FOUND       VALUE 'Y'.
       01 WS-PLAYER-STATUS     PIC XX.
           88 WS-PLAYER-OK     VALUE '00'.
       01 WS-RATHIST-STATUS    PIC XX.
           88 WS-RATHIST-OK    VALUE '00'.
       01 WS-PERSUM-STATUS     PIC XX.
           88 WS-PERSUM-OK     VALUE '00'.
       01 WS-CLOSED-STATUS     PIC XX.
           88 WS-CLOSED-OK     VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-GAMEOPEN-STATUS   PIC XX.
           88 WS-GAMEOPEN-OK   VALUE '00'.
       01 WS-PAIR-STATUS       PIC XX.
           88 WS-PAIR-OK       VALUE '00'.
       01 WS-TOURN-STATUS      PIC XX.
           88 WS-TOURN-OK      VALUE '00'.
       01 WS-TRAINING-STATUS   PIC XX.
           88 WS-TRAINING-OK   VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           88 WS-REPORT-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-PLAYER-PATH    PIC X(150).
           05 WS-RATHIST-PATH   PIC X(150).
           05 WS-PERSUM-PATH    PIC X(150).
           05 WS-CLOSED-PATH    PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-GAMEOPEN-PATH  PIC X(150).
           05 WS-PAIR-PATH      PIC X(150).
           05 WS-TOURN-PATH     PIC X(150).
           05 WS-TRAINING-PATH  PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
       01 WS-FILTER-PLAYER      PIC X(20).
       01 WS-MEMBER-ID          PIC X(20).
       01 WS-MEMBER-NAME        PIC X(30).
       01 WS-TODAY              PIC 9(8).
       01 WS-THIS-YEAR          PIC 9(4).
       01 WS-PROFILES-WRITTEN   PIC 9(5) VALUE 0.
       01 WS-IDS-NOT-FOUND      PIC 9(5) VALUE 0.
      *******************************************************************
      *   Active member ids, loaded up front when every member is       *
      *   profiled, so the member master is free for the keyed reads    *
      *   that put names to each member's opponents.                    *
      *******************************************************************
       01 WS-MEMBER-LIST.
           05 WS-ML-MAX         PIC 9(3) VALUE 500.
           05 WS-ML-COUNT       PIC 9(3) VALUE 0.
           05 WS-ML-ID OCCURS 500 TIMES PIC X(20).
       01 WS-MLX                PIC 9(3).
      *******************************************************************
      *   Months the CBATCH09 close has already rolled into the         *
      *   period-summary file, as CBATCH03 loads them: closed months    *
      *   count from the summary and open months from the raw ledger,   *
      *   so no game is counted twice or missed.                        *
      *******************************************************************
       01 WS-CLOSED-TABLE.
           05 WS-CM-MAX         PIC 9(3) VALUE 120.
           05 WS-CM-COUNT       PIC 9(3) VALUE 0.
           05 WS-CM-MONTH OCCURS 120 TIMES PIC 9(6).
       01 WS-CMX                PIC 9(3).
       01 WS-MONTH-CLOSED-FLAG  PIC X.
      *******************************************************************
      *   Lifetime record in row 1, this calendar year in row 2.        *
      *   Scores are kept in half-points as on the standings.           *
      *******************************************************************
       01 WS-RECORD-TABLE.
           05 WS-RC-ENTRY OCCURS 2 TIMES.
               10 RC-GAMES      PIC 9(5).
               10 RC-WINS       PIC 9(5).
               10 RC-DRAWS      PIC 9(5).
               10 RC-LOSSES     PIC 9(5).
               10 RC-HALF-POINTS PIC 9(6).
       01 WS-RCX                PIC 9.
      *******************************************************************
      *   One row per rating pool - standard, rapid, blitz - from the   *
      *   member's CHESS_RATHIST records: the post-game rating of the   *
      *   latest rated game is the current rating, the highest post-    *
      *   game rating the peak.                                         *
      *******************************************************************
       01 WS-RATING-TABLE.
           05 WS-RT-ENTRY OCCURS 3 TIMES.
               10 RT-GAMES      PIC 9(5).
               10 RT-CURRENT    PIC 9(4).
               10 RT-LAST-DATE  PIC 9(8).
               10 RT-PEAK       PIC 9(4).
               10 RT-PEAK-DATE  PIC 9(8).
       01 WS-RTX                PIC 9.
       01 WS-POOL-LETTERS       PIC X(3) VALUE "SRB".
      *******************************************************************
      *   Openings the member has played, by colour (W/B) and the       *
      *   CBATCH07 classification on CHESS_GAMEOPEN.                    *
      *******************************************************************
       01 WS-OPENING-TABLE.
           05 WS-OT-MAX         PIC 9(3) VALUE 60.
           05 WS-OT-COUNT       PIC 9(3) VALUE 0.
           05 WS-OT-ENTRY OCCURS 60 TIMES.
               10 OT-COLOR      PIC X.
               10 OT-ECO-CODE   PIC X(3).
               10 OT-NAME       PIC X(30).
               10 OT-GAMES      PIC 9(5).
               10 OT-HALF-POINTS PIC 9(6).
       01 WS-OT-HOLD            PIC X(45).
       01 WS-OTX                PIC 9(3).
       01 WS-OTX2               PIC 9(3).
       01 WS-OT-FOUND           PIC 9(3).
       01 WS-OT-SHOWN           PIC 9.
      *******************************************************************
      *   Every opponent the member has met, with the member's score    *
      *   against them.                                                 *
      *******************************************************************
       01 WS-OPPONENT-TABLE.
           05 WS-OP-MAX         PIC 9(3) VALUE 200.
           05 WS-OP-COUNT       PIC 9(3) VALUE 0.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 OP-PLAYER-ID  PIC X(20).
               10 OP-GAMES      PIC 9(5).
               10 OP-WINS       PIC 9(5).
               10 OP-DRAWS      PIC 9(5).
               10 OP-LOSSES     PIC 9(5).
               10 OP-HALF-POINTS PIC 9(6).
       01 WS-OP-HOLD            PIC X(46).
       01 WS-OPX                PIC 9(3).
       01 WS-OPX2               PIC 9(3).
       01 WS-OP-FOUND           PIC 9(3).
       01 WS-OP-TOP             PIC 9(3).
      *******************************************************************
      *   Events the member was paired in, with the boards paired from  *
      *   CHESS_PAIR and the games played and score from the ledger.    *
      *******************************************************************
       01 WS-EVENT-TABLE.
           05 WS-EV-MAX         PIC 9(3) VALUE 50.
           05 WS-EV-COUNT       PIC 9(3) VALUE 0.
           05 WS-EV-ENTRY OCCURS 50 TIMES.
               10 EV-EVENT-ID   PIC X(8).
               10 EV-PAIRED     PIC 9(3).
               10 EV-PLAYED     PIC 9(3).
               10 EV-HALF-POINTS PIC 9(4).
       01 WS-EVX                PIC 9(3).
       01 WS-EV-FOUND           PIC 9(3).
       01 WS-FIND-EVENT         PIC X(8).
       01 WS-MISSED-MATES       PIC 9(5).
      *    The member's side of the ledger line in hand and how it
      *    went for them: W won, D drawn, L lost, F unplayed.
       01 WS-GAME-WORK.
           05 WS-SIDE           PIC X.
           05 WS-OPPONENT-ID    PIC X(20).
           05 WS-OUTCOME        PIC X.
               88 OUTCOME-WIN       VALUE 'W'.
               88 OUTCOME-DRAW      VALUE 'D'.
               88 OUTCOME-LOSS      VALUE 'L'.
               88 OUTCOME-UNPLAYED  VALUE 'F'.
           05 WS-GAME-HALF      PIC 9.
       01 WS-LINE               PIC X(100).
       01 WS-RULE               PIC X(80) VALUE ALL "-".
       01 WS-DOUBLE-RULE        PIC X(80) VALUE ALL "=".
       01 WS-EDIT.
           05 WS-ED-COUNT       PIC ZZZZ9.
           05 WS-ED-WINS        PIC ZZZZ9.
           05 WS-ED-DRAWS       PIC ZZZZ9.
           05 WS-ED-LOSSES      PIC ZZZZ9.
           05 WS-ED-RATING      PIC ZZZ9.
           05 WS-ED-SCORE       PIC ZZZZ9.9.
           05 WS-ED-PCT         PIC ZZ9.9.
       01 WS-PCT                PIC 9(3)V9.
       01 WS-CLASS-NAME         PIC X(8).
       01 WS-STATUS-NAME        PIC X(8).
       01 WS-RECORD-LABEL       PIC X(18).
       01 WS-RECORD-HEADING     PIC X(80) VALUE
          "                  GAMES   WON DRAWN  LOST   SCORE   PCT".
       01 WS-RECORD-LINE.
           05 WR-LABEL          PIC X(18).
           05 WR-GAMES          PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WR-WINS           PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WR-DRAWS          PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WR-LOSSES         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WR-SCORE          PIC ZZZZ9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 WR-PCT            PIC ZZ9.9.
           05 FILLER            PIC X(40) VALUE SPACES.
       01 WS-RATING-HEADING     PIC X(80) VALUE
          "  POOL     RATING  LAST GAME  PEAK  PEAK ON      GAMES".
       01 WS-RATING-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WG-POOL           PIC X(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WG-CURRENT        PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WG-LAST-DATE      PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WG-PEAK           PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WG-PEAK-DATE      PIC 9(8).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WG-GAMES          PIC ZZZZ9.
           05 FILLER            PIC X(46) VALUE SPACES.
       01 WS-OPENING-HEADING    PIC X(80) VALUE
          "  ECO OPENING                        GAMES   SCORE".
       01 WS-OPENING-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WO-ECO-CODE       PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 WO-NAME           PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 WO-GAMES          PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WO-SCORE          PIC ZZZZ9.9.
           05 FILLER            PIC X(50) VALUE SPACES.
       01 WS-OPPONENT-HEADING   PIC X(80) VALUE
          "  OPPONENT                       GAMES   WON DRAWN  LOST" &
          "   SCORE".
       01 WS-OPPONENT-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WP-NAME           PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 WP-GAMES          PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WP-WINS           PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WP-DRAWS          PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WP-LOSSES         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WP-SCORE          PIC ZZZZ9.9.
           05 FILLER            PIC X(36) VALUE SPACES.
       01 WS-EVENT-HEADING      PIC X(80) VALUE
          "  EVENT    NAME                           PAIRED PLAYED" &
          "   SCORE".
       01 WS-EVENT-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WE-EVENT-ID       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WE-NAME           PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WE-PAIRED         PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WE-PLAYED         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WE-SCORE          PIC ZZZZ9.9.
           05 FILLER            PIC X(37) VALUE SPACES.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY POOLWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-ASK-MEMBER
           PERFORM Z-BUILD-PATHS
           PERFORM A2-LOAD-CLOSED-MONTHS
           PERFORM U-LOAD-LEDGER-CORRECTIONS
           PERFORM B-OPEN-FILES
           IF PLAYER-MASTER-OPEN
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY "CANNOT CREATE MEMBER PROFILE FILE"
               ELSE
                   IF WS-FILTER-PLAYER NOT = SPACES
                       MOVE WS-FILTER-PLAYER TO WS-MEMBER-ID
                       PERFORM C-PROFILE-ONE-MEMBER
                   ELSE
                       PERFORM B2-LOAD-ACTIVE-MEMBERS
                       PERFORM VARYING WS-MLX FROM 1 BY 1
                               UNTIL WS-MLX > WS-ML-COUNT
                           MOVE WS-ML-ID(WS-MLX) TO WS-MEMBER-ID
                           PERFORM C-PROFILE-ONE-MEMBER
                       END-PERFORM
                   END-IF
                   CLOSE REPORT-FILE
                   DISPLAY "MEMBER PROFILES WRITTEN TO "
                           WS-REPORT-PATH
               END-IF
           END-IF
           PERFORM H-CLOSE-FILES

           DISPLAY "PROFILES WRITTEN: " WS-PROFILES-WRITTEN
           IF WS-IDS-NOT-FOUND > 0
               DISPLAY "IDS NOT ON THE MEMBER MASTER: "
                       WS-IDS-NOT-FOUND
           END-IF
           GOBACK.

           A-ASK-MEMBER SECTION.

      *******************************************************************
      *   One-page member profile for the annual review: the member     *
      *   master details, current and peak rating in each pool from     *
      *   CHESS_RATHIST, the lifetime and this year's record from the   *
      *   closed-month summaries plus the open months' ledger lines,    *
      *   the openings played most as White and as Black, the five      *
      *   opponents met most often, the events played, and the mates    *
      *   in one the CBATCH10 training sweep found missed.  One player  *
      *   id, or blank for every active member, one after another in    *
      *   CHESS_MEMBER_PROFILE.TXT.                                     *
      *******************************************************************

           DISPLAY "PLAYER ID (BLANK FOR EVERY ACTIVE MEMBER): "
                   WITH NO ADVANCING
           ACCEPT WS-FILTER-PLAYER
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
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-PLAYER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATHIST.DAT" DELIMITED BY SIZE
                  INTO WS-RATHIST-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PERSUM.DAT" DELIMITED BY SIZE
                  INTO WS-PERSUM-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_CLOSED_MONTHS.TXT" DELIMITED BY SIZE
                  INTO WS-CLOSED-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_GAMEOPEN.DAT" DELIMITED BY SIZE
                  INTO WS-GAMEOPEN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PAIR.DAT" DELIMITED BY SIZE
                  INTO WS-PAIR-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TOURN.DAT" DELIMITED BY SIZE
                  INTO WS-TOURN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TRAINING_REPORT.TXT" DELIMITED BY SIZE
                  INTO WS-TRAINING-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_MEMBER_PROFILE.TXT" DELIMITED BY SIZE
                  INTO WS-REPORT-PATH
           .

           A2-LOAD-CLOSED-MONTHS SECTION.

      *******************************************************************
      *   No register means no month has ever been closed and the       *
      *   whole ledger counts, exactly as on the standings.             *
      *******************************************************************

           MOVE 0 TO WS-CM-COUNT
           SET NOT-EOF TO TRUE
           OPEN INPUT CLOSED-FILE
           IF WS-CLOSED-OK
               PERFORM UNTIL EOF-Y
                   READ CLOSED-FILE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF CLOSED-RECORD NOT = SPACES
                               IF WS-CM-COUNT < WS-CM-MAX
                                   ADD 1 TO WS-CM-COUNT
                                   MOVE CLOSED-RECORD
                                       TO WS-CM-MONTH(WS-CM-COUNT)
                               ELSE
                                   DISPLAY "CLOSED-MONTH TABLE "
                                           "FULL - MONTH "
                                           CLOSED-RECORD
                                           " TREATED AS OPEN"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-FILE
           END-IF
           .

           B-OPEN-FILES SECTION.

      *******************************************************************
      *   The ledger and the training report are read afresh for each   *
      *   member; the keyed files stay open for the whole run.          *
      *******************************************************************

           OPEN INPUT PLAYER-FILE
           IF WS-PLAYER-OK
               SET PLAYER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "NO MEMBER MASTER FOUND - RUN CUTIL02 FIRST"
           END-IF
           OPEN INPUT RATHIST-FILE
           IF WS-RATHIST-OK
               SET RATHIST-OPEN TO TRUE
           END-IF
           IF WS-CM-COUNT > 0
               OPEN INPUT PERSUM-FILE
               IF WS-PERSUM-OK
                   SET PERSUM-OPEN TO TRUE
               ELSE
                   DISPLAY "CLOSED MONTHS REGISTERED BUT NO SUMMARY "
                           "FILE FOUND - CLOSED HISTORY MISSING FROM "
                           "THIS RUN"
               END-IF
           END-IF
           OPEN INPUT GAMEOPEN-FILE
           IF WS-GAMEOPEN-OK
               SET GAMEOPEN-OPEN TO TRUE
           END-IF
           OPEN INPUT PAIR-FILE
           IF WS-PAIR-OK
               SET PAIR-OPEN TO TRUE
           END-IF
           OPEN INPUT TOURN-FILE
           IF WS-TOURN-OK
               SET TOURN-OPEN TO TRUE
           END-IF
           .

           B2-LOAD-ACTIVE-MEMBERS SECTION.

      *******************************************************************
      *   Retired members stay on the master but get no profile unless  *
      *   asked for by id.                                              *
      *******************************************************************

           MOVE 0 TO WS-ML-COUNT
           SET NOT-EOF TO TRUE
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLAYER-FILE KEY IS NOT LESS THAN PM-PLAYER-ID
               INVALID KEY
                   SET EOF-Y TO TRUE
           END-START
           PERFORM UNTIL EOF-Y
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       SET EOF-Y TO TRUE
                   NOT AT END
                       IF PM-ACTIVE-FLAG = 'Y'
                           IF WS-ML-COUNT < WS-ML-MAX
                               ADD 1 TO WS-ML-COUNT
                               MOVE PM-PLAYER-ID
                                   TO WS-ML-ID(WS-ML-COUNT)
                           ELSE
                               DISPLAY "MEMBER TABLE FULL - "
                                       PM-PLAYER-ID " NOT PROFILED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

           C-PROFILE-ONE-MEMBER SECTION.

      *******************************************************************
      *   Master details go out first, while PLAYER-RECORD still holds  *
      *   the member - the opponents' names are keyed reads of the      *
      *   same file.                                                    *
      *******************************************************************

           SET MEMBER-MISSING TO TRUE
           MOVE WS-MEMBER-ID TO PM-PLAYER-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "NO MEMBER FOUND FOR ID: " WS-MEMBER-ID
                   ADD 1 TO WS-IDS-NOT-FOUND
               NOT INVALID KEY
                   SET MEMBER-FOUND TO TRUE
           END-READ
           IF MEMBER-FOUND
               MOVE PM-FULL-NAME TO WS-MEMBER-NAME
               PERFORM D-CLEAR-TALLIES
               PERFORM D2-READ-RATINGS
               PERFORM D3-ADD-CLOSED-MONTHS
               PERFORM D4-SCAN-LEDGER
               PERFORM D5-SCAN-PAIRINGS
               PERFORM D6-COUNT-MISSED-MATES
               PERFORM E-WRITE-MASTER-DETAILS
               PERFORM E2-WRITE-RATINGS
               PERFORM E3-WRITE-RECORD
               PERFORM E4-WRITE-OPENINGS
               PERFORM E5-WRITE-OPPONENTS
               PERFORM E6-WRITE-EVENTS
               PERFORM E7-WRITE-MISSED-MATES
               ADD 1 TO WS-PROFILES-WRITTEN
           END-IF
           .

           D-CLEAR-TALLIES SECTION.

      *******************************************************************
      *                     D-CLEAR-TALLIES SECTION                     *
      *******************************************************************

           INITIALIZE WS-RECORD-TABLE
           INITIALIZE WS-RATING-TABLE
           MOVE 0 TO WS-OT-COUNT
           MOVE 0 TO WS-OP-COUNT
           MOVE 0 TO WS-EV-COUNT
           MOVE 0 TO WS-MISSED-MATES
           .

           D2-READ-RATINGS SECTION.

      *******************************************************************
      *   Keyed walk of the member's slice of the history file, as      *
      *   CRPT03 does; records from before the pools count as standard. *
      *******************************************************************

           IF RATHIST-OPEN
               SET NOT-EOF TO TRUE
               MOVE WS-MEMBER-ID TO RH-PLAYER-ID
               MOVE SPACES TO RH-GAME-ID
               START RATHIST-FILE KEY >= RH-KEY
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ RATHIST-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF RH-PLAYER-ID NOT = WS-MEMBER-ID
                               SET EOF-Y TO TRUE
                           ELSE
                               PERFORM D7-TALLY-RATING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

           D7-TALLY-RATING SECTION.

      *******************************************************************
      *                     D7-TALLY-RATING SECTION                     *
      *******************************************************************

           EVALUATE TRUE
               WHEN RH-POOL-RAPID
                   MOVE 2 TO WS-RTX
               WHEN RH-POOL-BLITZ
                   MOVE 3 TO WS-RTX
               WHEN OTHER
                   MOVE 1 TO WS-RTX
           END-EVALUATE
           ADD 1 TO RT-GAMES(WS-RTX)
           IF RH-GAME-DATE >= RT-LAST-DATE(WS-RTX)
               MOVE RH-GAME-DATE TO RT-LAST-DATE(WS-RTX)
               MOVE RH-POST-RATING TO RT-CURRENT(WS-RTX)
           END-IF
           IF RH-POST-RATING > RT-PEAK(WS-RTX)
               MOVE RH-POST-RATING TO RT-PEAK(WS-RTX)
               MOVE RH-GAME-DATE TO RT-PEAK-DATE(WS-RTX)
           END-IF
           .

           D3-ADD-CLOSED-MONTHS SECTION.

      *******************************************************************
      *   Only summaries for months on the closed register count; a     *
      *   month not on it is still read from the raw ledger.            *
      *******************************************************************

           IF PERSUM-OPEN
               SET NOT-EOF TO TRUE
               MOVE WS-MEMBER-ID TO PS-PLAYER-ID
               MOVE 0 TO PS-PERIOD
               START PERSUM-FILE KEY >= PS-KEY
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ PERSUM-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF PS-PLAYER-ID NOT = WS-MEMBER-ID
                               SET EOF-Y TO TRUE
                           ELSE
                               PERFORM D8-TALLY-SUMMARY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

           D8-TALLY-SUMMARY SECTION.

      *******************************************************************
      *                    D8-TALLY-SUMMARY SECTION                     *
      *******************************************************************

           MOVE 'N' TO WS-MONTH-CLOSED-FLAG
           PERFORM VARYING WS-CMX FROM 1 BY 1
                   UNTIL WS-CMX > WS-CM-COUNT
               IF WS-CM-MONTH(WS-CMX) = PS-PERIOD
                   MOVE 'Y' TO WS-MONTH-CLOSED-FLAG
                   MOVE WS-CM-COUNT TO WS-CMX
               END-IF
           END-PERFORM
           IF WS-MONTH-CLOSED-FLAG = 'Y'
               MOVE 1 TO WS-RCX
               PERFORM D9-ADD-SUMMARY-ROW
               IF PS-PERIOD(1:4) = WS-THIS-YEAR
                   MOVE 2 TO WS-RCX
                   PERFORM D9-ADD-SUMMARY-ROW
               END-IF
           END-IF
           .

           D9-ADD-SUMMARY-ROW SECTION.

      *******************************************************************
      *                   D9-ADD-SUMMARY-ROW SECTION                    *
      *******************************************************************

           ADD PS-GAMES TO RC-GAMES(WS-RCX)
           ADD PS-WINS-WHITE TO RC-WINS(WS-RCX)
           ADD PS-WINS-BLACK TO RC-WINS(WS-RCX)
           ADD PS-DRAWS TO RC-DRAWS(WS-RCX)
           ADD PS-LOSSES TO RC-LOSSES(WS-RCX)
           ADD PS-HALF-POINTS TO RC-HALF-POINTS(WS-RCX)
           .

           D4-SCAN-LEDGER SECTION.

      *******************************************************************
      *   Every game of the member's as the ledger now stands.  The     *
      *   record takes only the open months' games (closed months came  *
      *   from the summaries); openings, opponents and events take      *
      *   every game, since nothing else keeps them.                    *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-OK
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           IF WL-GAME-ID NOT = SPACES
                              AND LC-LINE-COUNTS
                              AND (WL-WHITE-PLAYER-ID = WS-MEMBER-ID
                               OR WL-BLACK-PLAYER-ID = WS-MEMBER-ID)
                               PERFORM F-TALLY-ONE-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .

           D5-SCAN-PAIRINGS SECTION.

      *******************************************************************
      *   Boards paired per event, played or not - a default still      *
      *   shows the member was entered and paired.                      *
      *******************************************************************

           IF PAIR-OPEN
               SET NOT-EOF TO TRUE
               MOVE LOW-VALUES TO PA-GAME-ID
               START PAIR-FILE KEY IS NOT LESS THAN PA-GAME-ID
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ PAIR-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF PA-WHITE-ID = WS-MEMBER-ID
                              OR PA-BLACK-ID = WS-MEMBER-ID
                               MOVE PA-EVENT-ID TO WS-FIND-EVENT
                               PERFORM G3-FIND-EVENT
                               IF WS-EV-FOUND > 0
                                   ADD 1 TO EV-PAIRED(WS-EV-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

           D6-COUNT-MISSED-MATES SECTION.

      *******************************************************************
      *   CBATCH10 rewrites CHESS_TRAINING_REPORT.TXT on every sweep,   *
      *   one line per missed mate in one headed by the player id of    *
      *   the side that missed it, so the count is as of the last       *
      *   sweep.                                                        *
      *******************************************************************

           MOVE 'N' TO SWITCH-TRAINING
           SET NOT-EOF TO TRUE
           OPEN INPUT TRAINING-FILE
           IF WS-TRAINING-OK
               SET TRAINING-FOUND TO TRUE
               PERFORM UNTIL EOF-Y
                   READ TRAINING-FILE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF TRAINING-RECORD(1:20) = WS-MEMBER-ID
                               ADD 1 TO WS-MISSED-MATES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING-FILE
           END-IF
           .

           E-WRITE-MASTER-DETAILS SECTION.

      *******************************************************************
      *   Membership status by the rule CSUB011 applies at play time:   *
      *   a paid-through date behind today is lapsed, life members      *
      *   never lapse and a zero date is no payment on file yet.        *
      *******************************************************************

           EVALUATE TRUE
               WHEN PM-CLASS-JUNIOR
                   MOVE "JUNIOR" TO WS-CLASS-NAME
               WHEN PM-CLASS-FAMILY
                   MOVE "FAMILY" TO WS-CLASS-NAME
               WHEN PM-CLASS-LIFE
                   MOVE "LIFE" TO WS-CLASS-NAME
               WHEN OTHER
                   MOVE "ADULT" TO WS-CLASS-NAME
           END-EVALUATE
           IF PM-PAID-THRU IS NOT NUMERIC
               MOVE 0 TO PM-PAID-THRU
           END-IF
           IF PM-BIRTH-YEAR IS NOT NUMERIC
               MOVE 0 TO PM-BIRTH-YEAR
           END-IF
           EVALUATE TRUE
               WHEN PM-ACTIVE-FLAG NOT = 'Y'
                   MOVE "RETIRED" TO WS-STATUS-NAME
               WHEN PM-CLASS-LIFE
                   MOVE "ACTIVE" TO WS-STATUS-NAME
               WHEN PM-PAID-THRU NOT = 0
                AND PM-PAID-THRU < WS-TODAY
                   MOVE "LAPSED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATUS-NAME
           END-EVALUATE

           WRITE REPORT-RECORD FROM WS-DOUBLE-RULE
           MOVE SPACES TO WS-LINE
           STRING "MEMBER PROFILE - " DELIMITED BY SIZE
                  PM-FULL-NAME DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  PM-PLAYER-ID DELIMITED BY SPACE
                  ")   AS AT " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           WRITE REPORT-RECORD FROM WS-DOUBLE-RULE

           MOVE SPACES TO WS-LINE
           STRING "MEMBER SINCE: " DELIMITED BY SIZE
                  PM-JOIN-DATE DELIMITED BY SIZE
                  "   CLASS: " DELIMITED BY SIZE
                  WS-CLASS-NAME DELIMITED BY SPACE
                  "   STATUS: " DELIMITED BY SIZE
                  WS-STATUS-NAME DELIMITED BY SPACE
                  INTO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           MOVE "BORN: " TO WS-LINE(1:6)
           IF PM-BIRTH-YEAR = 0
               MOVE "----" TO WS-LINE(7:4)
           ELSE
               MOVE PM-BIRTH-YEAR TO WS-LINE(7:4)
           END-IF
           MOVE "   FEDERATION ID: " TO WS-LINE(11:18)
           IF PM-FED-ID = SPACES
               MOVE "NONE" TO WS-LINE(29:12)
           ELSE
               MOVE PM-FED-ID TO WS-LINE(29:12)
           END-IF
           MOVE "   PAID THROUGH: " TO WS-LINE(41:17)
           IF PM-CLASS-LIFE
               MOVE "LIFE" TO WS-LINE(58:8)
           ELSE
               IF PM-PAID-THRU = 0
                   MOVE "NO PAYMENT ON FILE" TO WS-LINE(58:18)
               ELSE
                   MOVE PM-PAID-THRU TO WS-LINE(58:8)
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE
           .

           E2-WRITE-RATINGS SECTION.

      *******************************************************************
      *                    E2-WRITE-RATINGS SECTION                     *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RATINGS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-RATING-HEADING
           PERFORM VARYING WS-RTX FROM 1 BY 1 UNTIL WS-RTX > 3
               MOVE WS-POOL-LETTERS(WS-RTX:1) TO WS-POOL-CODE
               PERFORM X2-NAME-POOL
               IF RT-GAMES(WS-RTX) = 0
                   MOVE SPACES TO WS-LINE
                   MOVE WS-POOL-NAME TO WS-LINE(3:8)
                   MOVE "NOT RATED" TO WS-LINE(14:9)
                   WRITE REPORT-RECORD FROM WS-LINE
               ELSE
                   MOVE WS-POOL-NAME TO WG-POOL
                   MOVE RT-CURRENT(WS-RTX) TO WG-CURRENT
                   MOVE RT-LAST-DATE(WS-RTX) TO WG-LAST-DATE
                   MOVE RT-PEAK(WS-RTX) TO WG-PEAK
                   MOVE RT-PEAK-DATE(WS-RTX) TO WG-PEAK-DATE
                   MOVE RT-GAMES(WS-RTX) TO WG-GAMES
                   WRITE REPORT-RECORD FROM WS-RATING-LINE
               END-IF
           END-PERFORM
           .

           E3-WRITE-RECORD SECTION.

      *******************************************************************
      *   Games include unplayed (result F) games, which score in no    *
      *   column - the standings rule - so won, drawn and lost need     *
      *   not add up to games.                                          *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RECORD" TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-RECORD-HEADING
           MOVE "  LIFETIME" TO WS-RECORD-LABEL
           MOVE 1 TO WS-RCX
           PERFORM E8-WRITE-RECORD-ROW
           MOVE SPACES TO WS-RECORD-LABEL
           STRING "  YEAR TO DATE " DELIMITED BY SIZE
                  WS-THIS-YEAR DELIMITED BY SIZE
                  INTO WS-RECORD-LABEL
           MOVE 2 TO WS-RCX
           PERFORM E8-WRITE-RECORD-ROW
           .

           E8-WRITE-RECORD-ROW SECTION.

      *******************************************************************
      *                   E8-WRITE-RECORD-ROW SECTION                   *
      *******************************************************************

           MOVE WS-RECORD-LABEL TO WR-LABEL
           MOVE RC-GAMES(WS-RCX) TO WR-GAMES
           MOVE RC-WINS(WS-RCX) TO WR-WINS
           MOVE RC-DRAWS(WS-RCX) TO WR-DRAWS
           MOVE RC-LOSSES(WS-RCX) TO WR-LOSSES
           COMPUTE WR-SCORE = RC-HALF-POINTS(WS-RCX) / 2
           IF RC-GAMES(WS-RCX) > 0
               COMPUTE WS-PCT ROUNDED =
                   RC-HALF-POINTS(WS-RCX) * 100
                   / (RC-GAMES(WS-RCX) * 2)
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO WR-PCT
           WRITE REPORT-RECORD FROM WS-RECORD-LINE
           .

           E4-WRITE-OPENINGS SECTION.

      *******************************************************************
      *   The three openings played most with each colour, most games   *
      *   first and the better score first among equals.                *
      *******************************************************************

           SET SWAPPED-Y TO TRUE
           PERFORM UNTIL SWAPPED-N
               SET SWAPPED-N TO TRUE
               PERFORM VARYING WS-OTX FROM 1 BY 1
                       UNTIL WS-OTX >= WS-OT-COUNT
                   COMPUTE WS-OTX2 = WS-OTX + 1
                   IF OT-GAMES(WS-OTX2) > OT-GAMES(WS-OTX)
                      OR (OT-GAMES(WS-OTX2) = OT-GAMES(WS-OTX)
                          AND OT-HALF-POINTS(WS-OTX2) >
                              OT-HALF-POINTS(WS-OTX))
                       MOVE WS-OT-ENTRY(WS-OTX) TO WS-OT-HOLD
                       MOVE WS-OT-ENTRY(WS-OTX2)
                           TO WS-OT-ENTRY(WS-OTX)
                       MOVE WS-OT-HOLD TO WS-OT-ENTRY(WS-OTX2)
                       SET SWAPPED-Y TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MOST PLAYED OPENINGS AS WHITE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-OPENING-HEADING
           MOVE 'W' TO WS-SIDE
           PERFORM E9-WRITE-OPENING-ROWS
           MOVE "MOST PLAYED OPENINGS AS BLACK" TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-OPENING-HEADING
           MOVE 'B' TO WS-SIDE
           PERFORM E9-WRITE-OPENING-ROWS
           .

           E9-WRITE-OPENING-ROWS SECTION.

      *******************************************************************
      *                  E9-WRITE-OPENING-ROWS SECTION                  *
      *******************************************************************

           MOVE 0 TO WS-OT-SHOWN
           PERFORM VARYING WS-OTX FROM 1 BY 1
                   UNTIL WS-OTX > WS-OT-COUNT OR WS-OT-SHOWN = 3
               IF OT-COLOR(WS-OTX) = WS-SIDE
                   MOVE OT-ECO-CODE(WS-OTX) TO WO-ECO-CODE
                   MOVE OT-NAME(WS-OTX) TO WO-NAME
                   MOVE OT-GAMES(WS-OTX) TO WO-GAMES
                   COMPUTE WO-SCORE = OT-HALF-POINTS(WS-OTX) / 2
                   WRITE REPORT-RECORD FROM WS-OPENING-LINE
                   ADD 1 TO WS-OT-SHOWN
               END-IF
           END-PERFORM
           IF WS-OT-SHOWN = 0
               MOVE "  NO CLASSIFIED GAMES" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

           E5-WRITE-OPPONENTS SECTION.

      *******************************************************************
      *   The five opponents met most often, named from the member      *
      *   master where they are on it.                                  *
      *******************************************************************

           SET SWAPPED-Y TO TRUE
           PERFORM UNTIL SWAPPED-N
               SET SWAPPED-N TO TRUE
               PERFORM VARYING WS-OPX FROM 1 BY 1
                       UNTIL WS-OPX >= WS-OP-COUNT
                   COMPUTE WS-OPX2 = WS-OPX + 1
                   IF OP-GAMES(WS-OPX2) > OP-GAMES(WS-OPX)
                      OR (OP-GAMES(WS-OPX2) = OP-GAMES(WS-OPX)
                          AND OP-HALF-POINTS(WS-OPX2) >
                              OP-HALF-POINTS(WS-OPX))
                       MOVE WS-OP-ENTRY(WS-OPX) TO WS-OP-HOLD
                       MOVE WS-OP-ENTRY(WS-OPX2)
                           TO WS-OP-ENTRY(WS-OPX)
                       MOVE WS-OP-HOLD TO WS-OP-ENTRY(WS-OPX2)
                       SET SWAPPED-Y TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MOST PLAYED OPPONENTS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-OPPONENT-HEADING
           IF WS-OP-COUNT > 5
               MOVE 5 TO WS-OP-TOP
           ELSE
               MOVE WS-OP-COUNT TO WS-OP-TOP
           END-IF
           PERFORM VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX > WS-OP-TOP
               MOVE OP-PLAYER-ID(WS-OPX) TO WP-NAME
               MOVE OP-PLAYER-ID(WS-OPX) TO PM-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-FULL-NAME TO WP-NAME
               END-READ
               MOVE OP-GAMES(WS-OPX) TO WP-GAMES
               MOVE OP-WINS(WS-OPX) TO WP-WINS
               MOVE OP-DRAWS(WS-OPX) TO WP-DRAWS
               MOVE OP-LOSSES(WS-OPX) TO WP-LOSSES
               COMPUTE WP-SCORE = OP-HALF-POINTS(WS-OPX) / 2
               WRITE REPORT-RECORD FROM WS-OPPONENT-LINE
           END-PERFORM
           IF WS-OP-COUNT = 0
               MOVE "  NO GAMES ON THE LEDGER" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

           E6-WRITE-EVENTS SECTION.

      *******************************************************************
      *   Events in the order the member first played or was paired in  *
      *   them, named from the event master.                            *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "EVENT HISTORY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-EVENT-HEADING
           PERFORM VARYING WS-EVX FROM 1 BY 1
                   UNTIL WS-EVX > WS-EV-COUNT
               MOVE EV-EVENT-ID(WS-EVX) TO WE-EVENT-ID
               MOVE SPACES TO WE-NAME
               IF TOURN-OPEN
                   MOVE EV-EVENT-ID(WS-EVX) TO TM-EVENT-ID
                   READ TOURN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TM-EVENT-NAME TO WE-NAME
                   END-READ
               END-IF
               MOVE EV-PAIRED(WS-EVX) TO WE-PAIRED
               MOVE EV-PLAYED(WS-EVX) TO WE-PLAYED
               COMPUTE WE-SCORE = EV-HALF-POINTS(WS-EVX) / 2
               WRITE REPORT-RECORD FROM WS-EVENT-LINE
           END-PERFORM
           IF WS-EV-COUNT = 0
               MOVE "  NO EVENTS PLAYED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

           E7-WRITE-MISSED-MATES SECTION.

      *******************************************************************
      *                  E7-WRITE-MISSED-MATES SECTION                  *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-LINE
           IF TRAINING-FOUND
               MOVE WS-MISSED-MATES TO WS-ED-COUNT
               STRING "MISSED MATES IN ONE (TRAINING SWEEP): "
                          DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      INTO WS-LINE
           ELSE
               MOVE "MISSED MATES IN ONE (TRAINING SWEEP): NOT YET RUN"
                   TO WS-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

           F-TALLY-ONE-GAME SECTION.

      *******************************************************************
      *   Result code F closes an unplayed game: a game for both sides  *
      *   that scores in no outcome column, as on the standings.  An    *
      *   unplayed game has no opening to classify.                     *
      *******************************************************************

           IF WL-WHITE-PLAYER-ID = WS-MEMBER-ID
               MOVE 'W' TO WS-SIDE
               MOVE WL-BLACK-PLAYER-ID TO WS-OPPONENT-ID
           ELSE
               MOVE 'B' TO WS-SIDE
               MOVE WL-WHITE-PLAYER-ID TO WS-OPPONENT-ID
           END-IF
           MOVE 0 TO WS-GAME-HALF
           EVALUATE TRUE
               WHEN WL-RESULT-CODE = 'F'
                   SET OUTCOME-UNPLAYED TO TRUE
               WHEN WL-WINNER = WS-SIDE
                   SET OUTCOME-WIN TO TRUE
                   MOVE 2 TO WS-GAME-HALF
               WHEN WL-WINNER = 'W' OR WL-WINNER = 'B'
                   SET OUTCOME-LOSS TO TRUE
               WHEN OTHER
                   SET OUTCOME-DRAW TO TRUE
                   MOVE 1 TO WS-GAME-HALF
           END-EVALUATE

           MOVE 'N' TO WS-MONTH-CLOSED-FLAG
           IF WL-GAME-DATE IS NUMERIC
               PERFORM VARYING WS-CMX FROM 1 BY 1
                       UNTIL WS-CMX > WS-CM-COUNT
                   IF WS-CM-MONTH(WS-CMX) = WL-GAME-DATE(1:6)
                       MOVE 'Y' TO WS-MONTH-CLOSED-FLAG
                       MOVE WS-CM-COUNT TO WS-CMX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MONTH-CLOSED-FLAG = 'N'
               MOVE 1 TO WS-RCX
               PERFORM F2-ADD-TO-RECORD
               IF WL-GAME-DATE(1:4) = WS-THIS-YEAR
                   MOVE 2 TO WS-RCX
                   PERFORM F2-ADD-TO-RECORD
               END-IF
           END-IF

           IF GAMEOPEN-OPEN AND NOT OUTCOME-UNPLAYED
               MOVE WL-GAME-ID TO GO-GAME-ID
               READ GAMEOPEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM G-FIND-OPENING
                       IF WS-OT-FOUND > 0
                           ADD 1 TO OT-GAMES(WS-OT-FOUND)
                           ADD WS-GAME-HALF
                               TO OT-HALF-POINTS(WS-OT-FOUND)
                       END-IF
               END-READ
           END-IF

           PERFORM G2-FIND-OPPONENT
           IF WS-OP-FOUND > 0
               ADD 1 TO OP-GAMES(WS-OP-FOUND)
               ADD WS-GAME-HALF TO OP-HALF-POINTS(WS-OP-FOUND)
               EVALUATE TRUE
                   WHEN OUTCOME-WIN
                       ADD 1 TO OP-WINS(WS-OP-FOUND)
                   WHEN OUTCOME-DRAW
                       ADD 1 TO OP-DRAWS(WS-OP-FOUND)
                   WHEN OUTCOME-LOSS
                       ADD 1 TO OP-LOSSES(WS-OP-FOUND)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WL-EVENT-ID NOT = SPACES
               MOVE WL-EVENT-ID TO WS-FIND-EVENT
               PERFORM G3-FIND-EVENT
               IF WS-EV-FOUND > 0
                   ADD 1 TO EV-PLAYED(WS-EV-FOUND)
                   ADD WS-GAME-HALF TO EV-HALF-POINTS(WS-EV-FOUND)
               END-IF
           END-IF
           .

           F2-ADD-TO-RECORD SECTION.

      *******************************************************************
      *                    F2-ADD-TO-RECORD SECTION                     *
      *******************************************************************

           ADD 1 TO RC-GAMES(WS-RCX)
           ADD WS-GAME-HALF TO RC-HALF-POINTS(WS-RCX)
           EVALUATE TRUE
               WHEN OUTCOME-WIN
                   ADD 1 TO RC-WINS(WS-RCX)
               WHEN OUTCOME-DRAW
                   ADD 1 TO RC-DRAWS(WS-RCX)
               WHEN OUTCOME-LOSS
                   ADD 1 TO RC-LOSSES(WS-RCX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

           G-FIND-OPENING SECTION.

      *******************************************************************
      *                     G-FIND-OPENING SECTION                      *
      *******************************************************************

           MOVE 0 TO WS-OT-FOUND
           PERFORM VARYING WS-OTX FROM 1 BY 1
                   UNTIL WS-OTX > WS-OT-COUNT
               IF OT-COLOR(WS-OTX) = WS-SIDE
                  AND OT-ECO-CODE(WS-OTX) = GO-ECO-CODE
                  AND OT-NAME(WS-OTX) = GO-NAME
                   MOVE WS-OTX TO WS-OT-FOUND
                   MOVE WS-OT-COUNT TO WS-OTX
               END-IF
           END-PERFORM
           IF WS-OT-FOUND = 0 AND WS-OT-COUNT < WS-OT-MAX
               ADD 1 TO WS-OT-COUNT
               MOVE WS-OT-COUNT TO WS-OT-FOUND
               MOVE WS-SIDE TO OT-COLOR(WS-OT-FOUND)
               MOVE GO-ECO-CODE TO OT-ECO-CODE(WS-OT-FOUND)
               MOVE GO-NAME TO OT-NAME(WS-OT-FOUND)
               MOVE 0 TO OT-GAMES(WS-OT-FOUND)
               MOVE 0 TO OT-HALF-POINTS(WS-OT-FOUND)
           END-IF
           .

           G2-FIND-OPPONENT SECTION.

      *******************************************************************
      *                    G2-FIND-OPPONENT SECTION                     *
      *******************************************************************

           MOVE 0 TO WS-OP-FOUND
           PERFORM VARYING WS-OPX FROM 1 BY 1
                   UNTIL WS-OPX > WS-OP-COUNT
               IF OP-PLAYER-ID(WS-OPX) = WS-OPPONENT-ID
                   MOVE WS-OPX TO WS-OP-FOUND
                   MOVE WS-OP-COUNT TO WS-OPX
               END-IF
           END-PERFORM
           IF WS-OP-FOUND = 0 AND WS-OP-COUNT < WS-OP-MAX
               ADD 1 TO WS-OP-COUNT
               MOVE WS-OP-COUNT TO WS-OP-FOUND
               MOVE WS-OPPONENT-ID TO OP-PLAYER-ID(WS-OP-FOUND)
               MOVE 0 TO OP-GAMES(WS-OP-FOUND)
               MOVE 0 TO OP-WINS(WS-OP-FOUND)
               MOVE 0 TO OP-DRAWS(WS-OP-FOUND)
               MOVE 0 TO OP-LOSSES(WS-OP-FOUND)
               MOVE 0 TO OP-HALF-POINTS(WS-OP-FOUND)
           END-IF
           .

           G3-FIND-EVENT SECTION.

      *******************************************************************
      *                      G3-FIND-EVENT SECTION                      *
      *******************************************************************

           MOVE 0 TO WS-EV-FOUND
           PERFORM VARYING WS-EVX FROM 1 BY 1
                   UNTIL WS-EVX > WS-EV-COUNT
               IF EV-EVENT-ID(WS-EVX) = WS-FIND-EVENT
                   MOVE WS-EVX TO WS-EV-FOUND
                   MOVE WS-EV-COUNT TO WS-EVX
               END-IF
           END-PERFORM
           IF WS-EV-FOUND = 0 AND WS-EV-COUNT < WS-EV-MAX
               ADD 1 TO WS-EV-COUNT
               MOVE WS-EV-COUNT TO WS-EV-FOUND
               MOVE WS-FIND-EVENT TO EV-EVENT-ID(WS-EV-FOUND)
               MOVE 0 TO EV-PAIRED(WS-EV-FOUND)
               MOVE 0 TO EV-PLAYED(WS-EV-FOUND)
               MOVE 0 TO EV-HALF-POINTS(WS-EV-FOUND)
           END-IF
           .

           H-CLOSE-FILES SECTION.

      *******************************************************************
      *                      H-CLOSE-FILES SECTION                      *
      *******************************************************************

           IF PLAYER-MASTER-OPEN
               CLOSE PLAYER-FILE
           END-IF
           IF RATHIST-OPEN
               CLOSE RATHIST-FILE
           END-IF
           IF PERSUM-OPEN
               CLOSE PERSUM-FILE
           END-IF
           IF GAMEOPEN-OPEN
               CLOSE GAMEOPEN-FILE
           END-IF
           IF PAIR-OPEN
               CLOSE PAIR-FILE
           END-IF
           IF TOURN-OPEN
               CLOSE TOURN-FILE
           END-IF
           .

           COPY DIRNORM.

           COPY LEDGCOR.

           COPY POOL.
