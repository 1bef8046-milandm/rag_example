      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH20.
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
           SELECT RATING-FILE ASSIGN TO DYNAMIC WS-RATING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RATING-STATUS
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
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD PLAYER-FILE.
           COPY PLAYREC.
       FD RATING-FILE.
           COPY RATEREC.
       FD RATHIST-FILE.
           COPY RHISTREC.
       FD PERSUM-FILE.
           COPY PERSUM.
       FD TOURN-FILE.
           COPY TOURNREC.
       FD PAIR-FILE.
           COPY PAIRREC.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD          PIC X(400).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
      *    Open flags: the file statuses move on with every read, so
      *    they cannot say afterwards which files were opened.
           05 SWITCH-PLAYER    PIC X VALUE 'N'.
               88 PLAYER-MASTER-OPEN   VALUE 'Y'.
           05 SWITCH-TOURN     PIC X VALUE 'N'.
               88 TOURN-OPEN           VALUE 'Y'.
           05 SWITCH-EXTRACT   PIC X VALUE 'N'.
               88 EXTRACT-OPEN         VALUE 'Y'.
           05 SWITCH-FIRST     PIC X.
               88 FIRST-COLUMN         VALUE 'Y'.
               88 LATER-COLUMN         VALUE 'N'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-PLAYER-STATUS     PIC XX.
           88 WS-PLAYER-OK     VALUE '00'.
       01 WS-RATING-STATUS     PIC XX.
           88 WS-RATING-OK     VALUE '00'.
       01 WS-RATHIST-STATUS    PIC XX.
           88 WS-RATHIST-OK    VALUE '00'.
       01 WS-PERSUM-STATUS     PIC XX.
           88 WS-PERSUM-OK     VALUE '00'.
       01 WS-TOURN-STATUS      PIC XX.
           88 WS-TOURN-OK      VALUE '00'.
       01 WS-PAIR-STATUS       PIC XX.
           88 WS-PAIR-OK       VALUE '00'.
       01 WS-EXTRACT-STATUS    PIC XX.
           88 WS-EXTRACT-OK    VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-PLAYER-PATH    PIC X(150).
           05 WS-RATING-PATH    PIC X(150).
           05 WS-RATHIST-PATH   PIC X(150).
           05 WS-PERSUM-PATH    PIC X(150).
           05 WS-TOURN-PATH     PIC X(150).
           05 WS-PAIR-PATH      PIC X(150).
           05 WS-EXTRACT-PATH   PIC X(150).
           05 WS-EXTRACT-NAME   PIC X(30).
      *******************************************************************
      *   Run-time choices.  CHESS_EXTRACT_FROM and CHESS_EXTRACT_TO    *
      *   (YYYYMMDD, blank = open) bound the dated files - ledger and   *
      *   rating history by game date, period summaries by month.  The  *
      *   rating master, member master and events are as they stand     *
      *   today.  CHESS_EXTRACT_FILES picks the files by letter, blank  *
      *   for all:  L results ledger, R rating master, H rating         *
      *   history, S period summaries, M member master, E events and    *
      *   their pairings.                                               *
      *******************************************************************
       01 WS-EXTRACT-CONFIG.
           05 WS-ENV-VALUE      PIC X(8).
           05 WS-FROM-DATE      PIC 9(8) VALUE 0.
           05 WS-TO-DATE        PIC 9(8) VALUE 99999999.
           05 WS-FROM-PERIOD    PIC 9(6).
           05 WS-TO-PERIOD      PIC 9(6).
           05 WS-FILE-SET       PIC X(8).
           05 WS-SET-TALLY      PIC 9(2).
           05 WS-WANT-LEDGER    PIC X VALUE 'N'.
           05 WS-WANT-RATING    PIC X VALUE 'N'.
           05 WS-WANT-RATHIST   PIC X VALUE 'N'.
           05 WS-WANT-PERSUM    PIC X VALUE 'N'.
           05 WS-WANT-MEMBERS   PIC X VALUE 'N'.
           05 WS-WANT-EVENTS    PIC X VALUE 'N'.
       01 WS-COUNTS.
           05 WS-RECORDS-READ   PIC 9(7).
           05 WS-RECORDS-OUT    PIC 9(7).
           05 WS-FILES-WRITTEN  PIC 9(2) VALUE 0.
      *******************************************************************
      *   One delimited line is built up column by column: text is      *
      *   quoted with any quote inside doubled, numbers and dates go    *
      *   out bare, and a blank date is an empty column.                *
      *******************************************************************
       01 WS-CSV-WORK.
           05 WS-CSV-LINE       PIC X(400).
           05 WS-CSV-PTR        PIC 9(3).
           05 WS-CSV-TEXT       PIC X(40).
           05 WS-CSV-LEN        PIC 9(3).
           05 WS-CSV-CX         PIC 9(3).
           05 WS-CSV-EDIT       PIC X(14).
           05 WS-CSV-DATE       PIC 9(8).
           05 WS-CSV-DATE-X REDEFINES WS-CSV-DATE.
               10 WS-CSV-YYYY   PIC X(4).
               10 WS-CSV-MM     PIC X(2).
               10 WS-CSV-DD     PIC X(2).
       01 WS-EDIT.
           05 WS-ED-INT         PIC -(9)9.
           05 WS-ED-SCORE       PIC Z(5)9.9.
           05 WS-ED-MONEY       PIC Z(5)9.99.
       01 WS-NAME-WORK.
           05 WS-NAME-ID        PIC X(20).
           05 WS-NAME-OUT       PIC X(30).
           05 WS-EVENT-NAME     PIC X(30).
       01 WS-RATING-CHANGE      PIC S9(5).
       01 WS-DECODE.
           05 WS-RESULT-TEXT    PIC X(12).
           05 WS-WINNER-TEXT    PIC X(5).
           05 WS-SCORE-TEXT     PIC X(7).
           05 WS-CLASS-TEXT     PIC X(6).
           05 WS-STATUS-TEXT    PIC X(7).
           05 WS-TYPE-TEXT      PIC X(6).
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY POOLWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           IF WS-WANT-LEDGER = 'Y'
               PERFORM B-EXTRACT-LEDGER
           END-IF
           IF WS-WANT-RATING = 'Y'
               PERFORM C-EXTRACT-RATINGS
           END-IF
           IF WS-WANT-RATHIST = 'Y'
               PERFORM D-EXTRACT-RATING-HISTORY
           END-IF
           IF WS-WANT-PERSUM = 'Y'
               PERFORM E-EXTRACT-PERIOD-SUMMARIES
           END-IF
           IF WS-WANT-MEMBERS = 'Y'
               PERFORM F-EXTRACT-MEMBERS
           END-IF
           IF WS-WANT-EVENTS = 'Y'
               PERFORM G-EXTRACT-EVENTS
               PERFORM G2-EXTRACT-PAIRINGS
           END-IF
           IF PLAYER-MASTER-OPEN
               CLOSE PLAYER-FILE
           END-IF
           IF TOURN-OPEN
               CLOSE TOURN-FILE
           END-IF

           DISPLAY "EXTRACT FILES WRITTEN: " WS-FILES-WRITTEN

           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Committee data extract.  Writes comma-separated files with a  *
      *   header row for the spreadsheets the committee and the junior  *
      *   coordinator keep, instead of retyping the printed reports:    *
      *   codes decoded to words, player ids given their full names     *
      *   from the member master, dates as YYYY-MM-DD.  The results     *
      *   ledger goes out as it now stands - corrected results, voided  *
      *   games left out.  Records written per file go to SYSOUT as     *
      *   the control totals.                                           *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR

           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-PLAYER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATING.DAT" DELIMITED BY SIZE
                  INTO WS-RATING-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATHIST.DAT" DELIMITED BY SIZE
                  INTO WS-RATHIST-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PERSUM.DAT" DELIMITED BY SIZE
                  INTO WS-PERSUM-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TOURN.DAT" DELIMITED BY SIZE
                  INTO WS-TOURN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PAIR.DAT" DELIMITED BY SIZE
                  INTO WS-PAIR-PATH

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHESS_EXTRACT_FROM"
           IF WS-ENV-VALUE IS NUMERIC
               MOVE WS-ENV-VALUE TO WS-FROM-DATE
           ELSE
               IF WS-ENV-VALUE NOT = SPACES
                   DISPLAY "CHESS_EXTRACT_FROM NOT YYYYMMDD - "
                           "IGNORED: " WS-ENV-VALUE
               END-IF
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHESS_EXTRACT_TO"
           IF WS-ENV-VALUE IS NUMERIC
               MOVE WS-ENV-VALUE TO WS-TO-DATE
           ELSE
               IF WS-ENV-VALUE NOT = SPACES
                   DISPLAY "CHESS_EXTRACT_TO NOT YYYYMMDD - "
                           "IGNORED: " WS-ENV-VALUE
               END-IF
           END-IF
           MOVE WS-FROM-DATE(1:6) TO WS-FROM-PERIOD
           MOVE WS-TO-DATE(1:6) TO WS-TO-PERIOD

           MOVE SPACES TO WS-FILE-SET
           ACCEPT WS-FILE-SET FROM ENVIRONMENT "CHESS_EXTRACT_FILES"
           IF WS-FILE-SET = SPACES
               MOVE "LRHSME" TO WS-FILE-SET
           END-IF
           INSPECT WS-FILE-SET CONVERTING "lrhsme" TO "LRHSME"
           MOVE 0 TO WS-SET-TALLY
           INSPECT WS-FILE-SET TALLYING WS-SET-TALLY FOR ALL "L"
           IF WS-SET-TALLY > 0
               MOVE 'Y' TO WS-WANT-LEDGER
           END-IF
           MOVE 0 TO WS-SET-TALLY
           INSPECT WS-FILE-SET TALLYING WS-SET-TALLY FOR ALL "R"
           IF WS-SET-TALLY > 0
               MOVE 'Y' TO WS-WANT-RATING
           END-IF
           MOVE 0 TO WS-SET-TALLY
           INSPECT WS-FILE-SET TALLYING WS-SET-TALLY FOR ALL "H"
           IF WS-SET-TALLY > 0
               MOVE 'Y' TO WS-WANT-RATHIST
           END-IF
           MOVE 0 TO WS-SET-TALLY
           INSPECT WS-FILE-SET TALLYING WS-SET-TALLY FOR ALL "S"
           IF WS-SET-TALLY > 0
               MOVE 'Y' TO WS-WANT-PERSUM
           END-IF
           MOVE 0 TO WS-SET-TALLY
           INSPECT WS-FILE-SET TALLYING WS-SET-TALLY FOR ALL "M"
           IF WS-SET-TALLY > 0
               MOVE 'Y' TO WS-WANT-MEMBERS
           END-IF
           MOVE 0 TO WS-SET-TALLY
           INSPECT WS-FILE-SET TALLYING WS-SET-TALLY FOR ALL "E"
           IF WS-SET-TALLY > 0
               MOVE 'Y' TO WS-WANT-EVENTS
           END-IF

           DISPLAY "EXTRACT FILES " WS-FILE-SET
                   " DATES " WS-FROM-DATE " TO " WS-TO-DATE

      *    Names are looked up by key for every extract but the member
      *    master's own, so the master stays open for the whole run;
      *    without it the name columns are left empty.
           OPEN INPUT PLAYER-FILE
           IF WS-PLAYER-OK
               SET PLAYER-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "NO MEMBER MASTER FOUND - NAMES LEFT EMPTY"
           END-IF
           OPEN INPUT TOURN-FILE
           IF WS-TOURN-OK
               SET TOURN-OPEN TO TRUE
           END-IF
           .

           B-EXTRACT-LEDGER SECTION.

      *******************************************************************
      *   CHESS_EXT_RESULTS.CSV - one row per game in the date range.   *
      *******************************************************************

           MOVE "CHESS_EXT_RESULTS.CSV" TO WS-EXTRACT-NAME
           PERFORM X-OPEN-EXTRACT
           IF EXTRACT-OPEN
               MOVE SPACES TO WS-CSV-LINE
               STRING "GAME_ID,GAME_DATE,WHITE_ID,WHITE_NAME,BLACK_ID,"
                         DELIMITED BY SIZE
                      "BLACK_NAME,RESULT,WINNER,SCORE,PLIES,EVENT_ID,"
                         DELIMITED BY SIZE
                      "ROUND,POOL" DELIMITED BY SIZE
                      INTO WS-CSV-LINE
               WRITE EXTRACT-RECORD FROM WS-CSV-LINE
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
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM U2-CORRECT-LEDGER-LINE
                               IF WL-GAME-ID NOT = SPACES
                                  AND LC-LINE-COUNTS
                                  AND WL-GAME-DATE IS NUMERIC
                                  AND WL-GAME-DATE >= WS-FROM-DATE
                                  AND WL-GAME-DATE <= WS-TO-DATE
                                   PERFORM B2-WRITE-GAME-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF
               PERFORM X2-CLOSE-EXTRACT
           END-IF
           .

           B2-WRITE-GAME-ROW SECTION.

      *******************************************************************
      *   A default (F) was never played: no winner and no score for    *
      *   either side, as the standings treat it.                       *
      *******************************************************************

           EVALUATE WL-RESULT-CODE
               WHEN 'C'
                   MOVE "CHECKMATE" TO WS-RESULT-TEXT
               WHEN 'R'
                   MOVE "RESIGNATION" TO WS-RESULT-TEXT
               WHEN 'S'
                   MOVE "STALEMATE" TO WS-RESULT-TEXT
               WHEN 'D'
                   MOVE "DRAW" TO WS-RESULT-TEXT
               WHEN 'F'
                   MOVE "DEFAULT" TO WS-RESULT-TEXT
               WHEN 'A'
                   MOVE "ADJUDICATED" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE WL-RESULT-CODE TO WS-RESULT-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WL-RESULT-CODE = 'F'
                   MOVE "NONE" TO WS-WINNER-TEXT
                   MOVE "0-0" TO WS-SCORE-TEXT
               WHEN WL-WINNER = 'W'
                   MOVE "WHITE" TO WS-WINNER-TEXT
                   MOVE "1-0" TO WS-SCORE-TEXT
               WHEN WL-WINNER = 'B'
                   MOVE "BLACK" TO WS-WINNER-TEXT
                   MOVE "0-1" TO WS-SCORE-TEXT
               WHEN OTHER
                   MOVE "NONE" TO WS-WINNER-TEXT
                   MOVE "1/2-1/2" TO WS-SCORE-TEXT
           END-EVALUATE
           MOVE WL-POOL TO WS-POOL-CODE
           PERFORM X2-NAME-POOL

           PERFORM V-START-LINE
           MOVE WL-GAME-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE WL-GAME-DATE TO WS-CSV-DATE
           PERFORM V4-ADD-DATE
           MOVE WL-WHITE-PLAYER-ID TO WS-NAME-ID
           PERFORM W-ADD-ID-AND-NAME
           MOVE WL-BLACK-PLAYER-ID TO WS-NAME-ID
           PERFORM W-ADD-ID-AND-NAME
           MOVE WS-RESULT-TEXT TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE WS-WINNER-TEXT TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE WS-SCORE-TEXT TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           IF WL-PLY-COUNT IS NUMERIC
               MOVE WL-PLY-COUNT TO WS-ED-INT
           ELSE
               MOVE 0 TO WS-ED-INT
           END-IF
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE WL-EVENT-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           IF WL-EVENT-ID NOT = SPACES AND WL-ROUND IS NUMERIC
               MOVE WL-ROUND TO WS-ED-INT
               MOVE WS-ED-INT TO WS-CSV-EDIT
           ELSE
               MOVE SPACES TO WS-CSV-EDIT
           END-IF
           PERFORM V3-ADD-NUMBER
           MOVE WS-POOL-NAME TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           PERFORM V5-WRITE-LINE
           .

           C-EXTRACT-RATINGS SECTION.

      *******************************************************************
      *   CHESS_EXT_RATINGS.CSV - every player's rating in every pool   *
      *   they are rated in, as it stands today.                        *
      *******************************************************************

           MOVE "CHESS_EXT_RATINGS.CSV" TO WS-EXTRACT-NAME
           PERFORM X-OPEN-EXTRACT
           IF EXTRACT-OPEN
               MOVE SPACES TO WS-CSV-LINE
               STRING "PLAYER_ID,PLAYER_NAME,POOL,RATING,GAMES_RATED,"
                         DELIMITED BY SIZE
                      "LAST_PLAYED" DELIMITED BY SIZE
                      INTO WS-CSV-LINE
               WRITE EXTRACT-RECORD FROM WS-CSV-LINE
               SET NOT-EOF TO TRUE
               OPEN INPUT RATING-FILE
               IF NOT WS-RATING-OK
                   DISPLAY "NO RATING MASTER FOUND"
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ RATING-FILE NEXT RECORD
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM C2-WRITE-RATING-ROW
                       END-READ
                   END-PERFORM
                   CLOSE RATING-FILE
               END-IF
               PERFORM X2-CLOSE-EXTRACT
           END-IF
           .

           C2-WRITE-RATING-ROW SECTION.

      *******************************************************************
      *                   C2-WRITE-RATING-ROW SECTION                   *
      *******************************************************************

           MOVE RM-POOL TO WS-POOL-CODE
           PERFORM X2-NAME-POOL
           PERFORM V-START-LINE
           MOVE RM-PLAYER-ID TO WS-NAME-ID
           PERFORM W-ADD-ID-AND-NAME
           MOVE WS-POOL-NAME TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE RM-RATING TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE RM-GAMES-RATED TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE RM-LAST-PLAYED TO WS-CSV-DATE
           PERFORM V4-ADD-DATE
           PERFORM V5-WRITE-LINE
           .

           D-EXTRACT-RATING-HISTORY SECTION.

      *******************************************************************
      *   CHESS_EXT_RATHIST.CSV - one row per player per rated game in  *
      *   the date range, with the rating change it made.               *
      *******************************************************************

           MOVE "CHESS_EXT_RATHIST.CSV" TO WS-EXTRACT-NAME
           PERFORM X-OPEN-EXTRACT
           IF EXTRACT-OPEN
               MOVE SPACES TO WS-CSV-LINE
               STRING "PLAYER_ID,PLAYER_NAME,GAME_ID,GAME_DATE,"
                         DELIMITED BY SIZE
                      "OPPONENT_ID,OPPONENT_NAME,POOL,PRE_RATING,"
                         DELIMITED BY SIZE
                      "POST_RATING,CHANGE" DELIMITED BY SIZE
                      INTO WS-CSV-LINE
               WRITE EXTRACT-RECORD FROM WS-CSV-LINE
               SET NOT-EOF TO TRUE
               OPEN INPUT RATHIST-FILE
               IF NOT WS-RATHIST-OK
                   DISPLAY "NO RATING HISTORY FOUND"
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ RATHIST-FILE NEXT RECORD
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               IF RH-GAME-DATE >= WS-FROM-DATE
                                  AND RH-GAME-DATE <= WS-TO-DATE
                                   PERFORM D2-WRITE-HISTORY-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATHIST-FILE
               END-IF
               PERFORM X2-CLOSE-EXTRACT
           END-IF
           .

           D2-WRITE-HISTORY-ROW SECTION.

      *******************************************************************
      *   Records from before the pools carry no pool and are standard. *
      *******************************************************************

           MOVE RH-POOL TO WS-POOL-CODE
           PERFORM X2-NAME-POOL
           PERFORM V-START-LINE
           MOVE RH-PLAYER-ID TO WS-NAME-ID
           PERFORM W-ADD-ID-AND-NAME
           MOVE RH-GAME-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE RH-GAME-DATE TO WS-CSV-DATE
           PERFORM V4-ADD-DATE
           MOVE RH-OPPONENT-ID TO WS-NAME-ID
           PERFORM W-ADD-ID-AND-NAME
           MOVE WS-POOL-NAME TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE RH-PRE-RATING TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE RH-POST-RATING TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           COMPUTE WS-RATING-CHANGE = RH-POST-RATING - RH-PRE-RATING
           MOVE WS-RATING-CHANGE TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           PERFORM V5-WRITE-LINE
           .

           E-EXTRACT-PERIOD-SUMMARIES SECTION.

      *******************************************************************
      *   CHESS_EXT_PERSUM.CSV - the closed-month summaries for the     *
      *   months the date range touches.                                *
      *******************************************************************

           MOVE "CHESS_EXT_PERSUM.CSV" TO WS-EXTRACT-NAME
           PERFORM X-OPEN-EXTRACT
           IF EXTRACT-OPEN
               MOVE SPACES TO WS-CSV-LINE
               STRING "PLAYER_ID,PLAYER_NAME,PERIOD,GAMES,WINS_WHITE,"
                         DELIMITED BY SIZE
                      "WINS_BLACK,DRAWS,LOSSES,GAMES_WHITE,GAMES_BLACK,"
                         DELIMITED BY SIZE
                      "SCORE,TOTAL_PLIES,ADJUSTED,ADJUSTED_ON"
                         DELIMITED BY SIZE
                      INTO WS-CSV-LINE
               WRITE EXTRACT-RECORD FROM WS-CSV-LINE
               SET NOT-EOF TO TRUE
               OPEN INPUT PERSUM-FILE
               IF NOT WS-PERSUM-OK
                   DISPLAY "NO PERIOD SUMMARY FILE FOUND"
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ PERSUM-FILE NEXT RECORD
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               IF PS-PERIOD >= WS-FROM-PERIOD
                                  AND PS-PERIOD <= WS-TO-PERIOD
                                   PERFORM E2-WRITE-SUMMARY-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PERSUM-FILE
               END-IF
               PERFORM X2-CLOSE-EXTRACT
           END-IF
           .

           E2-WRITE-SUMMARY-ROW SECTION.

      *******************************************************************
      *                  E2-WRITE-SUMMARY-ROW SECTION                   *
      *******************************************************************

           PERFORM V-START-LINE
           MOVE PS-PLAYER-ID TO WS-NAME-ID
           PERFORM W-ADD-ID-AND-NAME
           MOVE SPACES TO WS-CSV-EDIT
           STRING PS-PERIOD(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  PS-PERIOD(5:2) DELIMITED BY SIZE
                  INTO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PS-GAMES TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PS-WINS-WHITE TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PS-WINS-BLACK TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PS-DRAWS TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PS-LOSSES TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PS-GAMES-WHITE TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PS-GAMES-BLACK TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           COMPUTE WS-ED-SCORE = PS-HALF-POINTS / 2
           MOVE WS-ED-SCORE TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PS-TOTAL-PLIES TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           IF PS-ADJUSTED
               MOVE "YES" TO WS-CSV-TEXT
               PERFORM V2-ADD-TEXT
               MOVE PS-ADJUST-DATE TO WS-CSV-DATE
           ELSE
               MOVE "NO" TO WS-CSV-TEXT
               PERFORM V2-ADD-TEXT
               MOVE 0 TO WS-CSV-DATE
           END-IF
           PERFORM V4-ADD-DATE
           PERFORM V5-WRITE-LINE
           .

           F-EXTRACT-MEMBERS SECTION.

      *******************************************************************
      *   CHESS_EXT_MEMBERS.CSV - the member master, retired members    *
      *   included and marked so.                                       *
      *******************************************************************

           MOVE "CHESS_EXT_MEMBERS.CSV" TO WS-EXTRACT-NAME
           PERFORM X-OPEN-EXTRACT
           IF EXTRACT-OPEN
               MOVE SPACES TO WS-CSV-LINE
               STRING "PLAYER_ID,FULL_NAME,JOINED,STATUS,FEDERATION_ID,"
                         DELIMITED BY SIZE
                      "BIRTH_YEAR,CLASS,PAID_THROUGH,AMOUNT_PAID"
                         DELIMITED BY SIZE
                      INTO WS-CSV-LINE
               WRITE EXTRACT-RECORD FROM WS-CSV-LINE
               IF PLAYER-MASTER-OPEN
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
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM F2-WRITE-MEMBER-ROW
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM X2-CLOSE-EXTRACT
           END-IF
           .

           F2-WRITE-MEMBER-ROW SECTION.

      *******************************************************************
      *                   F2-WRITE-MEMBER-ROW SECTION                   *
      *******************************************************************

           IF PM-ACTIVE-FLAG = 'Y'
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           ELSE
               MOVE "RETIRED" TO WS-STATUS-TEXT
           END-IF
           EVALUATE TRUE
               WHEN PM-CLASS-JUNIOR
                   MOVE "JUNIOR" TO WS-CLASS-TEXT
               WHEN PM-CLASS-FAMILY
                   MOVE "FAMILY" TO WS-CLASS-TEXT
               WHEN PM-CLASS-LIFE
                   MOVE "LIFE" TO WS-CLASS-TEXT
               WHEN OTHER
                   MOVE "ADULT" TO WS-CLASS-TEXT
           END-EVALUATE

           PERFORM V-START-LINE
           MOVE PM-PLAYER-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE PM-FULL-NAME TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE PM-JOIN-DATE TO WS-CSV-DATE
           PERFORM V4-ADD-DATE
           MOVE WS-STATUS-TEXT TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE PM-FED-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           IF PM-BIRTH-YEAR IS NUMERIC AND PM-BIRTH-YEAR > 0
               MOVE PM-BIRTH-YEAR TO WS-CSV-EDIT
           ELSE
               MOVE SPACES TO WS-CSV-EDIT
           END-IF
           PERFORM V3-ADD-NUMBER
           MOVE WS-CLASS-TEXT TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE PM-PAID-THRU TO WS-CSV-DATE
           PERFORM V4-ADD-DATE
           IF PM-AMOUNT-PAID IS NUMERIC
               MOVE PM-AMOUNT-PAID TO WS-ED-MONEY
           ELSE
               MOVE 0 TO WS-ED-MONEY
           END-IF
           MOVE WS-ED-MONEY TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           PERFORM V5-WRITE-LINE
           .

           G-EXTRACT-EVENTS SECTION.

      *******************************************************************
      *   CHESS_EXT_EVENTS.CSV - one row per event on the event master. *
      *******************************************************************

           MOVE "CHESS_EXT_EVENTS.CSV" TO WS-EXTRACT-NAME
           PERFORM X-OPEN-EXTRACT
           IF EXTRACT-OPEN
               MOVE SPACES TO WS-CSV-LINE
               STRING "EVENT_ID,EVENT_NAME,TYPE,POOL,ROUNDS,"
                         DELIMITED BY SIZE
                      "CURRENT_ROUND,ENTRANTS" DELIMITED BY SIZE
                      INTO WS-CSV-LINE
               WRITE EXTRACT-RECORD FROM WS-CSV-LINE
               IF NOT TOURN-OPEN
                   DISPLAY "NO EVENT MASTER FOUND"
               ELSE
                   SET NOT-EOF TO TRUE
                   MOVE LOW-VALUES TO TM-EVENT-ID
                   START TOURN-FILE KEY IS NOT LESS THAN TM-EVENT-ID
                       INVALID KEY
                           SET EOF-Y TO TRUE
                   END-START
                   PERFORM UNTIL EOF-Y
                       READ TOURN-FILE NEXT RECORD
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM G3-WRITE-EVENT-ROW
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM X2-CLOSE-EXTRACT
           END-IF
           .

           G3-WRITE-EVENT-ROW SECTION.

      *******************************************************************
      *                   G3-WRITE-EVENT-ROW SECTION                    *
      *******************************************************************

           IF TM-LEAGUE-EVENT
               MOVE "LEAGUE" TO WS-TYPE-TEXT
           ELSE
               MOVE "SWISS" TO WS-TYPE-TEXT
           END-IF
           MOVE TM-RATING-POOL TO WS-POOL-CODE
           PERFORM X2-NAME-POOL

           PERFORM V-START-LINE
           MOVE TM-EVENT-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE TM-EVENT-NAME TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE WS-TYPE-TEXT TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE WS-POOL-NAME TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE TM-ROUND-COUNT TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE TM-CURRENT-ROUND TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE TM-ENTRANT-COUNT TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           PERFORM V5-WRITE-LINE
           .

           G2-EXTRACT-PAIRINGS SECTION.

      *******************************************************************
      *   CHESS_EXT_PAIRINGS.CSV - every board paired, with the event   *
      *   name and both players' names; results are on the ledger       *
      *   extract under the same game id.                               *
      *******************************************************************

           MOVE "CHESS_EXT_PAIRINGS.CSV" TO WS-EXTRACT-NAME
           PERFORM X-OPEN-EXTRACT
           IF EXTRACT-OPEN
               MOVE SPACES TO WS-CSV-LINE
               STRING "GAME_ID,EVENT_ID,EVENT_NAME,ROUND,BOARD,"
                         DELIMITED BY SIZE
                      "WHITE_ID,WHITE_NAME,BLACK_ID,BLACK_NAME,PLAY_BY"
                         DELIMITED BY SIZE
                      INTO WS-CSV-LINE
               WRITE EXTRACT-RECORD FROM WS-CSV-LINE
               SET NOT-EOF TO TRUE
               OPEN INPUT PAIR-FILE
               IF NOT WS-PAIR-OK
                   DISPLAY "NO PAIRING FILE FOUND"
               ELSE
                   PERFORM UNTIL EOF-Y
                       READ PAIR-FILE NEXT RECORD
                           AT END
                               SET EOF-Y TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM G4-WRITE-PAIRING-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PAIR-FILE
               END-IF
               PERFORM X2-CLOSE-EXTRACT
           END-IF
           .

           G4-WRITE-PAIRING-ROW SECTION.

      *******************************************************************
      *   Swiss pairings carry no play-by date; the column is empty.    *
      *******************************************************************

           MOVE SPACES TO WS-EVENT-NAME
           IF TOURN-OPEN
               MOVE PA-EVENT-ID TO TM-EVENT-ID
               READ TOURN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-EVENT-NAME TO WS-EVENT-NAME
               END-READ
           END-IF

           PERFORM V-START-LINE
           MOVE PA-GAME-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE PA-EVENT-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE WS-EVENT-NAME TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE PA-ROUND TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PA-BOARD TO WS-ED-INT
           MOVE WS-ED-INT TO WS-CSV-EDIT
           PERFORM V3-ADD-NUMBER
           MOVE PA-WHITE-ID TO WS-NAME-ID
           PERFORM W-ADD-ID-AND-NAME
           MOVE PA-BLACK-ID TO WS-NAME-ID
           PERFORM W-ADD-ID-AND-NAME
           MOVE PA-PLAY-BY TO WS-CSV-DATE
           PERFORM V4-ADD-DATE
           PERFORM V5-WRITE-LINE
           .

           V-START-LINE SECTION.

      *******************************************************************
      *                      V-START-LINE SECTION                       *
      *******************************************************************

           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           SET FIRST-COLUMN TO TRUE
           .

           V2-ADD-TEXT SECTION.

      *******************************************************************
      *   WS-CSV-TEXT in quotes, trailing spaces dropped and any quote  *
      *   inside doubled, so a name such as SMITH, "JNR" J stays one    *
      *   column.                                                       *
      *******************************************************************

           PERFORM V6-ADD-COMMA
           MOVE 0 TO WS-CSV-LEN
           PERFORM VARYING WS-CSV-CX FROM 40 BY -1 UNTIL WS-CSV-CX < 1
               IF WS-CSV-LEN = 0
                  AND WS-CSV-TEXT(WS-CSV-CX:1) NOT = SPACE
                   MOVE WS-CSV-CX TO WS-CSV-LEN
               END-IF
           END-PERFORM
           MOVE '"' TO WS-CSV-LINE(WS-CSV-PTR:1)
           ADD 1 TO WS-CSV-PTR
           PERFORM VARYING WS-CSV-CX FROM 1 BY 1
                   UNTIL WS-CSV-CX > WS-CSV-LEN
               IF WS-CSV-TEXT(WS-CSV-CX:1) = '"'
                   MOVE '"' TO WS-CSV-LINE(WS-CSV-PTR:1)
                   ADD 1 TO WS-CSV-PTR
               END-IF
               MOVE WS-CSV-TEXT(WS-CSV-CX:1)
                   TO WS-CSV-LINE(WS-CSV-PTR:1)
               ADD 1 TO WS-CSV-PTR
           END-PERFORM
           MOVE '"' TO WS-CSV-LINE(WS-CSV-PTR:1)
           ADD 1 TO WS-CSV-PTR
           .

           V3-ADD-NUMBER SECTION.

      *******************************************************************
      *   WS-CSV-EDIT bare, leading and trailing spaces dropped; all    *
      *   spaces leaves the column empty.                               *
      *******************************************************************

           PERFORM V6-ADD-COMMA
           PERFORM VARYING WS-CSV-CX FROM 1 BY 1 UNTIL WS-CSV-CX > 14
               IF WS-CSV-EDIT(WS-CSV-CX:1) NOT = SPACE
                   MOVE WS-CSV-EDIT(WS-CSV-CX:1)
                       TO WS-CSV-LINE(WS-CSV-PTR:1)
                   ADD 1 TO WS-CSV-PTR
               END-IF
           END-PERFORM
           .

           V4-ADD-DATE SECTION.

      *******************************************************************
      *   YYYYMMDD out as YYYY-MM-DD; zero or unreadable is empty.      *
      *******************************************************************

           MOVE SPACES TO WS-CSV-EDIT
           IF WS-CSV-DATE IS NUMERIC AND WS-CSV-DATE > 0
               STRING WS-CSV-YYYY DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CSV-MM DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-CSV-DD DELIMITED BY SIZE
                      INTO WS-CSV-EDIT
           END-IF
           PERFORM V3-ADD-NUMBER
           .

           V5-WRITE-LINE SECTION.

      *******************************************************************
      *                      V5-WRITE-LINE SECTION                      *
      *******************************************************************

           WRITE EXTRACT-RECORD FROM WS-CSV-LINE
           ADD 1 TO WS-RECORDS-OUT
           .

           V6-ADD-COMMA SECTION.

      *******************************************************************
      *                      V6-ADD-COMMA SECTION                       *
      *******************************************************************

           IF FIRST-COLUMN
               SET LATER-COLUMN TO TRUE
           ELSE
               MOVE "," TO WS-CSV-LINE(WS-CSV-PTR:1)
               ADD 1 TO WS-CSV-PTR
           END-IF
           .

           W-ADD-ID-AND-NAME SECTION.

      *******************************************************************
      *   Two columns: the player id in WS-NAME-ID and the full name    *
      *   off the member master, empty for an id not on it.             *
      *******************************************************************

           MOVE SPACES TO WS-NAME-OUT
           IF PLAYER-MASTER-OPEN AND WS-NAME-ID NOT = SPACES
               MOVE WS-NAME-ID TO PM-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-FULL-NAME TO WS-NAME-OUT
               END-READ
           END-IF
           MOVE WS-NAME-ID TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           MOVE WS-NAME-OUT TO WS-CSV-TEXT
           PERFORM V2-ADD-TEXT
           .

           X-OPEN-EXTRACT SECTION.

      *******************************************************************
      *   Each extract is its own file in CHESS_SAVE_DIR, replaced on   *
      *   every run; the header row goes out from the caller.           *
      *******************************************************************

           MOVE 'N' TO SWITCH-EXTRACT
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORDS-OUT
           MOVE SPACES TO WS-EXTRACT-PATH
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  WS-EXTRACT-NAME DELIMITED BY SPACE
                  INTO WS-EXTRACT-PATH
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-OK
               SET EXTRACT-OPEN TO TRUE
           ELSE
               DISPLAY "CANNOT CREATE " WS-EXTRACT-NAME
                       " - STATUS " WS-EXTRACT-STATUS
           END-IF
           .

           X2-CLOSE-EXTRACT SECTION.

      *******************************************************************
      *   The control total for the file just written: rows after the   *
      *   header, and the source records read to produce them.          *
      *******************************************************************

           CLOSE EXTRACT-FILE
           MOVE 'N' TO SWITCH-EXTRACT
           ADD 1 TO WS-FILES-WRITTEN
           DISPLAY WS-EXTRACT-NAME " RECORDS WRITTEN: "
                   WS-RECORDS-OUT " (SOURCE RECORDS READ: "
                   WS-RECORDS-READ ")"
           .

           COPY DIRNORM.

           COPY LEDGCOR.

           COPY POOL.
