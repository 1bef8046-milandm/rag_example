      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CUTIL09.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SAVE-FILE ASSIGN TO DYNAMIC WS-SAVE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAVE-GAME-ID
           FILE STATUS IS WS-SAVE-STATUS
           .
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           .
           SELECT TEMP-FILE ASSIGN TO DYNAMIC WS-TEMP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS
           .
           SELECT PAIR-FILE ASSIGN TO DYNAMIC WS-PAIR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-GAME-ID
           FILE STATUS IS WS-PAIR-STATUS
           .
           SELECT TOURN-FILE ASSIGN TO DYNAMIC WS-TOURN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-EVENT-ID
           FILE STATUS IS WS-TOURN-STATUS
           .
           SELECT PERSUM-FILE ASSIGN TO DYNAMIC WS-PERSUM-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-KEY
           FILE STATUS IS WS-PERSUM-STATUS
           .
           SELECT RATHIST-FILE ASSIGN TO DYNAMIC WS-RATHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS WS-RATHIST-STATUS
           .
           SELECT RATING-FILE ASSIGN TO DYNAMIC WS-RATING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RATING-STATUS
           .
           SELECT PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PLAYER-ID
           FILE STATUS IS WS-PLAYER-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SAVE-FILE.
           COPY SAVEREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD TEMP-FILE.
       01 TEMP-RECORD             PIC X(160).
       FD PAIR-FILE.
           COPY PAIRREC.
       FD TOURN-FILE.
           COPY TOURNREC.
       FD PERSUM-FILE.
           COPY PERSUM.
       FD RATHIST-FILE.
           COPY RHISTREC.
       FD RATING-FILE.
           COPY RATEREC.
       FD PLAYER-FILE.
           COPY PLAYREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
           05 SWITCH-MODE      PIC X.
               88 MERGE-DRY-RUN    VALUE 'D'.
               88 MERGE-FOR-REAL   VALUE 'M'.
           05 SWITCH-ACCEPTED  PIC X.
               88 MERGE-ACCEPTED   VALUE 'Y'.
               88 MERGE-REFUSED    VALUE 'N'.
           05 SWITCH-CHANGED   PIC X.
               88 RECORD-CHANGED   VALUE 'Y'.
               88 RECORD-UNCHANGED VALUE 'N'.
           05 SWITCH-HIST      PIC X.
               88 HIST-FOUND       VALUE 'Y'.
               88 HIST-MISSING     VALUE 'N'.
       01 WS-SAVE-STATUS       PIC XX.
           88 WS-SAVE-OK       VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-TEMP-STATUS       PIC XX.
           88 WS-TEMP-OK       VALUE '00'.
       01 WS-PAIR-STATUS       PIC XX.
           88 WS-PAIR-OK       VALUE '00'.
       01 WS-TOURN-STATUS      PIC XX.
           88 WS-TOURN-OK      VALUE '00'.
       01 WS-PERSUM-STATUS     PIC XX.
           88 WS-PERSUM-OK     VALUE '00'.
       01 WS-RATHIST-STATUS    PIC XX.
           88 WS-RATHIST-OK    VALUE '00'.
       01 WS-RATING-STATUS     PIC XX.
           88 WS-RATING-OK     VALUE '00'.
       01 WS-PLAYER-STATUS     PIC XX.
           88 WS-PLAYER-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-SAVE-PATH      PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-TEMP-PATH      PIC X(150).
           05 WS-PAIR-PATH      PIC X(150).
           05 WS-TOURN-PATH     PIC X(150).
           05 WS-PERSUM-PATH    PIC X(150).
           05 WS-RATHIST-PATH   PIC X(150).
           05 WS-RATING-PATH    PIC X(150).
           05 WS-PLAYER-PATH    PIC X(150).
       01 WS-COPY-RC            PIC S9(9) COMP-5.
       01 WS-CONFIRM            PIC X.
       01 WS-TODAY              PIC 9(8).
      *******************************************************************
      *   The spelling being folded away and the one that survives.     *
      *   Everything the duplicate owns ends up under the survivor,     *
      *   and the duplicate is left on the member master as retired     *
      *   so the old spelling can never be saved or posted again.       *
      *******************************************************************
       01 WS-MERGE-IDS.
           05 WS-DUP-ID         PIC X(20).
           05 WS-KEEP-ID        PIC X(20).
           05 WS-KEEP-NAME      PIC X(30).
       01 WS-TALLIES.
           05 WS-SAVES-TOUCHED     PIC 9(6).
           05 WS-SAVES-LEFT        PIC 9(6).
           05 WS-LEDGER-TOUCHED    PIC 9(6).
           05 WS-PAIRS-TOUCHED     PIC 9(6).
           05 WS-EVENTS-TOUCHED    PIC 9(6).
           05 WS-PERSUM-TOUCHED    PIC 9(6).
           05 WS-RATHIST-TOUCHED   PIC 9(6).
           05 WS-RATHIST-DROPPED   PIC 9(6).
           05 WS-OPP-HIST-TOUCHED  PIC 9(6).
           05 WS-GAMES-REPLAYED    PIC 9(6).
      *******************************************************************
      *   The duplicate's closed months, gathered before any of them    *
      *   is moved so the keyed walk is never disturbed by the reads    *
      *   and writes of the survivor's rows.  Six hundred months is     *
      *   fifty seasons.                                                *
      *******************************************************************
       01 WS-PERIOD-TABLE.
           05 WS-PD-MAX         PIC 9(3) VALUE 600.
           05 WS-PD-COUNT       PIC 9(3).
           05 WS-PD-ENTRY OCCURS 600 TIMES.
               10 PD-PERIOD     PIC 9(6).
       01 WS-PD-X               PIC 9(3).
       01 WS-DUP-SUMMARY.
           05 DS-GAMES          PIC 9(5).
           05 DS-WINS-WHITE     PIC 9(5).
           05 DS-WINS-BLACK     PIC 9(5).
           05 DS-DRAWS          PIC 9(5).
           05 DS-LOSSES         PIC 9(5).
           05 DS-GAMES-WHITE    PIC 9(5).
           05 DS-GAMES-BLACK    PIC 9(5).
           05 DS-HALF-POINTS    PIC 9(6).
           05 DS-TOTAL-PLIES    PIC 9(7).
       01 WS-ENTRANT-WORK.
           05 WS-EX             PIC 9(2).
           05 WS-EY             PIC 9(2).
           05 WS-KEEP-SLOT      PIC 9(2).
           05 WS-DUP-SLOT       PIC 9(2).
      *******************************************************************
      *   Recombining the rating: the survivor's rated games - both     *
      *   spellings' - are replayed in ledger order from the            *
      *   provisional 1500 with CBATCH04's own rules, K factor 32 and   *
      *   the 400-point clamp, each opponent at the rating they         *
      *   carried into that game (the pre-rating on their own history   *
      *   record).  Each rating pool is replayed on its own, from its   *
      *   own games only.                                               *
      *   Opponents' ratings are not moved by the merge.                *
      *******************************************************************
       01 WS-ELO-WORK.
           05 WS-K-FACTOR       PIC 99        VALUE 32.
           05 WS-START-RATING   PIC 9(4)      VALUE 1500.
           05 WS-RATING-FLOOR   PIC 9(4)      VALUE 100.
           05 WS-RATING-W       PIC 9(4).
           05 WS-RATING-B       PIC 9(4).
           05 WS-SCORE-W        PIC 9V99.
           05 WS-SCORE-B        PIC 9V99.
           05 WS-GAP            PIC S9(4).
           05 WS-EXP-ARG        PIC S9V9(4).
           05 WS-POW            PIC 9(2)V9(4).
           05 WS-EXPECTED-W     PIC 9V9(4).
           05 WS-EXPECTED-B     PIC 9V9(4).
           05 WS-NEW-RATING     PIC S9(5).
       01 WS-REPLAY-WORK.
           05 WS-RUN-RATING     PIC 9(4).
           05 WS-RUN-GAMES      PIC 9(5).
           05 WS-RUN-LAST       PIC 9(8).
           05 WS-MY-SIDE        PIC X.
           05 WS-OPP-ID         PIC X(20).
           05 WS-OPP-RATING     PIC 9(4).
           05 WS-HIST-OWNER     PIC X(20).
           05 WS-KEEP-OLD-RATING PIC 9(4).
           05 WS-DUP-OLD-RATING PIC 9(4).
           05 WS-KEEP-OLD-LAST  PIC 9(8).
           05 WS-DUP-OLD-LAST   PIC 9(8).
           05 WS-POOL-LIST      PIC X(3) VALUE "SRB".
           05 WS-PX             PIC 9.
           05 WS-MERGE-POOL     PIC X.
           05 WS-LINE-POOL      PIC X.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY AUDITREQ.
           COPY LOCKREQ.
           COPY DIRNORMWS.
           COPY POOLWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           PERFORM B-TAKE-MERGE-REQUEST
           IF MERGE-ACCEPTED
               PERFORM C-MERGE-SAVE-FILE
               PERFORM D-MERGE-LEDGER
               PERFORM E-MERGE-PAIRINGS
               PERFORM F-MERGE-EVENTS
               PERFORM G-MERGE-PERIOD-SUMMARIES
               PERFORM H-MERGE-RATING-HISTORY
               PERFORM J-RECOMBINE-RATING
               PERFORM K-RETIRE-DUPLICATE
               PERFORM L-SHOW-TOTALS
           END-IF
           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Player-id merge.  Games saved before the member master        *
      *   existed carry several spellings of the same person, each      *
      *   with its own rating, history and period summaries.  This      *
      *   folds one duplicate spelling into the surviving id on the     *
      *   save file, results ledger, pairing file, event entrant        *
      *   lists, period summaries and rating history, recombines the    *
      *   rating by replaying the merged history, and retires the       *
      *   duplicate on the member master.  Every change goes to the     *
      *   audit trail.  A dry run lists each record it would touch and  *
      *   changes nothing.  Rerunnable: a merge cut short (say by a     *
      *   game open at a station) is finished by running it again.      *
      *   Run it between sessions, not while the nightly chain is       *
      *   rating or closing the month.                                  *
      *******************************************************************

           MOVE SPACES TO WS-MERGE-IDS
           INITIALIZE WS-TALLIES
           SET MERGE-REFUSED TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

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
                  "CHESS_RESULTS.TMP" DELIMITED BY SIZE
                  INTO WS-TEMP-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PAIR.DAT" DELIMITED BY SIZE
                  INTO WS-PAIR-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TOURN.DAT" DELIMITED BY SIZE
                  INTO WS-TOURN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PERSUM.DAT" DELIMITED BY SIZE
                  INTO WS-PERSUM-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATHIST.DAT" DELIMITED BY SIZE
                  INTO WS-RATHIST-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATING.DAT" DELIMITED BY SIZE
                  INTO WS-RATING-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-PLAYER-PATH
           .

           B-TAKE-MERGE-REQUEST SECTION.

      *******************************************************************
      *   The survivor must be an active member on the master when      *
      *   there is one, so the merge never folds a member into a        *
      *   spelling the save and result validation would refuse.         *
      *******************************************************************

           DISPLAY " "
           DISPLAY "PLAYER-ID MERGE"
           DISPLAY "DUPLICATE ID TO FOLD AWAY: " WITH NO ADVANCING
           ACCEPT WS-DUP-ID
           DISPLAY "SURVIVING ID:              " WITH NO ADVANCING
           ACCEPT WS-KEEP-ID
           IF WS-DUP-ID = SPACES OR WS-KEEP-ID = SPACES
               DISPLAY "BOTH IDS ARE REQUIRED - NOTHING DONE"
           ELSE
               IF WS-DUP-ID = WS-KEEP-ID
                   DISPLAY "THE TWO IDS ARE THE SAME - NOTHING DONE"
               ELSE
                   PERFORM B2-CHECK-SURVIVOR
               END-IF
           END-IF

           IF MERGE-ACCEPTED
               DISPLAY "D = DRY RUN (LIST ONLY), M = MERGE: "
                       WITH NO ADVANCING
               ACCEPT SWITCH-MODE
               IF SWITCH-MODE = 'd'
                   MOVE 'D' TO SWITCH-MODE
               END-IF
               IF SWITCH-MODE = 'm'
                   MOVE 'M' TO SWITCH-MODE
               END-IF
               EVALUATE TRUE
                   WHEN MERGE-DRY-RUN
                       DISPLAY "DRY RUN - RECORDS THAT WOULD CHANGE:"
                   WHEN MERGE-FOR-REAL
                       DISPLAY "FOLD " WS-DUP-ID " INTO " WS-KEEP-ID
                               " (Y/N)? " WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                           DISPLAY "MERGE CANCELLED"
                           SET MERGE-REFUSED TO TRUE
                       ELSE
                           MOVE "MERGE" TO AU-ACTION
                           MOVE SPACES TO AU-GAME-ID
                           MOVE "00" TO AU-STATUS
                           MOVE WS-KEEP-ID TO AU-NOTE
                           CALL "CSUB010" USING AUDIT-REQUEST
                           END-CALL
                       END-IF
                   WHEN OTHER
                       DISPLAY "PLEASE ENTER D OR M - NOTHING DONE"
                       SET MERGE-REFUSED TO TRUE
               END-EVALUATE
           END-IF
           .

           B2-CHECK-SURVIVOR SECTION.

      *******************************************************************
      *                   B2-CHECK-SURVIVOR SECTION                     *
      *******************************************************************

           SET MERGE-ACCEPTED TO TRUE
           MOVE SPACES TO WS-KEEP-NAME
           OPEN INPUT PLAYER-FILE
           IF NOT WS-PLAYER-OK
               DISPLAY "NO MEMBER MASTER FOUND - IDS NOT VALIDATED"
           ELSE
               MOVE WS-KEEP-ID TO PM-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       DISPLAY "SURVIVING ID " WS-KEEP-ID
                               " IS NOT ON THE MEMBER MASTER - "
                               "ADD IT WITH CUTIL02 FIRST"
                       SET MERGE-REFUSED TO TRUE
                   NOT INVALID KEY
                       IF PM-ACTIVE-FLAG NOT = 'Y'
                           DISPLAY "SURVIVING ID " WS-KEEP-ID
                                   " IS RETIRED - NOTHING DONE"
                           SET MERGE-REFUSED TO TRUE
                       ELSE
                           MOVE PM-FULL-NAME TO WS-KEEP-NAME
                           DISPLAY "SURVIVOR: " WS-KEEP-ID " "
                                   PM-FULL-NAME
                       END-IF
               END-READ
               CLOSE PLAYER-FILE
           END-IF
           .

           C-MERGE-SAVE-FILE SECTION.

      *******************************************************************
      *   Games in progress.  Each one is changed under its game lock;  *
      *   a game open at a station is left for a rerun of the merge.    *
      *******************************************************************

           SET NOT-EOF TO TRUE
           IF MERGE-DRY-RUN
               OPEN INPUT SAVE-FILE
           ELSE
               OPEN I-O SAVE-FILE
           END-IF
           IF NOT WS-SAVE-OK
               DISPLAY "NO SAVE FILE FOUND - NO GAMES IN PROGRESS "
                       "CHANGED"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ SAVE-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF SAVE-WHITE-PLAYER-ID = WS-DUP-ID
                              OR SAVE-BLACK-PLAYER-ID = WS-DUP-ID
                               PERFORM C2-MERGE-ONE-SAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAVE-FILE
           END-IF
           .

           C2-MERGE-ONE-SAVE SECTION.

      *******************************************************************
      *                   C2-MERGE-ONE-SAVE SECTION                     *
      *******************************************************************

           IF MERGE-DRY-RUN
               DISPLAY "  SAVE    " SAVE-GAME-ID " "
                       SAVE-WHITE-PLAYER-ID " V "
                       SAVE-BLACK-PLAYER-ID
               ADD 1 TO WS-SAVES-TOUCHED
           ELSE
               SET CL-ACQUIRE TO TRUE
               MOVE SAVE-GAME-ID TO CL-GAME-ID
               CALL "CSUB008" USING LOCK-REQUEST
               END-CALL
               IF CL-IN-USE OR CL-LOCK-ERROR
                   DISPLAY "GAME " SAVE-GAME-ID " IN USE AT STATION "
                           CL-HELD-BY " - NOT CHANGED; RERUN THE "
                           "MERGE LATER"
                   ADD 1 TO WS-SAVES-LEFT
               ELSE
                   IF SAVE-WHITE-PLAYER-ID = WS-DUP-ID
                       MOVE WS-KEEP-ID TO SAVE-WHITE-PLAYER-ID
                   END-IF
                   IF SAVE-BLACK-PLAYER-ID = WS-DUP-ID
                       MOVE WS-KEEP-ID TO SAVE-BLACK-PLAYER-ID
                   END-IF
                   REWRITE SAVE-RECORD
                   END-REWRITE
                   MOVE SAVE-GAME-ID TO AU-GAME-ID
                   MOVE "MRG-SAVE" TO AU-ACTION
                   MOVE WS-SAVE-STATUS TO AU-STATUS
                   PERFORM M-AUDIT-CHANGE
                   IF WS-SAVE-OK
                       ADD 1 TO WS-SAVES-TOUCHED
                   ELSE
                       DISPLAY "GAME " SAVE-GAME-ID " NOT REWRITTEN - "
                               "STATUS " WS-SAVE-STATUS
                       ADD 1 TO WS-SAVES-LEFT
                   END-IF
                   SET CL-RELEASE TO TRUE
                   MOVE SAVE-GAME-ID TO CL-GAME-ID
                   CALL "CSUB008" USING LOCK-REQUEST
                   END-CALL
               END-IF
           END-IF
           .

           D-MERGE-LEDGER SECTION.

      *******************************************************************
      *   The ledger is copied line for line through a scratch file     *
      *   with the ids changed, then copied back - the same way         *
      *   CUTIL01 rewrites the position history.  No line is added or   *
      *   removed, so CBATCH04's line-count checkpoint stays good.      *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "NO RESULTS LEDGER FOUND - NO RESULTS CHANGED"
           ELSE
               IF MERGE-FOR-REAL
                   OPEN OUTPUT TEMP-FILE
                   IF NOT WS-TEMP-OK
                       DISPLAY "CANNOT CREATE SCRATCH FILE - RESULTS "
                               "LEDGER LEFT UNTOUCHED"
                       SET EOF-Y TO TRUE
                   END-IF
               END-IF
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM D2-MERGE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               IF MERGE-FOR-REAL AND WS-TEMP-OK
                   CLOSE TEMP-FILE
                   IF WS-LEDGER-TOUCHED > 0
                       PERFORM D3-REPLACE-LEDGER
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
                           RETURNING WS-COPY-RC
                       END-CALL
                   END-IF
               END-IF
           END-IF
           .

           D2-MERGE-ONE-LINE SECTION.

      *******************************************************************
      *                   D2-MERGE-ONE-LINE SECTION                     *
      *******************************************************************

           SET RECORD-UNCHANGED TO TRUE
           IF WL-GAME-ID NOT = SPACES
               IF WL-WHITE-PLAYER-ID = WS-DUP-ID
                  OR WL-BLACK-PLAYER-ID = WS-DUP-ID
                   SET RECORD-CHANGED TO TRUE
                   ADD 1 TO WS-LEDGER-TOUCHED
               END-IF
           END-IF

           IF RECORD-CHANGED AND MERGE-DRY-RUN
               DISPLAY "  RESULT  " WL-GAME-ID " "
                       WL-WHITE-PLAYER-ID " V " WL-BLACK-PLAYER-ID
                       " " WL-GAME-DATE
           END-IF

           IF MERGE-FOR-REAL
               IF RECORD-CHANGED
                   IF WL-WHITE-PLAYER-ID = WS-DUP-ID
                       MOVE WS-KEEP-ID TO WL-WHITE-PLAYER-ID
                   END-IF
                   IF WL-BLACK-PLAYER-ID = WS-DUP-ID
                       MOVE WS-KEEP-ID TO WL-BLACK-PLAYER-ID
                   END-IF
                   WRITE TEMP-RECORD FROM WS-LEDGER-LINE
                   MOVE WL-GAME-ID TO AU-GAME-ID
                   MOVE "MRG-LEDG" TO AU-ACTION
                   MOVE WS-TEMP-STATUS TO AU-STATUS
                   PERFORM M-AUDIT-CHANGE
               ELSE
                   WRITE TEMP-RECORD FROM LEDGER-RECORD
               END-IF
           END-IF
           .

           D3-REPLACE-LEDGER SECTION.

      *******************************************************************
      *   A failed copy leaves the old ledger and the scratch file      *
      *   both on disk for the operator, and says so on the audit       *
      *   trail after the lines already audited as changed.             *
      *******************************************************************

           CALL "CBL_COPY_FILE"
               USING WS-TEMP-PATH WS-LEDGER-PATH
               RETURNING WS-COPY-RC
           END-CALL
           IF WS-COPY-RC NOT = 0
               DISPLAY "COULD NOT REPLACE THE RESULTS LEDGER - "
                       "CHESS_RESULTS.TMP HOLDS THE MERGED COPY"
               MOVE SPACES TO AU-GAME-ID
               MOVE "MRG-LEDG" TO AU-ACTION
               MOVE "30" TO AU-STATUS
               PERFORM M-AUDIT-CHANGE
               MOVE 0 TO WS-LEDGER-TOUCHED
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
                   RETURNING WS-COPY-RC
               END-CALL
           END-IF
           .

           E-MERGE-PAIRINGS SECTION.

      *******************************************************************
      *                   E-MERGE-PAIRINGS SECTION                      *
      *******************************************************************

           SET NOT-EOF TO TRUE
           IF MERGE-DRY-RUN
               OPEN INPUT PAIR-FILE
           ELSE
               OPEN I-O PAIR-FILE
           END-IF
           IF NOT WS-PAIR-OK
               DISPLAY "NO PAIRING FILE FOUND - NO PAIRINGS CHANGED"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ PAIR-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF PA-WHITE-ID = WS-DUP-ID
                              OR PA-BLACK-ID = WS-DUP-ID
                               PERFORM E2-MERGE-ONE-PAIRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIR-FILE
           END-IF
           .

           E2-MERGE-ONE-PAIRING SECTION.

      *******************************************************************
      *                  E2-MERGE-ONE-PAIRING SECTION                   *
      *******************************************************************

           ADD 1 TO WS-PAIRS-TOUCHED
           IF MERGE-DRY-RUN
               DISPLAY "  PAIRING " PA-GAME-ID " " PA-EVENT-ID
                       " RD " PA-ROUND " " PA-WHITE-ID " V "
                       PA-BLACK-ID
           ELSE
               IF PA-WHITE-ID = WS-DUP-ID
                   MOVE WS-KEEP-ID TO PA-WHITE-ID
               END-IF
               IF PA-BLACK-ID = WS-DUP-ID
                   MOVE WS-KEEP-ID TO PA-BLACK-ID
               END-IF
               REWRITE PAIR-RECORD
               END-REWRITE
               MOVE PA-GAME-ID TO AU-GAME-ID
               MOVE "MRG-PAIR" TO AU-ACTION
               MOVE WS-PAIR-STATUS TO AU-STATUS
               PERFORM M-AUDIT-CHANGE
           END-IF
           .

           F-MERGE-EVENTS SECTION.

      *******************************************************************
      *   An event the duplicate entered is given the survivor in the   *
      *   same slot; if the survivor had entered it too, the            *
      *   duplicate's slot is closed up so nobody is paired twice.      *
      *******************************************************************

           SET NOT-EOF TO TRUE
           IF MERGE-DRY-RUN
               OPEN INPUT TOURN-FILE
           ELSE
               OPEN I-O TOURN-FILE
           END-IF
           IF NOT WS-TOURN-OK
               DISPLAY "NO EVENT MASTER FOUND - NO ENTRANTS CHANGED"
           ELSE
               PERFORM UNTIL EOF-Y
                   READ TOURN-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM F2-MERGE-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE TOURN-FILE
           END-IF
           .

           F2-MERGE-ONE-EVENT SECTION.

      *******************************************************************
      *                   F2-MERGE-ONE-EVENT SECTION                    *
      *******************************************************************

           MOVE 0 TO WS-KEEP-SLOT
           MOVE 0 TO WS-DUP-SLOT
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > TM-ENTRANT-COUNT OR WS-EX > 32
               IF TM-ENTRANT-ID(WS-EX) = WS-DUP-ID
                   MOVE WS-EX TO WS-DUP-SLOT
               END-IF
               IF TM-ENTRANT-ID(WS-EX) = WS-KEEP-ID
                   MOVE WS-EX TO WS-KEEP-SLOT
               END-IF
           END-PERFORM

           IF WS-DUP-SLOT > 0
               ADD 1 TO WS-EVENTS-TOUCHED
               IF MERGE-DRY-RUN
                   IF WS-KEEP-SLOT > 0
                       DISPLAY "  EVENT   " TM-EVENT-ID " "
                               TM-EVENT-NAME " ENTRANT "
                               WS-DUP-SLOT " DROPPED (SURVIVOR "
                               "ALREADY ENTERED)"
                   ELSE
                       DISPLAY "  EVENT   " TM-EVENT-ID " "
                               TM-EVENT-NAME " ENTRANT "
                               WS-DUP-SLOT
                   END-IF
               ELSE
                   IF WS-KEEP-SLOT > 0
                       PERFORM VARYING WS-EX FROM WS-DUP-SLOT BY 1
                               UNTIL WS-EX >= TM-ENTRANT-COUNT
                           COMPUTE WS-EY = WS-EX + 1
                           MOVE TM-ENTRANT-ID(WS-EY)
                             TO TM-ENTRANT-ID(WS-EX)
                       END-PERFORM
                       MOVE SPACES TO TM-ENTRANT-ID(TM-ENTRANT-COUNT)
                       SUBTRACT 1 FROM TM-ENTRANT-COUNT
                   ELSE
                       MOVE WS-KEEP-ID TO TM-ENTRANT-ID(WS-DUP-SLOT)
                   END-IF
                   REWRITE TOURN-RECORD
                   END-REWRITE
                   MOVE TM-EVENT-ID TO AU-GAME-ID
                   MOVE "MRG-EVNT" TO AU-ACTION
                   MOVE WS-TOURN-STATUS TO AU-STATUS
                   PERFORM M-AUDIT-CHANGE
               END-IF
           END-IF
           .

           G-MERGE-PERIOD-SUMMARIES SECTION.

      *******************************************************************
      *   Each closed month of the duplicate's is added into the        *
      *   survivor's row for the same month - or becomes that row if    *
      *   the survivor did not play that month - and is then deleted.   *
      *   A changed row is flagged adjusted, as a correction would.     *
      *******************************************************************

           MOVE 0 TO WS-PD-COUNT
           SET NOT-EOF TO TRUE
           IF MERGE-DRY-RUN
               OPEN INPUT PERSUM-FILE
           ELSE
               OPEN I-O PERSUM-FILE
           END-IF
           IF NOT WS-PERSUM-OK
               DISPLAY "NO PERIOD SUMMARIES FOUND - NONE CHANGED"
           ELSE
               MOVE WS-DUP-ID TO PS-PLAYER-ID
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
                           IF PS-PLAYER-ID NOT = WS-DUP-ID
                               SET EOF-Y TO TRUE
                           ELSE
                               PERFORM G2-NOTE-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-PD-X FROM 1 BY 1
                       UNTIL WS-PD-X > WS-PD-COUNT
                   PERFORM G3-MERGE-ONE-PERIOD
               END-PERFORM
               CLOSE PERSUM-FILE
           END-IF
           .

           G2-NOTE-PERIOD SECTION.

      *******************************************************************
      *                     G2-NOTE-PERIOD SECTION                      *
      *******************************************************************

           IF WS-PD-COUNT < WS-PD-MAX
               ADD 1 TO WS-PD-COUNT
               MOVE PS-PERIOD TO PD-PERIOD(WS-PD-COUNT)
           ELSE
               DISPLAY "PERIOD TABLE FULL - " PS-PERIOD
                       " NOT MERGED; RERUN THE MERGE"
           END-IF
           .

           G3-MERGE-ONE-PERIOD SECTION.

      *******************************************************************
      *                  G3-MERGE-ONE-PERIOD SECTION                    *
      *******************************************************************

           MOVE WS-DUP-ID TO PS-PLAYER-ID
           MOVE PD-PERIOD(WS-PD-X) TO PS-PERIOD
           READ PERSUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PERSUM-TOUCHED
                   IF MERGE-DRY-RUN
                       DISPLAY "  SUMMARY " PS-PERIOD " GAMES "
                               PS-GAMES
                   ELSE
                       MOVE PS-GAMES TO DS-GAMES
                       MOVE PS-WINS-WHITE TO DS-WINS-WHITE
                       MOVE PS-WINS-BLACK TO DS-WINS-BLACK
                       MOVE PS-DRAWS TO DS-DRAWS
                       MOVE PS-LOSSES TO DS-LOSSES
                       MOVE PS-GAMES-WHITE TO DS-GAMES-WHITE
                       MOVE PS-GAMES-BLACK TO DS-GAMES-BLACK
                       MOVE PS-HALF-POINTS TO DS-HALF-POINTS
                       MOVE PS-TOTAL-PLIES TO DS-TOTAL-PLIES
                       PERFORM G4-FOLD-INTO-SURVIVOR
                   END-IF
           END-READ
           .

           G4-FOLD-INTO-SURVIVOR SECTION.

      *******************************************************************
      *   The survivor's row is written before the duplicate's is       *
      *   deleted, so a failure part-way never loses a month.           *
      *******************************************************************

           MOVE WS-KEEP-ID TO PS-PLAYER-ID
           MOVE PD-PERIOD(WS-PD-X) TO PS-PERIOD
           READ PERSUM-FILE
               INVALID KEY
                   MOVE DS-GAMES TO PS-GAMES
                   MOVE DS-WINS-WHITE TO PS-WINS-WHITE
                   MOVE DS-WINS-BLACK TO PS-WINS-BLACK
                   MOVE DS-DRAWS TO PS-DRAWS
                   MOVE DS-LOSSES TO PS-LOSSES
                   MOVE DS-GAMES-WHITE TO PS-GAMES-WHITE
                   MOVE DS-GAMES-BLACK TO PS-GAMES-BLACK
                   MOVE DS-HALF-POINTS TO PS-HALF-POINTS
                   MOVE DS-TOTAL-PLIES TO PS-TOTAL-PLIES
                   SET PS-ADJUSTED TO TRUE
                   MOVE WS-TODAY TO PS-ADJUST-DATE
                   WRITE PERIOD-SUMMARY-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD DS-GAMES TO PS-GAMES
                   ADD DS-WINS-WHITE TO PS-WINS-WHITE
                   ADD DS-WINS-BLACK TO PS-WINS-BLACK
                   ADD DS-DRAWS TO PS-DRAWS
                   ADD DS-LOSSES TO PS-LOSSES
                   ADD DS-GAMES-WHITE TO PS-GAMES-WHITE
                   ADD DS-GAMES-BLACK TO PS-GAMES-BLACK
                   ADD DS-HALF-POINTS TO PS-HALF-POINTS
                   ADD DS-TOTAL-PLIES TO PS-TOTAL-PLIES
                   SET PS-ADJUSTED TO TRUE
                   MOVE WS-TODAY TO PS-ADJUST-DATE
                   REWRITE PERIOD-SUMMARY-RECORD
                   END-REWRITE
           END-READ

           MOVE PD-PERIOD(WS-PD-X) TO AU-GAME-ID
           MOVE "MRG-PSUM" TO AU-ACTION
           MOVE WS-PERSUM-STATUS TO AU-STATUS
           PERFORM M-AUDIT-CHANGE

           IF WS-PERSUM-OK
               MOVE WS-DUP-ID TO PS-PLAYER-ID
               MOVE PD-PERIOD(WS-PD-X) TO PS-PERIOD
               DELETE PERSUM-FILE RECORD
               END-DELETE
           ELSE
               DISPLAY "SUMMARY " PD-PERIOD(WS-PD-X)
                       " NOT MERGED - STATUS " WS-PERSUM-STATUS
           END-IF
           .

           H-MERGE-RATING-HISTORY SECTION.

      *******************************************************************
      *   The duplicate's history records are re-keyed to the           *
      *   survivor (written under the new key first, then the old one   *
      *   deleted, as CUTIL01 re-keys move records); then every other   *
      *   member's record naming the duplicate as opponent is           *
      *   pointed at the survivor.  A game the two spellings played     *
      *   against each other cannot be kept - the duplicate's side of   *
      *   it is dropped here and the survivor's in the replay.          *
      *******************************************************************

           SET NOT-EOF TO TRUE
           IF MERGE-DRY-RUN
               OPEN INPUT RATHIST-FILE
           ELSE
               OPEN I-O RATHIST-FILE
           END-IF
           IF NOT WS-RATHIST-OK
               DISPLAY "NO RATING HISTORY FOUND - NONE CHANGED"
           ELSE
               MOVE WS-DUP-ID TO RH-PLAYER-ID
               MOVE LOW-VALUES TO RH-GAME-ID
               START RATHIST-FILE KEY >= RH-KEY
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ RATHIST-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF RH-PLAYER-ID NOT = WS-DUP-ID
                               SET EOF-Y TO TRUE
                           ELSE
                               PERFORM H2-REKEY-ONE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM

               SET NOT-EOF TO TRUE
               MOVE LOW-VALUES TO RH-KEY
               START RATHIST-FILE KEY >= RH-KEY
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ RATHIST-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF RH-OPPONENT-ID = WS-DUP-ID
                              AND RH-PLAYER-ID NOT = WS-DUP-ID
                               PERFORM H3-REPOINT-OPPONENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATHIST-FILE
           END-IF
           .

           H2-REKEY-ONE-HISTORY SECTION.

      *******************************************************************
      *                  H2-REKEY-ONE-HISTORY SECTION                   *
      *******************************************************************

           IF MERGE-DRY-RUN
               DISPLAY "  HISTORY " RH-GAME-ID " " RH-GAME-DATE
                       " V " RH-OPPONENT-ID
               ADD 1 TO WS-RATHIST-TOUCHED
           ELSE
               MOVE WS-KEEP-ID TO RH-PLAYER-ID
               WRITE RATING-HIST-RECORD
                   INVALID KEY
                       DISPLAY "GAME " RH-GAME-ID " WAS PLAYED "
                               "BETWEEN THE TWO IDS - DUPLICATE'S "
                               "HISTORY DROPPED"
                       ADD 1 TO WS-RATHIST-DROPPED
                   NOT INVALID KEY
                       ADD 1 TO WS-RATHIST-TOUCHED
               END-WRITE
               MOVE RH-GAME-ID TO AU-GAME-ID
               MOVE "MRG-RHST" TO AU-ACTION
               MOVE WS-RATHIST-STATUS TO AU-STATUS
               PERFORM M-AUDIT-CHANGE
               MOVE WS-DUP-ID TO RH-PLAYER-ID
               DELETE RATHIST-FILE RECORD
               END-DELETE
           END-IF
           .

           H3-REPOINT-OPPONENT SECTION.

      *******************************************************************
      *                  H3-REPOINT-OPPONENT SECTION                    *
      *******************************************************************

           ADD 1 TO WS-OPP-HIST-TOUCHED
           IF MERGE-DRY-RUN
               DISPLAY "  HISTORY " RH-GAME-ID " OF " RH-PLAYER-ID
                       " (OPPONENT)"
           ELSE
               MOVE WS-KEEP-ID TO RH-OPPONENT-ID
               REWRITE RATING-HIST-RECORD
               END-REWRITE
               MOVE RH-GAME-ID TO AU-GAME-ID
               MOVE "MRG-RHST" TO AU-ACTION
               MOVE WS-RATHIST-STATUS TO AU-STATUS
               PERFORM M-AUDIT-CHANGE
           END-IF
           .

           J-RECOMBINE-RATING SECTION.

      *******************************************************************
      *   Walks the ledger - results as they now stand, voids and       *
      *   defaults skipped - and replays every game of the survivor's   *
      *   (under either spelling on a dry run) that has a history       *
      *   record, i.e. that CBATCH04 has already rated.  Games not yet  *
      *   rated are left for CBATCH04, which now sees only the          *
      *   survivor.  The survivor's history records are rewritten       *
      *   with the replayed before-and-after, their master record is    *
      *   rewritten, and the duplicate's master record is deleted -     *
      *   pool by pool, standard, rapid and blitz.                      *
      *******************************************************************

           IF MERGE-DRY-RUN
               OPEN INPUT RATING-FILE
               OPEN INPUT RATHIST-FILE
           ELSE
               OPEN I-O RATING-FILE
               OPEN I-O RATHIST-FILE
           END-IF
           IF NOT WS-RATING-OK OR NOT WS-RATHIST-OK
               DISPLAY "RATING MASTER OR HISTORY NOT AVAILABLE - "
                       "RATING NOT RECOMBINED"
               IF WS-RATING-OK
                   CLOSE RATING-FILE
               END-IF
               IF WS-RATHIST-OK
                   CLOSE RATHIST-FILE
               END-IF
           ELSE
               PERFORM U-LOAD-LEDGER-CORRECTIONS
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   MOVE WS-POOL-LIST(WS-PX:1) TO WS-MERGE-POOL
                   PERFORM J1-RECOMBINE-ONE-POOL
               END-PERFORM
               CLOSE RATING-FILE
               CLOSE RATHIST-FILE
           END-IF
           .

           J1-RECOMBINE-ONE-POOL SECTION.

      *******************************************************************
      *                  J1-RECOMBINE-ONE-POOL SECTION                  *
      *******************************************************************

           MOVE WS-START-RATING TO WS-RUN-RATING
           MOVE 0 TO WS-RUN-GAMES
           MOVE 0 TO WS-RUN-LAST
           MOVE 0 TO WS-KEEP-OLD-RATING
           MOVE 0 TO WS-DUP-OLD-RATING
           MOVE 0 TO WS-KEEP-OLD-LAST
           MOVE 0 TO WS-DUP-OLD-LAST
           MOVE WS-MERGE-POOL TO WS-POOL-CODE
           PERFORM X2-NAME-POOL
           DISPLAY WS-POOL-NAME " POOL:"

           PERFORM J2-NOTE-OLD-RATINGS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-OK
               PERFORM UNTIL EOF-Y
                   READ LEDGER-FILE INTO WS-LEDGER-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
      *                    A line from before the pools is standard.
                           IF WL-POOL-RAPID OR WL-POOL-BLITZ
                               MOVE WL-POOL TO WS-LINE-POOL
                           ELSE
                               MOVE 'S' TO WS-LINE-POOL
                           END-IF
                           IF WS-LINE-POOL = WS-MERGE-POOL
                               PERFORM J3-REPLAY-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           PERFORM J6-POST-RECOMBINED-RATING
           .

           J2-NOTE-OLD-RATINGS SECTION.

      *******************************************************************
      *                   J2-NOTE-OLD-RATINGS SECTION                   *
      *******************************************************************

           MOVE WS-KEEP-ID TO RM-PLAYER-ID
           MOVE WS-MERGE-POOL TO RM-POOL
           READ RATING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RM-RATING TO WS-KEEP-OLD-RATING
                   MOVE RM-LAST-PLAYED TO WS-KEEP-OLD-LAST
           END-READ
           MOVE WS-DUP-ID TO RM-PLAYER-ID
           MOVE WS-MERGE-POOL TO RM-POOL
           READ RATING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RM-RATING TO WS-DUP-OLD-RATING
                   MOVE RM-LAST-PLAYED TO WS-DUP-OLD-LAST
           END-READ
           .

           J3-REPLAY-ONE-LINE SECTION.

      *******************************************************************
      *                   J3-REPLAY-ONE-LINE SECTION                    *
      *******************************************************************

           MOVE SPACE TO WS-MY-SIDE
           IF WL-GAME-ID NOT = SPACES
               PERFORM U2-CORRECT-LEDGER-LINE
               IF LC-LINE-COUNTS AND WL-RESULT-CODE NOT = 'F'
                   IF WL-WHITE-PLAYER-ID = WS-KEEP-ID
                      OR WL-WHITE-PLAYER-ID = WS-DUP-ID
                       MOVE 'W' TO WS-MY-SIDE
                       MOVE WL-BLACK-PLAYER-ID TO WS-OPP-ID
                   END-IF
                   IF WL-BLACK-PLAYER-ID = WS-KEEP-ID
                      OR WL-BLACK-PLAYER-ID = WS-DUP-ID
                       IF WS-MY-SIDE = 'W'
                           MOVE 'X' TO WS-MY-SIDE
                       ELSE
                           MOVE 'B' TO WS-MY-SIDE
                           MOVE WL-WHITE-PLAYER-ID TO WS-OPP-ID
                       END-IF
                   END-IF
               END-IF
           END-IF

           EVALUATE WS-MY-SIDE
               WHEN 'W'
               WHEN 'B'
                   PERFORM J4-FIND-OWN-HISTORY
                   IF HIST-FOUND
                       PERFORM J5-REPLAY-ONE-GAME
                   END-IF
               WHEN 'X'
                   PERFORM J7-DROP-SELF-GAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

           J4-FIND-OWN-HISTORY SECTION.

      *******************************************************************
      *   On a real merge the duplicate's records were re-keyed above;  *
      *   on a dry run they are still under the duplicate's own id.     *
      *******************************************************************

           SET HIST-FOUND TO TRUE
           MOVE WS-KEEP-ID TO RH-PLAYER-ID
           MOVE WL-GAME-ID TO RH-GAME-ID
           READ RATHIST-FILE
               INVALID KEY
                   MOVE WS-DUP-ID TO RH-PLAYER-ID
                   MOVE WL-GAME-ID TO RH-GAME-ID
                   READ RATHIST-FILE
                       INVALID KEY
                           SET HIST-MISSING TO TRUE
                   END-READ
           END-READ
           MOVE RH-PLAYER-ID TO WS-HIST-OWNER
           .

           J5-REPLAY-ONE-GAME SECTION.

      *******************************************************************
      *                   J5-REPLAY-ONE-GAME SECTION                    *
      *******************************************************************

           PERFORM J8-OPPONENT-RATING
           IF WS-MY-SIDE = 'W'
               MOVE WS-RUN-RATING TO WS-RATING-W
               MOVE WS-OPP-RATING TO WS-RATING-B
           ELSE
               MOVE WS-OPP-RATING TO WS-RATING-W
               MOVE WS-RUN-RATING TO WS-RATING-B
           END-IF
           PERFORM N-EXPECTED-SCORES
           IF WS-MY-SIDE = 'W'
               COMPUTE WS-NEW-RATING ROUNDED = WS-RATING-W
                   + WS-K-FACTOR * (WS-SCORE-W - WS-EXPECTED-W)
           ELSE
               COMPUTE WS-NEW-RATING ROUNDED = WS-RATING-B
                   + WS-K-FACTOR * (WS-SCORE-B - WS-EXPECTED-B)
           END-IF
           IF WS-NEW-RATING < WS-RATING-FLOOR
               MOVE WS-RATING-FLOOR TO WS-NEW-RATING
           END-IF
           IF WS-NEW-RATING > 9999
               MOVE 9999 TO WS-NEW-RATING
           END-IF

      *    The history read in J4 is the current record again here:
      *    J8 reads the opponent's record into the same area, so the
      *    survivor's is fetched back before it is rewritten.
           IF MERGE-FOR-REAL
               MOVE WS-HIST-OWNER TO RH-PLAYER-ID
               MOVE WL-GAME-ID TO RH-GAME-ID
               READ RATHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-RUN-RATING TO RH-PRE-RATING
                       MOVE WS-NEW-RATING TO RH-POST-RATING
                       MOVE WS-OPP-ID TO RH-OPPONENT-ID
                       REWRITE RATING-HIST-RECORD
                       END-REWRITE
               END-READ
           END-IF

           MOVE WS-NEW-RATING TO WS-RUN-RATING
           ADD 1 TO WS-RUN-GAMES
           ADD 1 TO WS-GAMES-REPLAYED
           IF WL-GAME-DATE > WS-RUN-LAST
               MOVE WL-GAME-DATE TO WS-RUN-LAST
           END-IF
           .

           J6-POST-RECOMBINED-RATING SECTION.

      *******************************************************************
      *   With no rated games to replay the survivor's own record is    *
      *   left as it stands; the duplicate's is retired either way.     *
      *******************************************************************

           IF WS-KEEP-OLD-LAST > WS-RUN-LAST
               MOVE WS-KEEP-OLD-LAST TO WS-RUN-LAST
           END-IF
           IF WS-DUP-OLD-LAST > WS-RUN-LAST
               MOVE WS-DUP-OLD-LAST TO WS-RUN-LAST
           END-IF

           DISPLAY "RATING BEFORE: " WS-KEEP-ID " " WS-KEEP-OLD-RATING
           DISPLAY "               " WS-DUP-ID " " WS-DUP-OLD-RATING
           IF WS-RUN-GAMES = 0
               DISPLAY "NO RATED GAMES TO REPLAY - SURVIVOR'S RATING "
                       "UNCHANGED"
           ELSE
               DISPLAY "RATING AFTER:  " WS-KEEP-ID " " WS-RUN-RATING
                       " OVER " WS-RUN-GAMES " RATED GAMES"
           END-IF

           IF MERGE-FOR-REAL
               IF WS-RUN-GAMES > 0
                   MOVE WS-KEEP-ID TO RM-PLAYER-ID
                   MOVE WS-MERGE-POOL TO RM-POOL
                   READ RATING-FILE
                       INVALID KEY
                           MOVE WS-RUN-RATING TO RM-RATING
                           MOVE WS-RUN-GAMES TO RM-GAMES-RATED
                           MOVE WS-RUN-LAST TO RM-LAST-PLAYED
                           WRITE RATING-RECORD
                           END-WRITE
                       NOT INVALID KEY
                           MOVE WS-RUN-RATING TO RM-RATING
                           MOVE WS-RUN-GAMES TO RM-GAMES-RATED
                           MOVE WS-RUN-LAST TO RM-LAST-PLAYED
                           REWRITE RATING-RECORD
                           END-REWRITE
                   END-READ
                   MOVE SPACES TO AU-GAME-ID
                   MOVE "MRG-RATE" TO AU-ACTION
                   MOVE WS-RATING-STATUS TO AU-STATUS
                   PERFORM M-AUDIT-CHANGE
               END-IF
               MOVE WS-DUP-ID TO RM-PLAYER-ID
               MOVE WS-MERGE-POOL TO RM-POOL
               DELETE RATING-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO AU-GAME-ID
                       MOVE "MRG-RATE" TO AU-ACTION
                       MOVE WS-RATING-STATUS TO AU-STATUS
                       PERFORM M-AUDIT-CHANGE
               END-DELETE
           END-IF
           .

           J7-DROP-SELF-GAME SECTION.

      *******************************************************************
      *   A game between the two spellings is the member against        *
      *   themselves once merged; it stays in the ledger as played but  *
      *   is no longer rated.                                           *
      *******************************************************************

           DISPLAY "  GAME " WL-GAME-ID " WAS BETWEEN THE TWO IDS - "
                   "NOT RATED AFTER THE MERGE"
           IF MERGE-FOR-REAL
               MOVE WS-KEEP-ID TO RH-PLAYER-ID
               MOVE WL-GAME-ID TO RH-GAME-ID
               DELETE RATHIST-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RATHIST-DROPPED
                       MOVE WL-GAME-ID TO AU-GAME-ID
                       MOVE "MRG-RHST" TO AU-ACTION
                       MOVE WS-RATHIST-STATUS TO AU-STATUS
                       PERFORM M-AUDIT-CHANGE
               END-DELETE
           END-IF
           .

           J8-OPPONENT-RATING SECTION.

      *******************************************************************
      *   The rating the opponent carried into the game, from their     *
      *   own history record; failing that their master rating, and     *
      *   failing that the provisional start.                           *
      *******************************************************************

           MOVE WS-OPP-ID TO RH-PLAYER-ID
           MOVE WL-GAME-ID TO RH-GAME-ID
           READ RATHIST-FILE
               INVALID KEY
                   MOVE WS-OPP-ID TO RM-PLAYER-ID
                   MOVE WS-MERGE-POOL TO RM-POOL
                   READ RATING-FILE
                       INVALID KEY
                           MOVE WS-START-RATING TO WS-OPP-RATING
                       NOT INVALID KEY
                           MOVE RM-RATING TO WS-OPP-RATING
                   END-READ
               NOT INVALID KEY
                   MOVE RH-PRE-RATING TO WS-OPP-RATING
           END-READ
           .

           K-RETIRE-DUPLICATE SECTION.

      *******************************************************************
      *   A duplicate already on the master is marked retired; one      *
      *   that never was (the usual case - the spelling dates from      *
      *   before the master) is added as retired under the survivor's   *
      *   name, so CSUB011 refuses the old spelling from now on.        *
      *******************************************************************

           IF MERGE-DRY-RUN
               OPEN INPUT PLAYER-FILE
           ELSE
               OPEN I-O PLAYER-FILE
           END-IF
           IF NOT WS-PLAYER-OK
               DISPLAY "NO MEMBER MASTER FOUND - DUPLICATE NOT "
                       "RETIRED"
           ELSE
               MOVE WS-DUP-ID TO PM-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       IF MERGE-DRY-RUN
                           DISPLAY "  MEMBER  " WS-DUP-ID
                                   " ADDED AS RETIRED"
                       ELSE
                           MOVE SPACES TO PLAYER-RECORD
                           MOVE WS-DUP-ID TO PM-PLAYER-ID
                           MOVE WS-KEEP-NAME TO PM-FULL-NAME
                           MOVE WS-TODAY TO PM-JOIN-DATE
                           MOVE 'N' TO PM-ACTIVE-FLAG
                           MOVE 0 TO PM-BIRTH-YEAR
                           MOVE 'A' TO PM-MEMBER-CLASS
                           MOVE 0 TO PM-PAID-THRU
                           MOVE 0 TO PM-AMOUNT-PAID
                           WRITE PLAYER-RECORD
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF MERGE-DRY-RUN
                           DISPLAY "  MEMBER  " WS-DUP-ID " "
                                   PM-FULL-NAME " RETIRED"
                       ELSE
                           MOVE 'N' TO PM-ACTIVE-FLAG
                           REWRITE PLAYER-RECORD
                           END-REWRITE
                       END-IF
               END-READ
               IF MERGE-FOR-REAL
                   MOVE SPACES TO AU-GAME-ID
                   MOVE "MRG-PLYR" TO AU-ACTION
                   MOVE WS-PLAYER-STATUS TO AU-STATUS
                   PERFORM M-AUDIT-CHANGE
               END-IF
               CLOSE PLAYER-FILE
           END-IF
           .

           L-SHOW-TOTALS SECTION.

      *******************************************************************
      *                      L-SHOW-TOTALS SECTION                      *
      *******************************************************************

           DISPLAY " "
           IF MERGE-DRY-RUN
               DISPLAY "DRY RUN - NOTHING WAS CHANGED"
           ELSE
               DISPLAY WS-DUP-ID " FOLDED INTO " WS-KEEP-ID
           END-IF
           DISPLAY "GAMES IN PROGRESS:      " WS-SAVES-TOUCHED
           IF WS-SAVES-LEFT > 0
               DISPLAY "GAMES LEFT (IN USE):    " WS-SAVES-LEFT
           END-IF
           DISPLAY "RESULTS-LEDGER LINES:   " WS-LEDGER-TOUCHED
           DISPLAY "PAIRINGS:               " WS-PAIRS-TOUCHED
           DISPLAY "EVENTS:                 " WS-EVENTS-TOUCHED
           DISPLAY "PERIOD SUMMARIES:       " WS-PERSUM-TOUCHED
           DISPLAY "OWN RATING HISTORY:     " WS-RATHIST-TOUCHED
           DISPLAY "OPPONENTS' HISTORY:     " WS-OPP-HIST-TOUCHED
           DISPLAY "HISTORY DROPPED:        " WS-RATHIST-DROPPED
           DISPLAY "RATED GAMES REPLAYED:   " WS-GAMES-REPLAYED
           .

           M-AUDIT-CHANGE SECTION.

      *******************************************************************
      *   One audit line per record changed: the game, event or month   *
      *   it belongs to, which file, the status seen, and the           *
      *   spelling that was folded away.                                *
      *******************************************************************

           MOVE WS-DUP-ID TO AU-NOTE
           CALL "CSUB010" USING AUDIT-REQUEST
           END-CALL
           .

           N-EXPECTED-SCORES SECTION.

      *******************************************************************
      *   Same scores and expected-score curve as CBATCH04.             *
      *******************************************************************

           EVALUATE WL-WINNER
               WHEN 'W'
                   MOVE 1.00 TO WS-SCORE-W
                   MOVE 0.00 TO WS-SCORE-B
               WHEN 'B'
                   MOVE 0.00 TO WS-SCORE-W
                   MOVE 1.00 TO WS-SCORE-B
               WHEN OTHER
                   MOVE 0.50 TO WS-SCORE-W
                   MOVE 0.50 TO WS-SCORE-B
           END-EVALUATE

           COMPUTE WS-GAP = WS-RATING-B - WS-RATING-W
           IF WS-GAP > 400
               MOVE 400 TO WS-GAP
           END-IF
           IF WS-GAP < -400
               MOVE -400 TO WS-GAP
           END-IF
           COMPUTE WS-EXP-ARG = WS-GAP / 400
           COMPUTE WS-POW = 10 ** WS-EXP-ARG
           COMPUTE WS-EXPECTED-W ROUNDED = 1 / (1 + WS-POW)
           COMPUTE WS-EXPECTED-B = 1 - WS-EXPECTED-W
           .

           COPY DIRNORM.
           COPY LEDGCOR.

           COPY POOL.
