           SELECT RATING-FILE ASSIGN TO DYNAMIC WS-RATING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RATING-STATUS
           .
           SELECT TOURN-FILE ASSIGN TO DYNAMIC WS-TOURN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-EVENT-ID
           FILE STATUS IS WS-TOURN-STATUS
           .
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS
           COPY PLAYREC.
       FD RATING-FILE.
           COPY RATEREC.
       FD TOURN-FILE.
           COPY TOURNREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).
      *-----------------------
           88 WS-PLAYER-OK     VALUE '00'.
       01 WS-RATING-STATUS     PIC XX.
           88 WS-RATING-OK     VALUE '00'.
       01 WS-TOURN-STATUS      PIC XX.
           88 WS-TOURN-OK      VALUE '00'.
       01 WS-LEDGER-STATUS     PIC XX.
           88 WS-LEDGER-OK     VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           05 WS-PAIR-PATH      PIC X(150).
           05 WS-PLAYER-PATH    PIC X(150).
           05 WS-RATING-PATH    PIC X(150).
           05 WS-TOURN-PATH     PIC X(150).
           05 WS-LEDGER-PATH    PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
       01 WS-EVENT-ID           PIC X(8).
           05 WH-GAME-ID        PIC X(10).
           05 FILLER            PIC X(9) VALUE "   ROUND ".
           05 WH-ROUND          PIC 9(2).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WH-POOL-NAME      PIC X(8).
       01 WS-SLIP-SIDE.
           05 WH-COLOR          PIC X(7).
           05 WH-NAME           PIC X(30).
       01 WS-CL-POS             PIC 9(3).
       01 WS-CELL-NUM           PIC Z9.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY DIRNORMWS.
           COPY POOLWS.
           COPY TIEREQ.
           COPY TIEFMTWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               PERFORM C-WRITE-SLIPS
               PERFORM D-BUILD-CROSSTABLE
               PERFORM E-WRITE-CROSSTABLE
               PERFORM H-WRITE-STANDINGS
               CLOSE REPORT-FILE
               DISPLAY "SLIPS WRITTEN: " WS-SLIPS-WRITTEN " TO "
                       WS-REPORT-PATH
      *******************************************************************
      *   Round-night paperwork: one printable slip per board of the    *
      *   chosen round - both names off the member master with their    *
      *   current ratings in the pool the event is played in -          *
      *   followed by the whole event's wall-chart crosstable built     *
      *   from the stamped ledger lines.                                *
      *******************************************************************

           MOVE 0 TO WS-SLIPS-WRITTEN
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATING.DAT" DELIMITED BY SIZE
                  INTO WS-RATING-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_TOURN.DAT" DELIMITED BY SIZE
                  INTO WS-TOURN-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RESULTS.TXT" DELIMITED BY SIZE
                  INTO WS-LEDGER-PATH
      *******************************************************************
      *   Missing masters degrade, never stop, the paperwork: with no   *
      *   member master the slips carry the raw player id as the name,  *
      *   and with no rating master they print UNRATED.  An event not   *
      *   on the event master (or one from before the pools) is rated   *
      *   standard.                                                     *
      *******************************************************************

           MOVE SPACE TO WS-POOL-CODE
           OPEN INPUT TOURN-FILE
           IF WS-TOURN-OK
               MOVE WS-EVENT-ID TO TM-EVENT-ID
               READ TOURN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-RATING-POOL TO WS-POOL-CODE
               END-READ
               CLOSE TOURN-FILE
           END-IF
           PERFORM X2-NAME-POOL

           SET PLAYER-MASTER-ABSENT TO TRUE
           OPEN INPUT PLAYER-FILE
           IF WS-PLAYER-OK
           END-IF
           IF RATING-MASTER-OPEN
               MOVE WS-LOOKUP-ID TO RM-PLAYER-ID
               MOVE WS-POOL-CODE TO RM-POOL
               READ RATING-FILE
                   INVALID KEY
                       CONTINUE
           MOVE PA-BOARD TO WH-BOARD
           MOVE PA-GAME-ID TO WH-GAME-ID
           MOVE PA-ROUND TO WH-ROUND
           MOVE WS-POOL-NAME TO WH-POOL-NAME
           WRITE REPORT-RECORD FROM WS-SLIP-HEAD

           MOVE PA-WHITE-ID TO WS-LOOKUP-ID
               END-PERFORM
           END-PERFORM

           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           IF WL-EVENT-ID = WS-EVENT-ID
                              AND LC-LINE-COUNTS
                               PERFORM D2-FILL-CELLS
                           END-IF
                   END-READ
           END-PERFORM
           .

           H-WRITE-STANDINGS SECTION.

      *******************************************************************
      *   Under the chart, the entrants in their standing order: points *
      *   first, then the event's tiebreaks as CSUB016 works them out,  *
      *   so the chart on the wall and the desk agree on who leads.     *
      *******************************************************************

           MOVE WS-EVENT-ID TO TI-EVENT-ID
           CALL "CSUB016" USING TIEBREAK-REQUEST
           END-CALL
           IF TI-OK
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-CROSS-LINE
               STRING "STANDINGS FOR EVENT " DELIMITED BY SIZE
                      WS-EVENT-ID DELIMITED BY SIZE
                      " - TIEBREAK ORDER " DELIMITED BY SIZE
                      TI-ORDER DELIMITED BY SIZE
                      INTO WS-CROSS-LINE
               WRITE REPORT-RECORD FROM WS-CROSS-LINE
               PERFORM T-TIE-HEADING
               WRITE REPORT-RECORD FROM WS-TIE-HEAD
               PERFORM VARYING WS-TIE-X FROM 1 BY 1
                       UNTIL WS-TIE-X > TI-ENTRANT-COUNT
                   PERFORM T2-TIE-LINE
                   WRITE REPORT-RECORD FROM WS-TIE-LINE
               END-PERFORM
           END-IF
           .

           COPY DIRNORM.

           COPY LEDGCOR.

           COPY POOL.

           COPY TIEFMT.
