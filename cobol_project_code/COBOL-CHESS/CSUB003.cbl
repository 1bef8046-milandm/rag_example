           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSHIST-STATUS
           .
           SELECT NOTIFY-FILE ASSIGN TO DYNAMIC WS-NOTIFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTIFY-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COPY MOVEIDX.
       FD POSHIST-FILE.
       01 POSHIST-RECORD          PIC X(160).
       FD NOTIFY-FILE.
       01 NOTIFY-RECORD           PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 COUNTERS.
           88 WS-MOVEIDX-OK    VALUE '00'.
       01 WS-POSHIST-STATUS    PIC XX.
           88 WS-POSHIST-OK    VALUE '00'.
       01 WS-NOTIFY-STATUS     PIC XX.
           88 WS-NOTIFY-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Default only used when CHESS_SAVE_DIR is not set in the
      *    environment (request 004 - no more one-workstation hard-code).
           05 WS-MOVEIDX-PATH   PIC X(150).
           05 WS-POSHIST-PATH   PIC X(150).
           05 WS-BACKUP-PATH    PIC X(150).
           05 WS-NOTIFY-PATH    PIC X(150).
       01 WS-COPY-RC            PIC S9(9) COMP-5.
       01 WS-MOVE-FLAGS.
           05 WS-ABS-DELTA      PIC S9.
       01 WS-CORR-DATES.
           05 WS-TODAY          PIC 9(8).
           05 WS-TODAY-DAY      PIC 9(7).
           05 WS-DUE-DAY        PIC 9(7).
           05 WS-LATE-DAYS      PIC 9(5).
       01 WS-FILE-LETTERS       PIC X(8) VALUE "abcdefgh".
       01 WS-RANK-DIGIT         PIC 9.
      *INPUT AREA
           COPY INPUTAREA.
           COPY DIRNORMWS.
           COPY LOCKREQ.
           COPY AUDITREQ.
           COPY PLAYCHK.
           COPY NOTIFYL.
       01 WS-PLAYERS-VALID      PIC X.
      *    The counts as they came in, put back if the save fails so
      *    the caller sees the ply was not taken.
       01 WS-COUNTS-BEFORE.
           05 WS-PLY-BEFORE     PIC 9(4).
           05 WS-FIFTY-BEFORE   PIC 9(4).
       01 WS-WRITE-STATUS       PIC XX.

       LINKAGE SECTION.
           COPY GAMEHDR.
           IF WS-FS-OK
               PERFORM G-APPEND-MOVE-LOG
               PERFORM I-APPEND-POS-HISTORY
               IF CORRESPONDENCE-GAME
                   PERFORM N-NOTIFY-OPPONENT
               END-IF
               DISPLAY "THE GAME WAS SAVED!"
               MOVE "OK" TO AU-NOTE
           ELSE
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_SAVE.BAK" DELIMITED BY SIZE
                  INTO WS-BACKUP-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_NOTIFY.TXT" DELIMITED BY SIZE
                  INTO WS-NOTIFY-PATH
           .

           Z-BACKUP-SAVE-FILE SECTION.
               ADD 1 TO COUNTER2
           END-PERFORM

           MOVE PLY-COUNT TO WS-PLY-BEFORE
           MOVE FIFTY-MOVE-COUNT TO WS-FIFTY-BEFORE
           PERFORM F-PACK-SAVE-RECORD

           OPEN I-O INFILE
                   INVALID KEY
                       REWRITE SAVE-RECORD
               END-WRITE
      *        The CLOSE would overwrite the status of a failed write.
               MOVE WS-FILE-STATUS TO WS-WRITE-STATUS
               CLOSE INFILE
               MOVE WS-WRITE-STATUS TO WS-FILE-STATUS
           END-IF
           IF NOT WS-FS-OK
               MOVE WS-PLY-BEFORE TO PLY-COUNT
               MOVE WS-FIFTY-BEFORE TO FIFTY-MOVE-COUNT
           END-IF
           .

           ELSE
               ADD 1 TO FIFTY-MOVE-COUNT
           END-IF
           IF CORRESPONDENCE-GAME
               PERFORM M-CHARGE-REFLECT-DAYS
           END-IF
           MOVE GAME-ID TO SAVE-GAME-ID
           MOVE PLAYER-TURN TO SAVE-PLAYER-TURN
           MOVE PLY-COUNT TO SAVE-PLY-COUNT
           MOVE WHITE-ELAPSED-SEC TO SAVE-WHITE-ELAPSED-SEC
           MOVE BLACK-ELAPSED-SEC TO SAVE-BLACK-ELAPSED-SEC
           MOVE TIME-BUDGET-SEC TO SAVE-TIME-BUDGET-SEC
           MOVE CORR-DAYS-PER-MOVE TO SAVE-CORR-DAYS-PER-MOVE
           MOVE WHITE-REFLECT-DAYS TO SAVE-WHITE-REFLECT-DAYS
           MOVE BLACK-REFLECT-DAYS TO SAVE-BLACK-REFLECT-DAYS
           MOVE CORR-TURN-START TO SAVE-CORR-TURN-START
           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 32
               MOVE IN-ID(COUNTER)    TO SAVE-IN-ID(COUNTER)
               MOVE IN-X(COUNTER)     TO SAVE-IN-X(COUNTER)
      *   before the game may be saved - clean attribution starts at    *
      *   the first save, not at result time.  With no master built    *
      *   yet the lookup answers PC-NO-MASTER and play continues as    *
      *   before.  A lapsed member is warned about or refused as the    *
      *   club's CHESS_LAPSED_PLAY setting says.                        *
      *******************************************************************

           MOVE 'Y' TO WS-PLAYERS-VALID
               DISPLAY "WHITE PLAYER ID " WHITE-PLAYER-ID
                       " NOT ON MEMBER MASTER - GAME NOT SAVED"
           END-IF
           IF PC-LAPSED
               IF PC-LAPSED-REFUSE
                   MOVE 'N' TO WS-PLAYERS-VALID
                   DISPLAY "WHITE PLAYER " WHITE-PLAYER-ID
                           " LAPSED " PC-PAID-THRU " - GAME NOT SAVED"
               ELSE
                   DISPLAY "WARNING - WHITE PLAYER "
                           WHITE-PLAYER-ID " LAPSED " PC-PAID-THRU
               END-IF
           END-IF
           MOVE BLACK-PLAYER-ID TO PC-PLAYER-ID
           CALL "CSUB011" USING PLAYER-CHECK
           END-CALL
               DISPLAY "BLACK PLAYER ID " BLACK-PLAYER-ID
                       " NOT ON MEMBER MASTER - GAME NOT SAVED"
           END-IF
           IF PC-LAPSED
               IF PC-LAPSED-REFUSE
                   MOVE 'N' TO WS-PLAYERS-VALID
                   DISPLAY "BLACK PLAYER " BLACK-PLAYER-ID
                           " LAPSED " PC-PAID-THRU " - GAME NOT SAVED"
               ELSE
                   DISPLAY "WARNING - BLACK PLAYER "
                           BLACK-PLAYER-ID " LAPSED " PC-PAID-THRU
               END-IF
           END-IF
           .

           K-ACQUIRE-GAME-LOCK SECTION.
           END-IF
           .

           M-CHARGE-REFLECT-DAYS SECTION.

      *******************************************************************
      *   Correspondence control.  A move made after its due date is    *
      *   paid for day for day out of the mover's reflection bank (the  *
      *   bank cannot go below nothing - a side that had overrun it     *
      *   entirely was already flagged on load), and the turn date is   *
      *   restamped today for the side now to move.                     *
      *******************************************************************

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF CORR-TURN-START > 0
               COMPUTE WS-DUE-DAY =
                   FUNCTION INTEGER-OF-DATE(CORR-TURN-START)
                   + CORR-DAYS-PER-MOVE
               IF WS-TODAY-DAY > WS-DUE-DAY
                   COMPUTE WS-LATE-DAYS = WS-TODAY-DAY - WS-DUE-DAY
                   IF LM-WHITE
                       IF WS-LATE-DAYS > WHITE-REFLECT-DAYS
                           MOVE 0 TO WHITE-REFLECT-DAYS
                       ELSE
                           SUBTRACT WS-LATE-DAYS FROM WHITE-REFLECT-DAYS
                       END-IF
                       DISPLAY "MOVE " WS-LATE-DAYS " DAYS LATE - "
                               "WHITE REFLECTION DAYS LEFT: "
                               WHITE-REFLECT-DAYS
                   ELSE
                       IF WS-LATE-DAYS > BLACK-REFLECT-DAYS
                           MOVE 0 TO BLACK-REFLECT-DAYS
                       ELSE
                           SUBTRACT WS-LATE-DAYS FROM BLACK-REFLECT-DAYS
                       END-IF
                       DISPLAY "MOVE " WS-LATE-DAYS " DAYS LATE - "
                               "BLACK REFLECTION DAYS LEFT: "
                               BLACK-REFLECT-DAYS
                   END-IF
               END-IF
           END-IF
           MOVE WS-TODAY TO CORR-TURN-START
           .

           N-NOTIFY-OPPONENT SECTION.

      *******************************************************************
      *   Your-move notice for the mail gateway: the side now to move   *
      *   is told the move just played, the date its reply is due and   *
      *   the last day its reflection bank would carry it to.           *
      *******************************************************************

           MOVE SPACES TO WS-NOTIFY-LINE
           SET NT-YOUR-MOVE TO TRUE
           MOVE GAME-ID TO NT-GAME-ID
           MOVE PLY-COUNT TO NT-PLY-COUNT
           IF W-TURN
               MOVE WHITE-PLAYER-ID TO NT-TO-ID
               MOVE BLACK-PLAYER-ID TO NT-OPPONENT-ID
               MOVE WHITE-REFLECT-DAYS TO NT-REFLECT-LEFT
           ELSE
               MOVE BLACK-PLAYER-ID TO NT-TO-ID
               MOVE WHITE-PLAYER-ID TO NT-OPPONENT-ID
               MOVE BLACK-REFLECT-DAYS TO NT-REFLECT-LEFT
           END-IF
           MOVE WS-FILE-LETTERS(LM-FROM-X:1) TO NT-LAST-MOVE(1:1)
           COMPUTE WS-RANK-DIGIT = 9 - LM-FROM-Y
           MOVE WS-RANK-DIGIT TO NT-LAST-MOVE(2:1)
           MOVE WS-FILE-LETTERS(LM-TO-X:1) TO NT-LAST-MOVE(3:1)
           COMPUTE WS-RANK-DIGIT = 9 - LM-TO-Y
           MOVE WS-RANK-DIGIT TO NT-LAST-MOVE(4:1)
           COMPUTE NT-MOVE-DUE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-DAY + CORR-DAYS-PER-MOVE)
           COMPUTE NT-FINAL-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-DAY + CORR-DAYS-PER-MOVE + NT-REFLECT-LEFT)
           MOVE WS-TODAY TO NT-CREATED

           OPEN EXTEND NOTIFY-FILE
           IF NOT WS-NOTIFY-OK
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           IF WS-NOTIFY-OK
               WRITE NOTIFY-RECORD FROM WS-NOTIFY-LINE
               CLOSE NOTIFY-FILE
           ELSE
               DISPLAY "CANNOT OPEN NOTIFICATION FILE - OPPONENT NOT "
                       "NOTIFIED OF THIS MOVE"
           END-IF
           .

           COPY POSSIG.

           COPY DIRNORM.
