      *****************************************************************
      *                    FEDSUB COPYBOOK                            *
      *   FD record for the CHESS_FEDSUB indexed submission register, *
      *   one record per game already sent to the federation, keyed   *
      *   by game id: the period it went in and the run date.         *
      *   CBATCH13 skips any game found here, so a game is never      *
      *   submitted twice.                                            *
      *****************************************************************
       01 FED-SUBMITTED-RECORD.
           05 FS-GAME-ID          PIC X(10).
           05 FS-PERIOD           PIC 9(6).
           05 FS-RUN-DATE         PIC 9(8).
