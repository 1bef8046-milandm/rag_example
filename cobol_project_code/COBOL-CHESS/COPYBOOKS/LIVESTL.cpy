      *****************************************************************
      *                    LIVESTL COPYBOOK                           *
      *   WORKING-STORAGE image of one CHESS_LIVE_STATUS.TXT line,    *
      *   one game in progress per line, rebuilt by CBATCH18 every    *
      *   time it runs for the club-room display terminal.  Every     *
      *   line carries the time the board was built, so the display   *
      *   can tell a stale file from a quiet evening.  Clock times    *
      *   are as of the game's last save; the side to move has been   *
      *   thinking since then.                                        *
      *****************************************************************
       01 WS-LIVE-LINE.
           05 LS-AS-OF-DATE        PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-AS-OF-TIME        PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-GAME-ID           PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-WHITE-NAME        PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-BLACK-NAME        PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
      *    Spaces and zero for an ordinary club game.
           05 LS-EVENT-ID          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-ROUND             PIC 9(2).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-PLY-COUNT         PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-TO-MOVE           PIC X.
               88 LS-WHITE-TO-MOVE     VALUE 'W'.
               88 LS-BLACK-TO-MOVE     VALUE 'B'.
           05 FILLER               PIC X VALUE SPACE.
      *    T = seconds budget per side, U = untimed, C = played by
      *    correspondence; the seconds left are only set on T.
           05 LS-CLOCK-KIND        PIC X.
               88 LS-CLOCK-TIMED       VALUE 'T'.
               88 LS-CLOCK-UNTIMED     VALUE 'U'.
               88 LS-CLOCK-CORR        VALUE 'C'.
           05 FILLER               PIC X VALUE SPACE.
           05 LS-WHITE-LEFT-SEC    PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-BLACK-LEFT-SEC    PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
      *    L = a side is inside the low-time margin, F = a side has
      *    already overrun the budget (forfeit on the next load).
           05 LS-ALERT             PIC X.
               88 LS-NO-ALERT          VALUE SPACE.
               88 LS-LOW-TIME          VALUE 'L'.
               88 LS-FLAG-DOWN         VALUE 'F'.
           05 FILLER               PIC X VALUE SPACE.
      *    Station holding the game's CHESS_LOCKS record and the age
      *    of the lock in minutes; spaces and zero when nobody has
      *    the game open.
           05 LS-LOCK-STATION      PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-LOCK-AGE-MIN      PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 LS-FEN-TEXT          PIC X(100).
