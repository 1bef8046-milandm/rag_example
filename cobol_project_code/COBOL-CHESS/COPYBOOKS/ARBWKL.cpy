      *   CUTIL04 arbiter desk so the column layout lives in exactly  *
      *   one place.  The list is rebuilt on every CBATCH08 run, so   *
      *   games ruled on through CUTIL04 drop off it by themselves.   *
      *   CBATCH15 writes the same layout to CHESS_CORR_OVERDUE.TXT   *
      *   for correspondence players who have overrun their time.     *
      *****************************************************************
       01 WS-ARBWK-LINE.
           05 AW-GAME-ID        PIC X(10).
           05 AW-PLY-COUNT      PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
      *    Date of the game's last audit-trail activity; zero when
      *    the audit file holds no line for it at all.  On an overrun
      *    line, the last day the side to move had.
           05 AW-LAST-DATE      PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
      *    Why the game is queued.  A blank reason is a stale game.
           05 AW-REASON         PIC X.
               88 AW-STALE          VALUES 'S' SPACE.
               88 AW-TIME-OVERRUN   VALUE 'T'.
      *    On an overrun line, the side that ran out of time.
           05 AW-OVERRUN-SIDE   PIC X.
               88 AW-WHITE-OVERRAN  VALUE 'W'.
               88 AW-BLACK-OVERRAN  VALUE 'B'.
