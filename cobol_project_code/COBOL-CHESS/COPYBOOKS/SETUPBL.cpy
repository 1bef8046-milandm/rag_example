      *   before comparing ply counts against the keyed move file -   *
      *   otherwise every endgame study would fail the nightly        *
      *   chain.  Lines for long-purged games are harmless; they      *
      *   simply never match a live game id again.  The FEN the game  *
      *   was set up from is kept too, so the nightly CBATCH16 audit  *
      *   can rebuild the game from its true starting position.       *
      *   Lines written before the FEN was kept carry spaces there.   *
      *****************************************************************
       01 WS-SETUPB-LINE.
           05 SB-GAME-ID        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 SB-BASE-PLY       PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 SB-FEN-TEXT       PIC X(100).
