      *   PC-NO-MASTER means no member master exists yet; callers     *
      *   treat that as "validation not in force" so a shop can       *
      *   adopt the master file without bricking play on day one.     *
      *   PC-LAPSED is an active member whose subscription has run    *
      *   out; PC-LAPSED-RULE carries the club setting that says      *
      *   whether the caller warns and carries on or refuses.         *
      *****************************************************************
       01 PLAYER-CHECK.
           05 PC-PLAYER-ID    PIC X(20).
               88 PC-NOT-FOUND    VALUE '1'.
               88 PC-RETIRED      VALUE '2'.
               88 PC-NO-MASTER    VALUE '3'.
               88 PC-LAPSED       VALUE '4'.
      *    CHESS_LAPSED_PLAY: R refuses a lapsed member, anything else
      *    (the default) warns and lets them play.
           05 PC-LAPSED-RULE  PIC X.
               88 PC-LAPSED-WARN   VALUE 'W'.
               88 PC-LAPSED-REFUSE VALUE 'R'.
      *    Paid-through date of the member looked up (zero if none).
           05 PC-PAID-THRU    PIC 9(8).
