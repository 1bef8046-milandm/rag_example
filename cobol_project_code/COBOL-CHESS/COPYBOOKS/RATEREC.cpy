      *****************************************************************
      *                    RATEREC COPYBOOK                           *
      *   FD record for the CHESS_RATING indexed master file, one     *
      *   record per player per rating pool (standard, rapid,         *
      *   blitz) keyed by player id plus pool.  Maintained by         *
      *   CBATCH04 from new results-ledger entries, each game rated   *
      *   only within its own pool; a player with no record in a      *
      *   pool yet starts there at the provisional 1500.              *
      *****************************************************************
       01 RATING-RECORD.
      *    The pool joined the key in place of the player id alone,
      *    so a rating master written under the old layout must go
      *    through the CBATCH12 conversion (which files every old
      *    rating as standard) before any program opens it again.
           05 RM-KEY.
               10 RM-PLAYER-ID    PIC X(20).
               10 RM-POOL         PIC X.
                   88 RM-POOL-STANDARD VALUE 'S'.
                   88 RM-POOL-RAPID    VALUE 'R'.
                   88 RM-POOL-BLITZ    VALUE 'B'.
           05 RM-RATING           PIC 9(4).
           05 RM-GAMES-RATED      PIC 9(5).
           05 RM-LAST-PLAYED      PIC 9(8).
