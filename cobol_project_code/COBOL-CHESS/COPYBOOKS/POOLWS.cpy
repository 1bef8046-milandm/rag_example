      *****************************************************************
      *                    POOLWS COPYBOOK                            *
      *   WORKING-STORAGE for X-SET-RATING-POOL (see POOL.cpy): the   *
      *   committee's time-control thresholds and the pool a game's   *
      *   budget falls in.  Thresholds are seconds per side, the      *
      *   same unit as TIME-BUDGET-SEC, inclusive:                    *
      *     CHESS_BLITZ_MAX_SEC  (default 600)  - up to this, blitz   *
      *     CHESS_RAPID_MAX_SEC  (default 3599) - up to this, rapid   *
      *     anything longer is standard.                              *
      *   CHESS_UNTIMED_POOL (S, R or B; default S) places games      *
      *   played with no clock at all, and CHESS_CORR_POOL (S, R or   *
      *   B; default S) correspondence games - WS-POOL-CORR-DAYS in,  *
      *   the days per move, which outranks any seconds budget.       *
      *****************************************************************
       01 WS-POOL-WORK.
           05 WS-POOL-BUDGET-SEC PIC 9(6).
           05 WS-POOL-CORR-DAYS  PIC 9(3) VALUE 0.
           05 WS-POOL-CODE       PIC X.
               88 POOL-STANDARD      VALUE 'S'.
               88 POOL-RAPID         VALUE 'R'.
               88 POOL-BLITZ         VALUE 'B'.
           05 WS-POOL-NAME       PIC X(8).
           05 WS-BLITZ-MAX-SEC   PIC 9(6) VALUE 600.
           05 WS-RAPID-MAX-SEC   PIC 9(6) VALUE 3599.
           05 WS-UNTIMED-POOL    PIC X    VALUE 'S'.
           05 WS-CORR-POOL       PIC X    VALUE 'S'.
           05 WS-ENV-POOL-SETTING PIC X(8).
