           05 RH-OPPONENT-ID      PIC X(20).
           05 RH-PRE-RATING       PIC 9(4).
           05 RH-POST-RATING      PIC 9(4).
      *    Pool the game was rated in, so each pool's trend can be
      *    followed on its own.  Adding this field changed the record
      *    length, so a history file written under the old layout
      *    must go through the CBATCH12 conversion (which files every
      *    old record as standard) before any program opens it again.
           05 RH-POOL             PIC X.
               88 RH-POOL-STANDARD    VALUE 'S'.
               88 RH-POOL-RAPID       VALUE 'R'.
               88 RH-POOL-BLITZ       VALUE 'B'.
