           05 TM-ENTRANT-COUNT    PIC 9(3).
           05 TM-ENTRANT-ID OCCURS 32 TIMES
                                  PIC X(20).
      *    Rating pool the event is played in, set when it is created;
      *    the pairing slips print each entrant's rating from this
      *    pool.  Adding this field changed the record length, so an
      *    event master written under the old layout must go through
      *    the CBATCH12 conversion (which makes every old event
      *    standard) before any program opens it again.
           05 TM-RATING-POOL      PIC X.
               88 TM-POOL-STANDARD    VALUE 'S'.
               88 TM-POOL-RAPID       VALUE 'R'.
               88 TM-POOL-BLITZ       VALUE 'B'.
      *    Tiebreaks that separate entrants level on points, up to five
      *    codes applied left to right (CSUB016): B Buchholz, M median
      *    Buchholz, S Sonneborn-Berger, W number of wins, D direct
      *    encounter.  Spaces leave the club order BMSWD in force.
      *    Set by the committee at the tournament desk (CTOURN01).
           05 TM-TIEBREAK-ORDER   PIC X(5).
      *    Prize list (CRPT08): how many overall places carry a prize,
      *    then up to three category prizes, each going to the best
      *    finisher eligible who has not already taken a prize.  J is
      *    best junior - under TM-CAT-LIMIT years of age this year by
      *    birth year, or junior class where no birth year is held or
      *    the limit is zero; V is best veteran, TM-CAT-LIMIT years or
      *    over; U is best rated under TM-CAT-LIMIT in the event pool.
      *    These fields came in after the rating pool and go through
      *    the same CBATCH12 conversion (club tiebreak order, three
      *    places, no category prizes); CBATCH11 stamps the same.
           05 TM-PRIZE-PLACES     PIC 9(2).
           05 TM-CATEGORY-PRIZE OCCURS 3 TIMES.
               10 TM-CAT-TYPE     PIC X.
                   88 TM-CAT-NONE     VALUE SPACE.
                   88 TM-CAT-JUNIOR   VALUE 'J'.
                   88 TM-CAT-VETERAN  VALUE 'V'.
                   88 TM-CAT-UNDER    VALUE 'U'.
               10 TM-CAT-LIMIT    PIC 9(4).
