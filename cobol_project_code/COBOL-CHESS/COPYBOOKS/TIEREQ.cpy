      *****************************************************************
      *                    TIEREQ COPYBOOK                            *
      *   Request area passed to CSUB016, the event tiebreak scorer.  *
      *   The caller fills TI-EVENT-ID; CSUB016 hands back every      *
      *   entrant ranked on points and then on the event's tiebreak   *
      *   order, best first, so the tournament desk, the wall chart   *
      *   and the prize list all rank an event one way.  Points and   *
      *   tiebreaks are in game points (a win is 1.0).                *
      *****************************************************************
       01 TIEBREAK-REQUEST.
           05 TI-EVENT-ID         PIC X(8).
           05 TI-STATUS           PIC X.
               88 TI-OK               VALUE '0'.
               88 TI-NO-EVENT         VALUE '1'.
      *    Order the tiebreaks were applied in: the event's own, or
      *    the club order BMSWD when the event has none set.
           05 TI-ORDER            PIC X(5).
           05 TI-ROUND-COUNT      PIC 9(2).
           05 TI-CURRENT-ROUND    PIC 9(2).
      *    Boards paired in the event with no result in the ledger
      *    yet; a ranking with games pending is only provisional.
           05 TI-GAMES-PENDING    PIC 9(3).
           05 TI-ENTRANT-COUNT    PIC 9(3).
           05 TI-ENTRY OCCURS 32 TIMES.
               10 TE-PLAYER-ID    PIC X(20).
               10 TE-RANK         PIC 9(3).
      *        Level with the entrant above on points and on every
      *        tiebreak, so the place is shared.
               10 TE-SHARED       PIC X.
                   88 TE-PLACE-SHARED VALUE 'Y'.
               10 TE-POINTS       PIC 9(2)V9.
               10 TE-GAMES-PLAYED PIC 9(2).
               10 TE-WINS         PIC 9(2).
               10 TE-BUCHHOLZ     PIC 9(3)V9.
               10 TE-MEDIAN       PIC 9(3)V9.
               10 TE-SONNEBORN    PIC 9(3)V99.
      *        Points scored against the others in the entrant's tie
      *        group, where the order reaches D and everyone in the
      *        group has met; zero otherwise.
               10 TE-DIRECT       PIC 9(2)V9.
