           05 PS-GAMES-BLACK      PIC 9(5).
           05 PS-HALF-POINTS      PIC 9(6).
           05 PS-TOTAL-PLIES      PIC 9(7).
      *    Set when a result correction or void posted after the
      *    month closed has changed this row, with the date it was
      *    last changed; a row straight from the close has spaces.
      *    Adding these fields changed the record length, so a
      *    summary file written under the old layout must go through
      *    the CBATCH12 conversion before any program opens it again.
           05 PS-ADJUST-FLAG      PIC X.
               88 PS-ADJUSTED         VALUE 'A'.
               88 PS-AS-CLOSED        VALUE SPACE.
           05 PS-ADJUST-DATE      PIC 9(8).
