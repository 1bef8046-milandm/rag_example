           05 WL-EVENT-ID          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WL-ROUND             PIC 9(2).
           05 FILLER               PIC X VALUE SPACE.
      *    Transaction type.  Space is an ordinary result as posted by
      *    CSUB005/CPGNIMP.  A correction (C) or void (V) line repeats
      *    the game's own columns - the corrected result on a C line -
      *    and says when, by whom and why; the line it corrects is
      *    never touched, so the ledger stays append-only.
           05 WL-TXN-TYPE          PIC X.
               88 WL-TXN-ORIGINAL      VALUE SPACE.
               88 WL-TXN-CORRECTION    VALUE 'C'.
               88 WL-TXN-VOID          VALUE 'V'.
           05 FILLER               PIC X VALUE SPACE.
           05 WL-TXN-DATE          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WL-TXN-BY            PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 WL-TXN-REASON        PIC X(40).
           05 FILLER               PIC X VALUE SPACE.
      *    Rating pool the game is rated in, from its time control
      *    when the result was posted (see POOL).  Lines written
      *    before the pools existed carry a space and count as
      *    standard, the one pool every game used to be rated in.
           05 WL-POOL              PIC X.
               88 WL-POOL-STANDARD     VALUES 'S' SPACE.
               88 WL-POOL-RAPID        VALUE 'R'.
               88 WL-POOL-BLITZ        VALUE 'B'.
