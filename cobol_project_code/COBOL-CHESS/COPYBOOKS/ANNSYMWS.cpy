      *****************************************************************
      *                   ANNSYMWS COPYBOOK                           *
      *   WORKING-STORAGE for Y-NAG-TO-GLYPH and Y2-GLYPH-TO-NAG (see *
      *   ANNSYM.cpy): the printed symbols for an annotation's move   *
      *   and position glyphs, and the glyph a user or a PGN file     *
      *   gave, turned back into its numeric code.  Kept separate     *
      *   from ANNSYM.cpy for the same reason as LEDGCORWS.           *
      *****************************************************************
       01 WS-ANNOT-SYMBOLS.
           05 WS-AS-MOVE-GLYPH     PIC X(2).
           05 WS-AS-POS-GLYPH      PIC X(3).
           05 WS-AS-GLYPH-IN       PIC X(3).
           05 WS-AS-NAG-OUT        PIC 9(3).
           05 WS-AS-KIND           PIC X.
               88 AS-MOVE-QUALITY  VALUE 'M'.
               88 AS-POSITION      VALUE 'P'.
               88 AS-NOT-A-GLYPH   VALUE 'N'.
