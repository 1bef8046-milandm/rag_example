      *****************************************************************
      *                    ANNOTREC COPYBOOK                          *
      *   FD record for the CHESS_ANNOT indexed annotation file, one  *
      *   record per annotated ply keyed by game id plus ply number - *
      *   the same key as CHESS_MOVEIDX, so a note sits beside the    *
      *   move it talks about.  Ply zero holds the note on the game   *
      *   as a whole, the comment that comes before the first move.   *
      *   Loaded by CPGNIMP, written back into movetext by CPGNEXP,   *
      *   kept by the coaches through CUTIL10 and printed under the   *
      *   board when CSUB006 prints a replayed position.              *
      *****************************************************************
       01 ANNOT-RECORD.
           05 AN-KEY.
               10 AN-GAME-ID      PIC X(10).
               10 AN-PLY          PIC 9(4).
      *    Standard numeric annotation glyphs, zero when none: move
      *    quality $1-$6 (! ? !! ?? !? ?!) and position assessment
      *    $10-$19 (= for the level positions, ~ unclear, += =+ +/-
      *    -/+ +- -+).  ANNSYM.cpy turns them into the symbols.
           05 AN-MOVE-NAG         PIC 9(3).
           05 AN-POSITION-NAG     PIC 9(3).
      *    Where the note came from: I = a PGN import, C = a coach at
      *    the CUTIL10 desk, M = the CBATCH10 missed-mate sweep.  A
      *    sweep refreshes only its own notes and adds to the others.
           05 AN-SOURCE           PIC X.
               88 AN-FROM-IMPORT  VALUE 'I'.
               88 AN-FROM-COACH   VALUE 'C'.
               88 AN-FROM-SWEEP   VALUE 'M'.
           05 AN-AUTHOR           PIC X(20).
           05 AN-UPDATED          PIC 9(8).
      *    Three 70-column lines' worth of text, printed that way
      *    under the board and word-wrapped into PGN braces.
           05 AN-COMMENT          PIC X(210).
