      *****************************************************************
      *                    ANNSYM COPYBOOK                            *
      *   The annotation glyphs both ways, so the import, the coach   *
      *   desk and the printed board read them alike.                 *
      *   Y-NAG-TO-GLYPH sets WS-AS-MOVE-GLYPH and WS-AS-POS-GLYPH    *
      *   from AN-MOVE-NAG and AN-POSITION-NAG (spaces for none, or   *
      *   for a code with no symbol of its own); Y2-GLYPH-TO-NAG      *
      *   reads WS-AS-GLYPH-IN and answers the code in WS-AS-NAG-OUT  *
      *   with its kind.  Shared PROCEDURE DIVISION text; requires    *
      *   ANNOTREC and ANNSYMWS to be in scope.                       *
      *****************************************************************
           Y-NAG-TO-GLYPH SECTION.

           EVALUATE AN-MOVE-NAG
               WHEN 1
                   MOVE "!" TO WS-AS-MOVE-GLYPH
               WHEN 2
                   MOVE "?" TO WS-AS-MOVE-GLYPH
               WHEN 3
                   MOVE "!!" TO WS-AS-MOVE-GLYPH
               WHEN 4
                   MOVE "??" TO WS-AS-MOVE-GLYPH
               WHEN 5
                   MOVE "!?" TO WS-AS-MOVE-GLYPH
               WHEN 6
                   MOVE "?!" TO WS-AS-MOVE-GLYPH
               WHEN OTHER
                   MOVE SPACES TO WS-AS-MOVE-GLYPH
           END-EVALUATE
           EVALUATE AN-POSITION-NAG
               WHEN 10
               WHEN 11
               WHEN 12
                   MOVE "=" TO WS-AS-POS-GLYPH
               WHEN 13
                   MOVE "~" TO WS-AS-POS-GLYPH
               WHEN 14
                   MOVE "+=" TO WS-AS-POS-GLYPH
               WHEN 15
                   MOVE "=+" TO WS-AS-POS-GLYPH
               WHEN 16
                   MOVE "+/-" TO WS-AS-POS-GLYPH
               WHEN 17
                   MOVE "-/+" TO WS-AS-POS-GLYPH
               WHEN 18
                   MOVE "+-" TO WS-AS-POS-GLYPH
               WHEN 19
                   MOVE "-+" TO WS-AS-POS-GLYPH
               WHEN OTHER
                   MOVE SPACES TO WS-AS-POS-GLYPH
           END-EVALUATE
           .

           Y2-GLYPH-TO-NAG SECTION.

           MOVE 0 TO WS-AS-NAG-OUT
           SET AS-MOVE-QUALITY TO TRUE
           EVALUATE WS-AS-GLYPH-IN
               WHEN "!"
                   MOVE 1 TO WS-AS-NAG-OUT
               WHEN "?"
                   MOVE 2 TO WS-AS-NAG-OUT
               WHEN "!!"
                   MOVE 3 TO WS-AS-NAG-OUT
               WHEN "??"
                   MOVE 4 TO WS-AS-NAG-OUT
               WHEN "!?"
                   MOVE 5 TO WS-AS-NAG-OUT
               WHEN "?!"
                   MOVE 6 TO WS-AS-NAG-OUT
               WHEN OTHER
                   SET AS-POSITION TO TRUE
           END-EVALUATE
           IF AS-POSITION
               EVALUATE WS-AS-GLYPH-IN
                   WHEN "="
                       MOVE 10 TO WS-AS-NAG-OUT
                   WHEN "~"
                       MOVE 13 TO WS-AS-NAG-OUT
                   WHEN "+="
                       MOVE 14 TO WS-AS-NAG-OUT
                   WHEN "=+"
                       MOVE 15 TO WS-AS-NAG-OUT
                   WHEN "+/-"
                       MOVE 16 TO WS-AS-NAG-OUT
                   WHEN "-/+"
                       MOVE 17 TO WS-AS-NAG-OUT
                   WHEN "+-"
                       MOVE 18 TO WS-AS-NAG-OUT
                   WHEN "-+"
                       MOVE 19 TO WS-AS-NAG-OUT
                   WHEN OTHER
                       SET AS-NOT-A-GLYPH TO TRUE
               END-EVALUATE
           END-IF
           .
