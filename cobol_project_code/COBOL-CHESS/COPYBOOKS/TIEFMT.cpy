      *****************************************************************
      *                    TIEFMT COPYBOOK                            *
      *   Standings lines for an event ranked by CSUB016, so the      *
      *   tournament desk, the wall chart and the prize list show     *
      *   the tiebreaks the same way.  T-TIE-HEADING builds the       *
      *   column heading for TI-ORDER in WS-TIE-HEAD; T2-TIE-LINE     *
      *   builds entrant WS-TIE-X's line in WS-TIE-LINE, the player   *
      *   id in columns 6-25 and points from column 27.  Shared       *
      *   PROCEDURE DIVISION text; requires TIEREQ and TIEFMTWS to    *
      *   be in scope.                                                *
      *****************************************************************
           T-TIE-HEADING SECTION.

           MOVE SPACES TO WS-TIE-HEAD
           MOVE "RNK" TO WS-TIE-HEAD(1:3)
           MOVE "PLAYER ID" TO WS-TIE-HEAD(6:9)
           MOVE " PTS" TO WS-TIE-HEAD(27:4)
           MOVE 31 TO WS-TIE-COL
           PERFORM VARYING WS-TIE-P FROM 1 BY 1 UNTIL WS-TIE-P > 5
               EVALUATE TI-ORDER(WS-TIE-P:1)
                   WHEN 'B'
                       MOVE " BUCHHLZ" TO WS-TIE-HEAD(WS-TIE-COL:8)
                   WHEN 'M'
                       MOVE "  MEDIAN" TO WS-TIE-HEAD(WS-TIE-COL:8)
                   WHEN 'S'
                       MOVE "  SON-BG" TO WS-TIE-HEAD(WS-TIE-COL:8)
                   WHEN 'W'
                       MOVE "    WINS" TO WS-TIE-HEAD(WS-TIE-COL:8)
                   WHEN 'D'
                       MOVE "  DIRECT" TO WS-TIE-HEAD(WS-TIE-COL:8)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 8 TO WS-TIE-COL
           END-PERFORM
           .

           T2-TIE-LINE SECTION.

           MOVE SPACES TO WS-TIE-LINE
           MOVE TE-RANK(WS-TIE-X) TO WS-TIE-RANK
           MOVE WS-TIE-RANK TO WS-TIE-LINE(1:3)
           IF TE-PLACE-SHARED(WS-TIE-X)
               MOVE '=' TO WS-TIE-LINE(4:1)
           END-IF
           IF WS-TIE-X < TI-ENTRANT-COUNT
               COMPUTE WS-TIE-NEXT = WS-TIE-X + 1
               IF TE-PLACE-SHARED(WS-TIE-NEXT)
                   MOVE '=' TO WS-TIE-LINE(4:1)
               END-IF
           END-IF
           MOVE TE-PLAYER-ID(WS-TIE-X) TO WS-TIE-LINE(6:20)
           MOVE TE-POINTS(WS-TIE-X) TO WS-TIE-POINTS
           MOVE WS-TIE-POINTS TO WS-TIE-LINE(27:4)
           MOVE 31 TO WS-TIE-COL
           PERFORM VARYING WS-TIE-P FROM 1 BY 1 UNTIL WS-TIE-P > 5
               EVALUATE TI-ORDER(WS-TIE-P:1)
                   WHEN 'B'
                       MOVE TE-BUCHHOLZ(WS-TIE-X) TO WS-TIE-TENTHS
                       MOVE WS-TIE-TENTHS
                           TO WS-TIE-LINE(WS-TIE-COL + 3:5)
                   WHEN 'M'
                       MOVE TE-MEDIAN(WS-TIE-X) TO WS-TIE-TENTHS
                       MOVE WS-TIE-TENTHS
                           TO WS-TIE-LINE(WS-TIE-COL + 3:5)
                   WHEN 'S'
                       MOVE TE-SONNEBORN(WS-TIE-X)
                           TO WS-TIE-HUNDREDTHS
                       MOVE WS-TIE-HUNDREDTHS
                           TO WS-TIE-LINE(WS-TIE-COL + 2:6)
                   WHEN 'W'
                       MOVE TE-WINS(WS-TIE-X) TO WS-TIE-WHOLE
                       MOVE WS-TIE-WHOLE
                           TO WS-TIE-LINE(WS-TIE-COL + 5:3)
                   WHEN 'D'
                       MOVE TE-DIRECT(WS-TIE-X) TO WS-TIE-TENTHS
                       MOVE WS-TIE-TENTHS
                           TO WS-TIE-LINE(WS-TIE-COL + 3:5)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 8 TO WS-TIE-COL
           END-PERFORM
           .
