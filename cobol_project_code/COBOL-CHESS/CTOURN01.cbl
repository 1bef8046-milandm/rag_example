       FD PAIR-FILE.
           COPY PAIRREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD MATCH-FILE.
           COPY MATCHREC.
      *-----------------------
           05 SWITCH-PREFIX    PIC X.
               88 PREFIX-CLASH      VALUE 'Y'.
               88 PREFIX-FREE       VALUE 'N'.
           05 SWITCH-ENTRANT   PIC X.
               88 ENTRANT-ACCEPTED  VALUE 'Y'.
               88 ENTRANT-REFUSED   VALUE 'N'.
       01 WS-TOURN-STATUS      PIC XX.
           88 WS-TOURN-OK      VALUE '00'.
       01 WS-PAIR-STATUS       PIC XX.
       01 WS-SCORE-WHOLE        PIC 9(4).
       01 WS-SCORE-HALF         PIC 9.
       01 WS-ANSWER             PIC X(20).
      *    Tiebreak codes the committee may list, and the category
      *    prize being keyed.
       01 WS-TIE-CODES          PIC X(5) VALUE "BMSWD".
       01 WS-TIE-CHECK.
           05 WS-TC-X           PIC 9.
           05 WS-TC-Y           PIC 9.
           05 WS-TC-FOUND       PIC 9.
           05 WS-TC-BAD         PIC X.
               88 TIE-ORDER-BAD     VALUE 'Y'.
               88 TIE-ORDER-GOOD    VALUE 'N'.
       01 WS-CAT                PIC 9.
      *******************************************************************
      *   League-season work: the circle-method rotation that builds    *
      *   the all-play-all fixture list, and the play-by calendar.      *
       01 WS-OVERDUE-WORK.
           05 WS-OD-MAX         PIC 9(3) VALUE 50.
           05 WS-OD-COUNT       PIC 9(3).
           05 WS-OD-POSTED      PIC 9(3).
           05 WS-OD-REFUSED     PIC 9(3).
           05 WS-OD-ENTRY OCCURS 50 TIMES.
               10 OD-GAME-ID    PIC X(10).
               10 OD-WHITE-ID   PIC X(20).
           COPY GAMEHDR.
           COPY GAMERSLT.
           COPY LEDGERL.
           COPY LEDGCORWS.
           COPY PLAYCHK.
           COPY TIEREQ.
           COPY TIEFMTWS.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
                       PERFORM R-LEAGUE-TABLE
                   WHEN 'D'
                       PERFORM S-DEFAULT-OVERDUE
                   WHEN 'B'
                       PERFORM V-SET-TIEBREAKS-PRIZES
                   WHEN 'X'
                       SET UTIL-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "PLEASE ENTER C, P, S, L, T, D, B OR X"
               END-EVALUATE
           END-PERFORM
           GOBACK.
           DISPLAY "  L - CREATE A LEAGUE SEASON (ALL-PLAY-ALL)"
           DISPLAY "  T - LEAGUE SEASON TABLE"
           DISPLAY "  D - DEFAULT OVERDUE LEAGUE FIXTURES"
           DISPLAY "  B - SET AN EVENT'S TIEBREAKS AND PRIZES"
           DISPLAY "  X - EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
                   ACCEPT TM-EVENT-NAME
                   DISPLAY "NUMBER OF ROUNDS: " WITH NO ADVANCING
                   ACCEPT TM-ROUND-COUNT
                   PERFORM F2-ACCEPT-RATING-POOL
                   PERFORM F4-ACCEPT-TIEBREAKS
                   PERFORM F5-ACCEPT-PRIZES
                   MOVE 0 TO TM-CURRENT-ROUND
                   MOVE 0 TO TM-ENTRANT-COUNT
                   PERFORM F-ACCEPT-ENTRANTS

      *******************************************************************
      *   Entrant ids are keyed one per line; a blank line ends the     *
      *   list.  Each id must pass the member-master check a save       *
      *   applies; a lapsed member is entered with a warning or turned  *
      *   away as the club's CHESS_LAPSED_PLAY setting says.            *
      *******************************************************************

           MOVE SPACES TO WS-ANSWER
                   MOVE 32 TO WS-I
                   EXIT PERFORM
               END-IF
               PERFORM F3-CHECK-ENTRANT
               IF ENTRANT-ACCEPTED
                   ADD 1 TO TM-ENTRANT-COUNT
                   MOVE WS-ANSWER TO TM-ENTRANT-ID(TM-ENTRANT-COUNT)
               END-IF
           END-PERFORM
           .

           F3-CHECK-ENTRANT SECTION.

      *******************************************************************
      *                    F3-CHECK-ENTRANT SECTION                     *
      *******************************************************************

           SET ENTRANT-ACCEPTED TO TRUE
           MOVE WS-ANSWER TO PC-PLAYER-ID
           CALL "CSUB011" USING PLAYER-CHECK
           END-CALL
           EVALUATE TRUE
               WHEN PC-NOT-FOUND OR PC-RETIRED
                   SET ENTRANT-REFUSED TO TRUE
                   DISPLAY "NOT ON MEMBER MASTER - NOT ENTERED"
               WHEN PC-LAPSED AND PC-LAPSED-REFUSE
                   SET ENTRANT-REFUSED TO TRUE
                   DISPLAY "SUBSCRIPTION LAPSED " PC-PAID-THRU
                           " - NOT ENTERED"
               WHEN PC-LAPSED
                   DISPLAY "WARNING - SUBSCRIPTION LAPSED "
                           PC-PAID-THRU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

           F2-ACCEPT-RATING-POOL SECTION.

      *******************************************************************
      *   The pool the event is rated in, for its pairing slips; an     *
      *   answer other than R or B is taken as standard.                *
      *******************************************************************

           MOVE SPACES TO WS-ANSWER
           DISPLAY "RATING POOL (S=STANDARD R=RAPID B=BLITZ): "
                   WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'R' OR 'B'
               MOVE WS-ANSWER(1:1) TO TM-RATING-POOL
           ELSE
               SET TM-POOL-STANDARD TO TRUE
           END-IF
           .

           F4-ACCEPT-TIEBREAKS SECTION.

      *******************************************************************
      *   Up to five tiebreak codes in the order they apply.  A blank   *
      *   answer leaves the club order; an unknown or repeated code is  *
      *   refused and the club order kept, so a slip at the keyboard    *
      *   never ranks an event on a tiebreak nobody asked for.          *
      *******************************************************************

           MOVE SPACES TO WS-ANSWER
           DISPLAY "TIEBREAK ORDER - B=BUCHHOLZ M=MEDIAN BUCHHOLZ"
           DISPLAY "  S=SONNEBORN-BERGER W=WINS D=DIRECT ENCOUNTER"
           DISPLAY "  (BLANK FOR THE CLUB ORDER BMSWD): "
                   WITH NO ADVANCING
           ACCEPT WS-ANSWER
           SET TIE-ORDER-GOOD TO TRUE
           IF WS-ANSWER(6:15) NOT = SPACES
               SET TIE-ORDER-BAD TO TRUE
           END-IF
           PERFORM VARYING WS-TC-X FROM 1 BY 1 UNTIL WS-TC-X > 5
               IF WS-ANSWER(WS-TC-X:1) NOT = SPACE
                   MOVE 0 TO WS-TC-FOUND
                   PERFORM VARYING WS-TC-Y FROM 1 BY 1
                           UNTIL WS-TC-Y > 5
                       IF WS-ANSWER(WS-TC-X:1) = WS-TIE-CODES(WS-TC-Y:1)
                           MOVE 1 TO WS-TC-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-TC-FOUND = 0
                       SET TIE-ORDER-BAD TO TRUE
                   END-IF
                   PERFORM VARYING WS-TC-Y FROM 1 BY 1
                           UNTIL WS-TC-Y >= WS-TC-X
                       IF WS-ANSWER(WS-TC-X:1) = WS-ANSWER(WS-TC-Y:1)
                           SET TIE-ORDER-BAD TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF TIE-ORDER-BAD
               DISPLAY "TIEBREAK ORDER NOT RECOGNISED - CLUB ORDER KEPT"
               MOVE SPACES TO TM-TIEBREAK-ORDER
           ELSE
               MOVE WS-ANSWER(1:5) TO TM-TIEBREAK-ORDER
           END-IF
           .

           F5-ACCEPT-PRIZES SECTION.

      *******************************************************************
      *   Overall prize places, then up to three category prizes, a     *
      *   blank answer ending the categories.  Junior and veteran take  *
      *   an age limit, under-rating a rating limit (see TOURNREC).     *
      *******************************************************************

           PERFORM F6-DEFAULT-PRIZES
           DISPLAY "OVERALL PRIZE PLACES: " WITH NO ADVANCING
           ACCEPT TM-PRIZE-PLACES
           MOVE 1 TO WS-CAT
           PERFORM UNTIL WS-CAT > 3
               MOVE SPACES TO WS-ANSWER
               DISPLAY "CATEGORY PRIZE " WS-CAT
                       " (J=JUNIOR V=VETERAN U=UNDER A RATING,"
                       " BLANK=NO MORE): " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               EVALUATE WS-ANSWER
                   WHEN 'J'
                   WHEN 'V'
                       MOVE WS-ANSWER(1:1) TO TM-CAT-TYPE(WS-CAT)
                       DISPLAY "AGE LIMIT (0 = JUNIOR CLASS ONLY): "
                               WITH NO ADVANCING
                       ACCEPT TM-CAT-LIMIT(WS-CAT)
                       ADD 1 TO WS-CAT
                   WHEN 'U'
                       MOVE WS-ANSWER(1:1) TO TM-CAT-TYPE(WS-CAT)
                       DISPLAY "RATED UNDER: " WITH NO ADVANCING
                       ACCEPT TM-CAT-LIMIT(WS-CAT)
                       ADD 1 TO WS-CAT
                   WHEN SPACES
                       MOVE 4 TO WS-CAT
                   WHEN OTHER
                       DISPLAY "PLEASE ENTER J, V, U OR LEAVE BLANK"
               END-EVALUATE
           END-PERFORM
           .

           F6-DEFAULT-PRIZES SECTION.

      *******************************************************************
      *   Three overall places and no categories; a new record's blank  *
      *   tiebreak order already stands for the club order.             *
      *******************************************************************

           MOVE 3 TO TM-PRIZE-PLACES
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 3
               MOVE SPACE TO TM-CAT-TYPE(WS-CAT)
               MOVE 0 TO TM-CAT-LIMIT(WS-CAT)
           END-PERFORM
           .

               MOVE 0 TO WS-E-LOSSES(WS-I)
           END-PERFORM

           PERFORM U-LOAD-LEDGER-CORRECTIONS
           SET NOT-EOF TO TRUE
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM U2-CORRECT-LEDGER-LINE
                           IF WL-EVENT-ID = WS-EVENT-ID
                              AND LC-LINE-COUNTS
                               PERFORM I-TALLY-EVENT-LINE
                           END-IF
                   END-READ

      *******************************************************************
      *   A bye is recorded on the pairing file with the reserved       *
      *   opponent id and scores as a full point, the standard Swiss    *
      *   award, so the odd player out is never understated in later    *
      *   rounds' pairings or in the standings.                         *
      *******************************************************************

           SET NOT-EOF TO TRUE

      *******************************************************************
      *   Standings for one event straight off the stamped ledger       *
      *   lines - the wall chart retires.  Entrants level on points     *
      *   are separated by the event's tiebreaks, worked out by CSUB016 *
      *   the same way the wall chart and prize list rank them; = marks *
      *   a place still shared after every tiebreak.                    *
      *******************************************************************

           PERFORM G-LOAD-EVENT
           IF NOT WS-TOURN-OK
               CONTINUE
           ELSE
               CLOSE TOURN-FILE
               MOVE WS-EVENT-ID TO TI-EVENT-ID
               CALL "CSUB016" USING TIEBREAK-REQUEST
               END-CALL
               DISPLAY "STANDINGS FOR EVENT " WS-EVENT-ID " ("
                       TI-CURRENT-ROUND " OF " TI-ROUND-COUNT
                       " ROUNDS PAIRED)"
               IF TI-GAMES-PENDING > 0
                   DISPLAY TI-GAMES-PENDING
                           " GAMES PAIRED STILL HAVE NO RESULT"
               END-IF
               PERFORM T-TIE-HEADING
               DISPLAY WS-TIE-HEAD
               PERFORM VARYING WS-TIE-X FROM 1 BY 1
                       UNTIL WS-TIE-X > TI-ENTRANT-COUNT
                   PERFORM T2-TIE-LINE
                   DISPLAY WS-TIE-LINE
               END-PERFORM
           END-IF
           .

           MOVE 'L' TO TM-EVENT-TYPE
           DISPLAY "LEAGUE NAME: " WITH NO ADVANCING
           ACCEPT TM-EVENT-NAME
           PERFORM F2-ACCEPT-RATING-POOL
           PERFORM F6-DEFAULT-PRIZES
           MOVE 0 TO TM-ENTRANT-COUNT
           PERFORM F-ACCEPT-ENTRANTS
           IF TM-ENTRANT-COUNT < 2

      *******************************************************************
      *   Sweeps a league's fixtures for play-by dates already passed   *
      *   with no result in the ledger, and posts each one through      *
      *   CSUB005 as a default (result code F, no winner).  The         *
      *   overdue list is collected first so the pairing file is        *
      *   closed again before CSUB005 re-opens it to stamp the event    *
      *   and round.                                                    *
      *******************************************************************

                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
      *                    A voided game still closed its fixture;
      *                    only the correction lines themselves are
      *                    passed over.
                           IF WL-EVENT-ID = WS-EVENT-ID
                              AND WL-TXN-ORIGINAL
                               IF WS-DG-COUNT < WS-DG-MAX
                                   ADD 1 TO WS-DG-COUNT
                                   MOVE WL-GAME-ID
           S4-POST-DEFAULTS SECTION.

      *******************************************************************
      *   CSUB005 may refuse a default (a lapsed player when the club   *
      *   refuses lapsed play); that fixture stays open on the pairing  *
      *   file and is named here for the arbiter.                       *
      *******************************************************************

           MOVE 0 TO WS-OD-POSTED
           MOVE 0 TO WS-OD-REFUSED
           PERFORM VARYING WS-ODX FROM 1 BY 1
                   UNTIL WS-ODX > WS-OD-COUNT
               MOVE SPACES TO GAME-HEADER
               CALL "CSUB005" USING GAME-HEADER
                                    GAME-RESULT-INFO
               END-CALL
               IF GR-POSTED
                   ADD 1 TO WS-OD-POSTED
               ELSE
                   ADD 1 TO WS-OD-REFUSED
                   DISPLAY OD-GAME-ID(WS-ODX)
                           " NOT DEFAULTED - REFUSED BY CSUB005"
               END-IF
           END-PERFORM
           DISPLAY "FIXTURES DEFAULTED: " WS-OD-POSTED
           IF WS-OD-REFUSED > 0
               DISPLAY "FIXTURES REFUSED, STILL OPEN: " WS-OD-REFUSED
           END-IF
           .

           V-SET-TIEBREAKS-PRIZES SECTION.

      *******************************************************************
      *   The committee's tiebreak order and prize plan for an event    *
      *   already created, Swiss or league, shown as they stand and     *
      *   then keyed afresh.                                            *
      *******************************************************************

           PERFORM G-LOAD-EVENT
           IF NOT WS-TOURN-OK
               CONTINUE
           ELSE
               IF TM-TIEBREAK-ORDER = SPACES
                   DISPLAY "TIEBREAK ORDER NOW: CLUB ORDER BMSWD"
               ELSE
                   DISPLAY "TIEBREAK ORDER NOW: " TM-TIEBREAK-ORDER
               END-IF
               DISPLAY "PRIZE PLACES NOW:   " TM-PRIZE-PLACES
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 3
                   IF NOT TM-CAT-NONE(WS-CAT)
                       DISPLAY "CATEGORY PRIZE " WS-CAT ": "
                               TM-CAT-TYPE(WS-CAT) " "
                               TM-CAT-LIMIT(WS-CAT)
                   END-IF
               END-PERFORM
               PERFORM F4-ACCEPT-TIEBREAKS
               PERFORM F5-ACCEPT-PRIZES
               REWRITE TOURN-RECORD
                   INVALID KEY
                       DISPLAY "EVENT " WS-EVENT-ID " NOT UPDATED"
                   NOT INVALID KEY
                       DISPLAY "EVENT " WS-EVENT-ID " UPDATED"
               END-REWRITE
               CLOSE TOURN-FILE
           END-IF
           .

           COPY DIRNORM.

           COPY LEDGCOR.

           COPY TIEFMT.
