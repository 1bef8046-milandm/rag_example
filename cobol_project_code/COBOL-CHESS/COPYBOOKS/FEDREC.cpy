      *****************************************************************
      *                    FEDREC COPYBOOK                            *
      *   One line of the national federation's fixed-width rating    *
      *   submission written by CBATCH13: a header, the players,      *
      *   the events, the games, then a trailer of counts.  The       *
      *   record type in column 1 says which view of the rest of      *
      *   the line applies.                                           *
      *****************************************************************
       01 FED-SUBMIT-RECORD.
           05 FR-RECORD-TYPE      PIC X.
               88 FR-HEADER           VALUE 'H'.
               88 FR-PLAYER           VALUE 'P'.
               88 FR-EVENT            VALUE 'E'.
               88 FR-GAME             VALUE 'G'.
               88 FR-TRAILER          VALUE 'T'.
           05 FR-BODY             PIC X(99).
           05 FR-HEADER-BODY REDEFINES FR-BODY.
               10 FR-H-CLUB-CODE  PIC X(8).
               10 FR-H-PERIOD     PIC 9(6).
               10 FR-H-RUN-DATE   PIC 9(8).
               10 FILLER          PIC X(77).
           05 FR-PLAYER-BODY REDEFINES FR-BODY.
               10 FR-P-FED-ID     PIC X(12).
               10 FR-P-NAME       PIC X(30).
               10 FR-P-BIRTH-YEAR PIC 9(4).
               10 FR-P-CLUB-ID    PIC X(20).
               10 FILLER          PIC X(33).
      *    Club games submitted under the all-games option carry
      *    the event id *CLUB*.  Event type S Swiss, L league,
      *    T team match, C club play.
           05 FR-EVENT-BODY REDEFINES FR-BODY.
               10 FR-E-EVENT-ID   PIC X(8).
               10 FR-E-NAME       PIC X(30).
               10 FR-E-TYPE       PIC X.
               10 FR-E-POOL       PIC X.
               10 FR-E-ROUNDS     PIC 9(2).
               10 FILLER          PIC X(57).
      *    Result 1-0, 0-1 or 1/2; pool S, R or B.
           05 FR-GAME-BODY REDEFINES FR-BODY.
               10 FR-G-EVENT-ID   PIC X(8).
               10 FR-G-ROUND      PIC 9(2).
               10 FR-G-GAME-ID    PIC X(10).
               10 FR-G-DATE       PIC 9(8).
               10 FR-G-WHITE-FED  PIC X(12).
               10 FR-G-BLACK-FED  PIC X(12).
               10 FR-G-RESULT     PIC X(3).
               10 FR-G-POOL       PIC X.
               10 FILLER          PIC X(43).
           05 FR-TRAILER-BODY REDEFINES FR-BODY.
               10 FR-T-PLAYERS    PIC 9(5).
               10 FR-T-EVENTS     PIC 9(5).
               10 FR-T-GAMES      PIC 9(6).
               10 FILLER          PIC X(83).
