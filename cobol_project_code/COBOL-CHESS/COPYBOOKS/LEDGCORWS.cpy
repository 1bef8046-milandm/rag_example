      *****************************************************************
      *                   LEDGCORWS COPYBOOK                          *
      *   WORKING-STORAGE for U-LOAD-LEDGER-CORRECTIONS and           *
      *   U2-CORRECT-LEDGER-LINE (see LEDGCOR.cpy): the latest        *
      *   correction or void posted against each game id, held so a   *
      *   reader can roll up the ledger as it now stands.  Kept       *
      *   separate from LEDGCOR.cpy because COPY can only land data   *
      *   items in WORKING-STORAGE and paragraph text in the          *
      *   PROCEDURE DIVISION, not both from one member.               *
      *****************************************************************
       01 WS-LEDGER-CORRECTIONS.
           05 WS-LC-MAX            PIC 9(3) VALUE 500.
           05 WS-LC-COUNT          PIC 9(3) VALUE 0.
           05 WS-LC-ENTRY OCCURS 500 TIMES.
               10 LC-GAME-ID       PIC X(10).
               10 LC-TXN-TYPE      PIC X.
               10 LC-RESULT-CODE   PIC X.
               10 LC-WINNER        PIC X.
       01 WS-LC-WORK.
           05 WS-LC-X              PIC 9(3).
           05 WS-LC-FOUND          PIC 9(3).
           05 WS-LC-EOF            PIC X.
               88 LC-EOF-Y         VALUE 'Y'.
               88 LC-NOT-EOF       VALUE 'N'.
      *    Answer from U2-CORRECT-LEDGER-LINE for the line just read:
      *    drop it (a correction/void line itself, or a voided game)
      *    or count it with its current result.
           05 WS-LC-LINE-SWITCH    PIC X.
               88 LC-LINE-COUNTS   VALUE 'Y'.
               88 LC-LINE-DROPPED  VALUE 'N'.
