      *****************************************************************
      *                    NOTIFYL COPYBOOK                           *
      *   WORKING-STORAGE image of one CHESS_NOTIFY.TXT line, the     *
      *   outbound file the club's mail gateway collects and sends    *
      *   on to members playing correspondence games.  CSUB003        *
      *   appends a your-move notice on every save of such a game;    *
      *   the nightly CBATCH15 run appends reminders and overrun      *
      *   notices.  COPY'd by every writer so the gateway sees one    *
      *   layout.                                                     *
      *****************************************************************
       01 WS-NOTIFY-LINE.
           05 NT-TYPE              PIC X.
      *        The opponent has moved - it is the recipient's turn.
               88 NT-YOUR-MOVE        VALUE 'M'.
      *        The recipient's move falls due shortly.
               88 NT-REMINDER         VALUE 'R'.
      *        The recipient has overrun their last day and the game
      *        has gone to the arbiter for a time-forfeit ruling.
               88 NT-OVERRUN          VALUE 'T'.
           05 FILLER               PIC X VALUE SPACE.
           05 NT-GAME-ID           PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
      *    Member the notice is addressed to, and their opponent.
           05 NT-TO-ID             PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 NT-OPPONENT-ID       PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 NT-PLY-COUNT         PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
      *    The opponent's last move in coordinate form (e2e4); spaces
      *    on reminders and overrun notices.
           05 NT-LAST-MOVE         PIC X(5).
           05 FILLER               PIC X VALUE SPACE.
      *    Date the move is due, and the last possible day once the
      *    recipient's remaining reflection days are spent.
           05 NT-MOVE-DUE          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 NT-FINAL-DATE        PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 NT-REFLECT-LEFT      PIC 9(3).
           05 FILLER               PIC X VALUE SPACE.
           05 NT-CREATED           PIC 9(8).
