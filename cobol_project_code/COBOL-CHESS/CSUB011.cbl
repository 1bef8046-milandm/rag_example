              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-PLAYER-PATH    PIC X(150).
       01 WS-ENV-LAPSED         PIC X(8).
       01 WS-TODAY              PIC 9(8).
           COPY DIRNORMWS.

       LINKAGE SECTION.
      *   record again.  A missing master file answers PC-NO-MASTER     *
      *   and the callers let play continue - validation only comes    *
      *   into force once CUTIL02 has built the master.                 *
      *   An active member whose paid-through date is behind today is   *
      *   lapsed; what the caller does about it is the club's           *
      *   CHESS_LAPSED_PLAY setting, handed back in PC-LAPSED-RULE.     *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-PLAYER-PATH

           MOVE SPACES TO WS-ENV-LAPSED
           ACCEPT WS-ENV-LAPSED FROM ENVIRONMENT "CHESS_LAPSED_PLAY"
           IF WS-ENV-LAPSED(1:1) = 'R' OR 'r'
               SET PC-LAPSED-REFUSE TO TRUE
           ELSE
               SET PC-LAPSED-WARN TO TRUE
           END-IF
           MOVE 0 TO PC-PAID-THRU
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT PLAYER-FILE
           IF NOT WS-PLAYER-OK
               SET PC-NO-MASTER TO TRUE
                   INVALID KEY
                       SET PC-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       IF PM-PAID-THRU IS NUMERIC
                           MOVE PM-PAID-THRU TO PC-PAID-THRU
                       END-IF
                       EVALUATE TRUE
                           WHEN PM-ACTIVE-FLAG NOT = 'Y'
                               SET PC-RETIRED TO TRUE
                           WHEN PM-CLASS-LIFE
                               SET PC-VALID TO TRUE
                           WHEN PC-PAID-THRU > 0
                                AND PC-PAID-THRU < WS-TODAY
                               SET PC-LAPSED TO TRUE
                           WHEN OTHER
                               SET PC-VALID TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE PLAYER-FILE
           END-IF
