       01 WS-TODAY              PIC 9(8).
       01 WS-TIME-NOW           PIC 9(8).
      *******************************************************************
      *   The nightly order: revalidation, reconciliation, board audit, *
      *   ratings, archive/purge.  Each job may only start once its     *
      *   entry's predecessor has ended clean tonight; jobs not in the  *
      *   table (reports, utilities) are never blocked.  The CBATCH19   *
      *   station report is in the table only so the morning report     *
      *   shows it: it has no predecessor, because a bad night is when  *
      *   it matters most, and nothing waits on it.                     *
      *******************************************************************
       01 WS-CHAIN-TABLE.
           05 WS-CHAIN-ENTRY OCCURS 6 TIMES.
               10 WS-CHAIN-JOB  PIC X(8).
               10 WS-CHAIN-PRED PIC X(8).
       01 WS-CX                 PIC 9.
           MOVE SPACES TO WS-CHAIN-PRED(1)
           MOVE "CBATCH02" TO WS-CHAIN-JOB(2)
           MOVE "CBATCH01" TO WS-CHAIN-PRED(2)
           MOVE "CBATCH16" TO WS-CHAIN-JOB(3)
           MOVE "CBATCH02" TO WS-CHAIN-PRED(3)
           MOVE "CBATCH04" TO WS-CHAIN-JOB(4)
           MOVE "CBATCH16" TO WS-CHAIN-PRED(4)
           MOVE "CBATCH05" TO WS-CHAIN-JOB(5)
           MOVE "CBATCH04" TO WS-CHAIN-PRED(5)
           MOVE "CBATCH19" TO WS-CHAIN-JOB(6)
           MOVE SPACES TO WS-CHAIN-PRED(6)

           MOVE SPACES TO WS-RUNCTL-LINE
           MOVE WS-TODAY TO RL-DATE
      *******************************************************************

           MOVE SPACES TO WS-PREDECESSOR
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 6
               IF WS-CHAIN-JOB(WS-CX) = RC-JOB-NAME
                   MOVE WS-CHAIN-PRED(WS-CX) TO WS-PREDECESSOR
               END-IF
