       01 WS-REPORT-DATE        PIC X(8).
       01 WS-LINES-SHOWN        PIC 9(5).
      *******************************************************************
      *   The chain's six jobs in running order, each with the last     *
      *   status seen tonight, so the summary says at a glance whether  *
      *   the night completed.                                          *
      *******************************************************************
       01 WS-CHAIN-SUMMARY.
           05 WS-CS-ENTRY OCCURS 6 TIMES.
               10 CS-JOB        PIC X(8).
               10 CS-LAST       PIC X.
       01 WS-CX                 PIC 9.
           MOVE 0 TO WS-LINES-SHOWN
           MOVE "CBATCH01" TO CS-JOB(1)
           MOVE "CBATCH02" TO CS-JOB(2)
           MOVE "CBATCH16" TO CS-JOB(3)
           MOVE "CBATCH04" TO CS-JOB(4)
           MOVE "CBATCH05" TO CS-JOB(5)
           MOVE "CBATCH19" TO CS-JOB(6)
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 6
               MOVE SPACE TO CS-LAST(WS-CX)
           END-PERFORM

      *                    D-NOTE-LAST-STATUS SECTION                   *
      *******************************************************************

           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 6
               IF CS-JOB(WS-CX) = RL-JOB
                   MOVE RL-STATUS TO CS-LAST(WS-CX)
               END-IF

           DISPLAY " "
           DISPLAY "CHAIN SUMMARY:"
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 6
               EVALUATE CS-LAST(WS-CX)
                   WHEN 'C'
                       DISPLAY "  " CS-JOB(WS-CX)
