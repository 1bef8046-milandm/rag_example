           05 SAVE-WHITE-ELAPSED-SEC PIC 9(6).
           05 SAVE-BLACK-ELAPSED-SEC PIC 9(6).
           05 SAVE-TIME-BUDGET-SEC PIC 9(6).
           05 SAVE-CORR-DAYS-PER-MOVE PIC 9(3).
           05 SAVE-WHITE-REFLECT-DAYS PIC 9(3).
           05 SAVE-BLACK-REFLECT-DAYS PIC 9(3).
           05 SAVE-CORR-TURN-START PIC 9(8).
           05 SAVE-PIECE-SLOT OCCURS 32 TIMES.
               10 SAVE-IN-ID          PIC S99.
               10 SAVE-IN-X           PIC S99.
