               88 GR-WHITE-WON    VALUE 'W'.
               88 GR-BLACK-WON    VALUE 'B'.
               88 GR-NO-WINNER    VALUE SPACE.
      *        Set by CSUB005: 'Y' once the ledger line is written, 'N'
      *        when the result was refused or could not be appended.
           05 GR-POST-FLAG    PIC X.
               88 GR-POSTED       VALUE 'Y'.
               88 GR-NOT-POSTED   VALUE 'N'.
