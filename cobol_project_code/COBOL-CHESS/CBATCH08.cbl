       FD INFILE.
           COPY SAVEREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(80).
       FD WORKLIST-FILE.
                       MOVE LV-BLACK-ID(WS-LX) TO AW-BLACK-ID
                       MOVE LV-PLY-COUNT(WS-LX) TO AW-PLY-COUNT
                       MOVE LV-LAST-DATE(WS-LX) TO AW-LAST-DATE
                       SET AW-STALE TO TRUE
                       WRITE WORKLIST-RECORD FROM WS-ARBWK-LINE
                       ADD 1 TO WS-GAMES-QUEUED
                   END-IF
