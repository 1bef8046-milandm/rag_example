       FD MOVEIDX-FILE.
           COPY MOVEIDX.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(80).
       FD SETUPB-FILE.
       01 SETUPB-RECORD           PIC X(116).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
