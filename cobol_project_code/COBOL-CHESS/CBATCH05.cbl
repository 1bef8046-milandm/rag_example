       FD INFILE.
           COPY SAVEREC.
       FD LEDGER-FILE.
       01 LEDGER-RECORD           PIC X(160).
       FD MOVEIDX-FILE.
           COPY MOVEIDX.
       FD POSHIST-FILE.
       01 POSHIST-RECORD          PIC X(160).
       FD SAVE-ARCH-FILE.
      *    Must hold a whole SAVE-RECORD (574 bytes) - a shorter
      *    archive record would truncate the last piece slots of
      *    every game purged from the live file.
       01 SAVE-ARCH-RECORD        PIC X(580).
       FD LOG-ARCH-FILE.
       01 LOG-ARCH-RECORD         PIC X(80).
       FD TEMP-FILE.
      *******************************************************************
      *   Last job of the nightly chain: held until the CBATCH04        *
      *   rating run has ended clean tonight - and since CBATCH04 is    *
      *   itself held on the reconciliation and the board audit, the    *
      *   purge can never run over a night CBATCH02 or CBATCH16 flagged.*
      *******************************************************************

           MOVE "CBATCH05" TO RC-JOB-NAME
