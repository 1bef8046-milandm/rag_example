           05 WS-NOW-MINS       PIC 9(4).
           05 WS-LOCK-MINS      PIC 9(4).
           05 WS-AGE-MINUTES    PIC S9(9).
           COPY AUDITREQ.
           COPY DIRNORMWS.

       LINKAGE SECTION.
                           DISPLAY "STALE LOCK FROM STATION "
                                   CL-HELD-BY " ON GAME " CL-GAME-ID
                                   " CLEARED"
                           MOVE "STALE FROM " TO AU-NOTE
                           PERFORM E-AUDIT-LOCK-EVENT
                       ELSE
                           MOVE LOCK-STATION TO CL-HELD-BY
                           SET CL-IN-USE TO TRUE
                           MOVE "DENIED BY " TO AU-NOTE
                           PERFORM E-AUDIT-LOCK-EVENT
                       END-IF
                   END-IF
           END-READ
           END-IF
           .

           E-AUDIT-LOCK-EVENT SECTION.

      *******************************************************************
      *   Refused claims and stale takeovers go on the audit trail as   *
      *   LOCK lines, naming the other station, so the CBATCH19 station *
      *   report can show which terminals are fighting over games and   *
      *   which keep leaving locks behind.  AU-NOTE arrives holding     *
      *   the wording; the other station is appended at column 12.      *
      *******************************************************************

           MOVE CL-HELD-BY TO AU-NOTE(12:8)
           MOVE CL-GAME-ID TO AU-GAME-ID
           MOVE "LOCK" TO AU-ACTION
           MOVE SPACES TO AU-STATUS
           CALL "CSUB010" USING AUDIT-REQUEST
           END-CALL
           .

           COPY DIRNORM.
