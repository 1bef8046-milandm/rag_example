      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH19.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS
           .
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOCK-GAME-ID
           FILE STATUS IS WS-LOCK-STATUS
           .
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(80).
       FD LOCK-FILE.
           COPY LOCKREC.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
      *    Open flag: the file status moves on with every write, so it
      *    cannot say afterwards whether the report is open.
           05 SWITCH-REPORT    PIC X VALUE 'N'.
               88 REPORT-OPEN  VALUE 'Y'.
           05 SWITCH-FAILED    PIC X.
               88 LINE-FAILED      VALUE 'Y'.
               88 LINE-SUCCEEDED   VALUE 'N'.
       01 WS-AUDIT-STATUS      PIC XX.
           88 WS-AUDIT-OK      VALUE '00'.
       01 WS-LOCK-STATUS       PIC XX.
           88 WS-LOCK-OK       VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           88 WS-REPORT-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-AUDIT-PATH     PIC X(150).
           05 WS-LOCK-PATH      PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
      *******************************************************************
      *   The day reported is today unless CHESS_ACTIVITY_DATE names    *
      *   another (a rerun for a missed night).  A lock is listed once  *
      *   it is older than CHESS_LOCK_STALE_MIN minutes, the threshold  *
      *   CSUB008 clears stale locks at; a station goes on the          *
      *   exceptions list once more than CHESS_STATION_FAIL_PCT per     *
      *   cent of its actions failed.                                   *
      *******************************************************************
       01 WS-REPORT-CONFIG.
           05 WS-ENV-VALUE      PIC X(8).
           05 WS-REPORT-DATE    PIC 9(8).
           05 WS-STALE-MINUTES  PIC 9(6) VALUE 120.
           05 WS-FAIL-PCT       PIC 9(3) VALUE 10.
       01 WS-CLOCK.
           05 WS-NOW-DATE       PIC 9(8).
           05 WS-NOW-TIME-RAW   PIC 9(8).
           05 WS-NOW-TIME       PIC 9(6).
           05 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
               10 WS-NOW-HH     PIC 99.
               10 WS-NOW-MI     PIC 99.
               10 WS-NOW-SS     PIC 99.
       01 WS-LOCK-TIME-X        PIC 9(6).
       01 WS-LOCK-TIME-SPLIT REDEFINES WS-LOCK-TIME-X.
           05 WS-LOCK-HH        PIC 99.
           05 WS-LOCK-MI        PIC 99.
           05 WS-LOCK-SS        PIC 99.
       01 WS-AGE-WORK.
           05 WS-NOW-DAYS       PIC 9(7).
           05 WS-LOCK-DAYS      PIC 9(7).
           05 WS-NOW-MINS       PIC 9(4).
           05 WS-LOCK-MINS      PIC 9(4).
           05 WS-AGE-MINUTES    PIC S9(9).
      *******************************************************************
      *   One entry per station seen on the day's audit lines.  LOCK    *
      *   lines are written by CSUB008 for refused claims and stale     *
      *   takeovers; they count against the station that asked, and a   *
      *   takeover also counts against the station that left the lock   *
      *   behind.  They are not actions of their own, so they take no   *
      *   part in the failure rate.                                     *
      *******************************************************************
       01 WS-STATION-TABLE.
           05 WS-SA-MAX         PIC 9(3) VALUE 50.
           05 WS-SA-COUNT       PIC 9(3) VALUE 0.
           05 WS-SA-ENTRY OCCURS 50 TIMES.
               10 SA-STATION    PIC X(8).
               10 SA-ACTIONS    PIC 9(5).
               10 SA-LOADS      PIC 9(5).
               10 SA-SAVES      PIC 9(5).
               10 SA-TAKEBACKS  PIC 9(5).
               10 SA-IMPORTS    PIC 9(5).
               10 SA-OTHER      PIC 9(5).
               10 SA-FAILED     PIC 9(5).
               10 SA-DENIED     PIC 9(5).
               10 SA-STALE-TAKEN PIC 9(5).
               10 SA-STALE-LEFT PIC 9(5).
               10 SA-FAIL-RATE  PIC 9(3)V9.
               10 SA-EXCEPTION  PIC X.
       01 WS-SX                 PIC 9(3).
       01 WS-SY                 PIC 9(3).
       01 WS-FIND-STATION       PIC X(8).
      *******************************************************************
      *   The same day broken down by station, action and file status.  *
      *******************************************************************
       01 WS-STATUS-TABLE.
           05 WS-SC-MAX         PIC 9(3) VALUE 300.
           05 WS-SC-COUNT       PIC 9(3) VALUE 0.
           05 WS-SC-ENTRY OCCURS 300 TIMES.
               10 SC-STATION    PIC X(8).
               10 SC-ACTION     PIC X(8).
               10 SC-STATUS     PIC XX.
               10 SC-COUNT      PIC 9(5).
       01 WS-CX                 PIC 9(3).
       01 WS-TALLIES.
           05 WS-LINES-READ     PIC 9(7) VALUE 0.
           05 WS-LINES-TODAY    PIC 9(7) VALUE 0.
           05 WS-LINES-UNCOUNTED PIC 9(7) VALUE 0.
           05 WS-STALE-LOCKS    PIC 9(5) VALUE 0.
           05 WS-EXCEPTIONS     PIC 9(5) VALUE 0.
       01 WS-TITLE-LINE.
           05 FILLER            PIC X(26) VALUE
              "STATION ACTIVITY REPORT - ".
           05 WT-DATE           PIC 9(8).
           05 FILLER            PIC X(22) VALUE
              "   FAILURE THRESHOLD ".
           05 WT-FAIL-PCT       PIC ZZ9.
           05 FILLER            PIC X(21) VALUE
              "%   STALE LOCKS AFTER".
           05 WT-STALE          PIC ZZZZZ9.
           05 FILLER            PIC X(14) VALUE " MIN".
       01 WS-SECTION-LINE       PIC X(100).
       01 WS-RULE-LINE          PIC X(100) VALUE ALL "-".
       01 WS-SUMMARY-HEADING.
           05 FILLER            PIC X(51) VALUE
              "STATION  ACTIONS  LOADS  SAVES TAKEBK IMPORT  OTHER".
           05 FILLER            PIC X(49) VALUE
              " FAILED FAIL%  DENIED STALE-TKN STALE-LEFT".
       01 WS-SUMMARY-LINE.
           05 WM-STATION        PIC X(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WM-ACTIONS        PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-LOADS          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-SAVES          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-TAKEBACKS      PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-IMPORTS        PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-OTHER          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-FAILED         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WM-FAIL-RATE      PIC ZZ9.9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WM-DENIED         PIC ZZZZ9.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WM-STALE-TAKEN    PIC ZZZZ9.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 WM-STALE-LEFT     PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 WM-FLAG           PIC X(2).
           05 FILLER            PIC X(10) VALUE SPACES.
       01 WS-STATUS-HEADING     PIC X(100) VALUE
              "STATION   ACTION    STATUS  COUNT".
       01 WS-STATUS-LINE.
           05 WB-STATION        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WB-ACTION         PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WB-STATUS         PIC XX.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WB-COUNT          PIC ZZZZZ9.
           05 FILLER            PIC X(69) VALUE SPACES.
       01 WS-LOCK-HEADING       PIC X(100) VALUE
              "GAME ID     STATION   LOCKED ON        AGE (MIN)".
       01 WS-LOCK-LINE.
           05 WK-GAME-ID        PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WK-STATION        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WK-DATE           PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WK-TIME           PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WK-AGE            PIC X(9).
           05 FILLER            PIC X(51) VALUE SPACES.
       01 WS-AGE-EDIT           PIC ZZZZZZZZ9.
       01 WS-FAILED-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WX-AUDIT-TEXT     PIC X(70).
           05 FILLER            PIC X(26) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WC-LABEL          PIC X(30).
           05 WC-COUNT          PIC ZZZZZZ9.
           05 FILLER            PIC X(63) VALUE SPACES.
           COPY AUDITL.
           COPY RUNREQ.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM Y-CHECK-RUN-CONTROL
           IF RC-BLOCKED
               GOBACK
           END-IF

           PERFORM A-INIT
           PERFORM B-TALLY-AUDIT-TRAIL
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CANNOT CREATE STATION ACTIVITY REPORT - STATUS "
                       WS-REPORT-STATUS
           ELSE
               SET REPORT-OPEN TO TRUE
               PERFORM C-WRITE-STATION-SUMMARY
               PERFORM D-WRITE-STATUS-BREAKDOWN
               PERFORM E-LIST-STALE-LOCKS
               PERFORM F-WRITE-EXCEPTIONS
               CLOSE REPORT-FILE
           END-IF

           DISPLAY "AUDIT LINES READ:    " WS-LINES-READ
           DISPLAY "LINES FOR " WS-REPORT-DATE ":  " WS-LINES-TODAY
           DISPLAY "STATIONS SEEN:       " WS-SA-COUNT
           DISPLAY "STALE LOCKS LISTED:  " WS-STALE-LOCKS
           DISPLAY "STATION EXCEPTIONS:  " WS-EXCEPTIONS
           IF WS-LINES-UNCOUNTED > 0
               DISPLAY "LINES NOT COUNTED (TABLES FULL): "
                       WS-LINES-UNCOUNTED
           END-IF

           PERFORM Y2-POST-RUN-END

           GOBACK.

           Y-CHECK-RUN-CONTROL SECTION.

      *******************************************************************
      *   In the chain table so the morning CRPT04 check shows it, but  *
      *   with no predecessor: the report is wanted most on the nights  *
      *   the other steps fail.                                         *
      *******************************************************************

           MOVE "CBATCH19" TO RC-JOB-NAME
           SET RC-CHECK-START TO TRUE
           CALL "CSUB013" USING RUN-CONTROL-REQUEST
           END-CALL
           IF RC-BLOCKED
               DISPLAY "CBATCH19 NOT STARTED - PREDECESSOR "
                       RC-BLOCKED-BY " HAS NOT COMPLETED CLEAN "
                       "TONIGHT"
           END-IF
           .

           Y2-POST-RUN-END SECTION.

      *******************************************************************
      *   Exceptions are findings for the committee, not a reason to    *
      *   fail the step; only a report that could not be written is.    *
      *******************************************************************

           MOVE "CBATCH19" TO RC-JOB-NAME
           IF REPORT-OPEN
               SET RC-END-CLEAN TO TRUE
           ELSE
               SET RC-END-FAILED TO TRUE
           END-IF
           CALL "CSUB013" USING RUN-CONTROL-REQUEST
           END-CALL
           .

           A-INIT SECTION.

      *******************************************************************
      *   Daily station activity and exception report.  The day's       *
      *   CHESS_AUDIT.TXT lines are grouped by the station that wrote   *
      *   them: loads, saves, takebacks, imports and everything else,   *
      *   how many failed on file status, lock claims refused and stale *
      *   locks taken over or left behind, then the same day by action  *
      *   and file status.  Every CHESS_LOCKS record older than the     *
      *   stale threshold is listed, and any station whose failure rate *
      *   is over the limit goes on the exceptions list with its failed *
      *   lines, so a terminal that keeps failing is spotted before the *
      *   members notice.                                               *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR

           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_AUDIT.TXT" DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_LOCKS.DAT" DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_STATION_REPORT.TXT" DELIMITED BY SIZE
                  INTO WS-REPORT-PATH

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW FROM TIME
           MOVE WS-NOW-TIME-RAW(1:6) TO WS-NOW-TIME

           MOVE WS-NOW-DATE TO WS-REPORT-DATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHESS_ACTIVITY_DATE"
           IF WS-ENV-VALUE IS NUMERIC
               MOVE WS-ENV-VALUE TO WS-REPORT-DATE
           END-IF
      *    Operators key the minutes and the percentage unpadded, so
      *    the values are converted rather than demanded in full.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHESS_LOCK_STALE_MIN"
           IF WS-ENV-VALUE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-VALUE) = 0
               COMPUTE WS-STALE-MINUTES =
                   FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "CHESS_STATION_FAIL_PCT"
           IF WS-ENV-VALUE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-VALUE) = 0
               COMPUTE WS-FAIL-PCT = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           .

           B-TALLY-AUDIT-TRAIL SECTION.

      *******************************************************************
      *                   B-TALLY-AUDIT-TRAIL SECTION                   *
      *******************************************************************

           SET NOT-EOF TO TRUE
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "NO AUDIT TRAIL FOUND - NO ACTIVITY TO REPORT"
           ELSE
               PERFORM UNTIL EOF-Y
                   MOVE SPACES TO WS-AUDIT-LINE
                   READ AUDIT-FILE INTO WS-AUDIT-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           IF AL-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-LINES-TODAY
                               PERFORM B2-COUNT-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF

           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SA-COUNT
               MOVE 0 TO SA-FAIL-RATE(WS-SX)
               MOVE 'N' TO SA-EXCEPTION(WS-SX)
               IF SA-ACTIONS(WS-SX) > 0
                   COMPUTE SA-FAIL-RATE(WS-SX) ROUNDED =
                       SA-FAILED(WS-SX) * 100 / SA-ACTIONS(WS-SX)
                   IF SA-FAIL-RATE(WS-SX) > WS-FAIL-PCT
                       MOVE 'Y' TO SA-EXCEPTION(WS-SX)
                       ADD 1 TO WS-EXCEPTIONS
                   END-IF
               END-IF
           END-PERFORM
           .

           B2-COUNT-ONE-LINE SECTION.

      *******************************************************************
      *   A file status outside the 0x successful range is a failure;   *
      *   lines with no status (imports, results) never fail here.      *
      *******************************************************************

           MOVE AL-STATION TO WS-FIND-STATION
           PERFORM G-FIND-STATION
           IF WS-SX = 0
               ADD 1 TO WS-LINES-UNCOUNTED
           ELSE
               PERFORM B3-COUNT-STATUS
               IF AL-ACTION = "LOCK"
                   EVALUATE TRUE
                       WHEN AL-NOTE(1:6) = "DENIED"
                           ADD 1 TO SA-DENIED(WS-SX)
                       WHEN AL-NOTE(1:5) = "STALE"
                           ADD 1 TO SA-STALE-TAKEN(WS-SX)
                           MOVE AL-NOTE(12:8) TO WS-FIND-STATION
                           PERFORM G-FIND-STATION
                           IF WS-SX > 0
                               ADD 1 TO SA-STALE-LEFT(WS-SX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   ADD 1 TO SA-ACTIONS(WS-SX)
                   EVALUATE AL-ACTION
                       WHEN "LOAD"
                           ADD 1 TO SA-LOADS(WS-SX)
                       WHEN "SAVE"
                           ADD 1 TO SA-SAVES(WS-SX)
                       WHEN "TAKEBACK"
                           ADD 1 TO SA-TAKEBACKS(WS-SX)
                       WHEN "IMPORT"
                           ADD 1 TO SA-IMPORTS(WS-SX)
                       WHEN OTHER
                           ADD 1 TO SA-OTHER(WS-SX)
                   END-EVALUATE
                   PERFORM B4-CHECK-FAILED
                   IF LINE-FAILED
                       ADD 1 TO SA-FAILED(WS-SX)
                   END-IF
               END-IF
           END-IF
           .

           B3-COUNT-STATUS SECTION.

      *******************************************************************
      *                     B3-COUNT-STATUS SECTION                     *
      *******************************************************************

           MOVE 0 TO WS-CX
           PERFORM VARYING WS-SY FROM 1 BY 1 UNTIL WS-SY > WS-SC-COUNT
               IF SC-STATION(WS-SY) = SA-STATION(WS-SX)
                  AND SC-ACTION(WS-SY) = AL-ACTION
                  AND SC-STATUS(WS-SY) = AL-STATUS
                   MOVE WS-SY TO WS-CX
                   MOVE WS-SC-COUNT TO WS-SY
               END-IF
           END-PERFORM
           IF WS-CX = 0 AND WS-SC-COUNT < WS-SC-MAX
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-CX
               MOVE SA-STATION(WS-SX) TO SC-STATION(WS-CX)
               MOVE AL-ACTION TO SC-ACTION(WS-CX)
               MOVE AL-STATUS TO SC-STATUS(WS-CX)
               MOVE 0 TO SC-COUNT(WS-CX)
           END-IF
           IF WS-CX > 0
               ADD 1 TO SC-COUNT(WS-CX)
           END-IF
           .

           B4-CHECK-FAILED SECTION.

      *******************************************************************
      *                     B4-CHECK-FAILED SECTION                     *
      *******************************************************************

           SET LINE-SUCCEEDED TO TRUE
           IF AL-STATUS NOT = SPACES
              AND AL-STATUS(1:1) NOT = '0'
               SET LINE-FAILED TO TRUE
           END-IF
           .

           C-WRITE-STATION-SUMMARY SECTION.

      *******************************************************************
      *   Stations in the order they first appear on the day's trail;   *
      *   ** marks one over the failure threshold.                      *
      *******************************************************************

           MOVE WS-REPORT-DATE TO WT-DATE
           MOVE WS-FAIL-PCT TO WT-FAIL-PCT
           MOVE WS-STALE-MINUTES TO WT-STALE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACTIVITY BY STATION" TO WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SUMMARY-HEADING
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SA-COUNT
               MOVE SA-STATION(WS-SX) TO WM-STATION
               MOVE SA-ACTIONS(WS-SX) TO WM-ACTIONS
               MOVE SA-LOADS(WS-SX) TO WM-LOADS
               MOVE SA-SAVES(WS-SX) TO WM-SAVES
               MOVE SA-TAKEBACKS(WS-SX) TO WM-TAKEBACKS
               MOVE SA-IMPORTS(WS-SX) TO WM-IMPORTS
               MOVE SA-OTHER(WS-SX) TO WM-OTHER
               MOVE SA-FAILED(WS-SX) TO WM-FAILED
               MOVE SA-FAIL-RATE(WS-SX) TO WM-FAIL-RATE
               MOVE SA-DENIED(WS-SX) TO WM-DENIED
               MOVE SA-STALE-TAKEN(WS-SX) TO WM-STALE-TAKEN
               MOVE SA-STALE-LEFT(WS-SX) TO WM-STALE-LEFT
               IF SA-EXCEPTION(WS-SX) = 'Y'
                   MOVE "**" TO WM-FLAG
               ELSE
                   MOVE SPACES TO WM-FLAG
               END-IF
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM
           IF WS-SA-COUNT = 0
               MOVE "  NO AUDITED ACTIVITY ON THIS DATE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

           D-WRITE-STATUS-BREAKDOWN SECTION.

      *******************************************************************
      *   Grouped by station, each station's actions in the order they  *
      *   first appeared.                                               *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACTIONS BY FILE STATUS" TO WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-STATUS-HEADING
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SA-COUNT
               PERFORM VARYING WS-SY FROM 1 BY 1
                       UNTIL WS-SY > WS-SC-COUNT
                   IF SC-STATION(WS-SY) = SA-STATION(WS-SX)
                       MOVE SC-STATION(WS-SY) TO WB-STATION
                       MOVE SC-ACTION(WS-SY) TO WB-ACTION
                       MOVE SC-STATUS(WS-SY) TO WB-STATUS
                       MOVE SC-COUNT(WS-SY) TO WB-COUNT
                       WRITE REPORT-RECORD FROM WS-STATUS-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

           E-LIST-STALE-LOCKS SECTION.

      *******************************************************************
      *   Every lock older than the stale threshold, in game-id order.  *
      *   The file is only read: CSUB008 clears a stale lock when the   *
      *   next station claims the game, not before.                     *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-SECTION-LINE
           STRING "LOCKS OLDER THAN " DELIMITED BY SIZE
                  WT-STALE DELIMITED BY SIZE
                  " MINUTES" DELIMITED BY SIZE
                  INTO WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-LOCK-HEADING
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           SET NOT-EOF TO TRUE
           OPEN INPUT LOCK-FILE
           IF NOT WS-LOCK-OK
               MOVE "  NO LOCK FILE - NO GAMES OPEN" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE LOW-VALUES TO LOCK-GAME-ID
               START LOCK-FILE KEY IS NOT LESS THAN LOCK-GAME-ID
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ LOCK-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           PERFORM E2-CHECK-ONE-LOCK
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
               IF WS-STALE-LOCKS = 0
                   MOVE "  NONE" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF
           .

           E2-CHECK-ONE-LOCK SECTION.

      *******************************************************************
      *   Lock age in minutes, worked out the way CSUB008 does; an      *
      *   unreadable stamp counts as infinitely old, as it does there.  *
      *******************************************************************

           IF LOCK-STAMP IS NUMERIC
              AND LOCK-DATE > 19000101 AND LOCK-DATE < 30000101
               COMPUTE WS-NOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
               COMPUTE WS-LOCK-DAYS =
                   FUNCTION INTEGER-OF-DATE(LOCK-DATE)
               MOVE LOCK-TIME TO WS-LOCK-TIME-X
               COMPUTE WS-NOW-MINS = WS-NOW-HH * 60 + WS-NOW-MI
               COMPUTE WS-LOCK-MINS = WS-LOCK-HH * 60 + WS-LOCK-MI
               COMPUTE WS-AGE-MINUTES =
                   (WS-NOW-DAYS - WS-LOCK-DAYS) * 1440
                   + WS-NOW-MINS - WS-LOCK-MINS
           ELSE
               MOVE 999999999 TO WS-AGE-MINUTES
           END-IF
           IF WS-AGE-MINUTES > WS-STALE-MINUTES
               ADD 1 TO WS-STALE-LOCKS
               MOVE SPACES TO WS-LOCK-LINE
               MOVE LOCK-GAME-ID TO WK-GAME-ID
               MOVE LOCK-STATION TO WK-STATION
               IF LOCK-STAMP IS NUMERIC
                   MOVE LOCK-DATE TO WK-DATE
                   MOVE LOCK-TIME TO WK-TIME
               ELSE
                   MOVE 0 TO WK-DATE
                   MOVE 0 TO WK-TIME
               END-IF
               IF WS-AGE-MINUTES = 999999999
                   MOVE "UNREADABL" TO WK-AGE
               ELSE
                   MOVE WS-AGE-MINUTES TO WS-AGE-EDIT
                   MOVE WS-AGE-EDIT TO WK-AGE
               END-IF
               WRITE REPORT-RECORD FROM WS-LOCK-LINE
           END-IF
           .

           F-WRITE-EXCEPTIONS SECTION.

      *******************************************************************
      *   Each station over the failure threshold, then its failed      *
      *   audit lines for the day from a second pass of the trail.      *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-SECTION-LINE
           STRING "EXCEPTIONS - FAILURE RATE OVER " DELIMITED BY SIZE
                  WT-FAIL-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           IF WS-EXCEPTIONS = 0
               MOVE "  NO STATION OVER THE THRESHOLD" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SA-COUNT
                   IF SA-EXCEPTION(WS-SX) = 'Y'
                       PERFORM F2-LIST-STATION-FAILURES
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  AUDIT LINES FOR THE DATE:" TO WC-LABEL
           MOVE WS-LINES-TODAY TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  STALE LOCKS LISTED:" TO WC-LABEL
           MOVE WS-STALE-LOCKS TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  STATIONS OVER THRESHOLD:" TO WC-LABEL
           MOVE WS-EXCEPTIONS TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           .

           F2-LIST-STATION-FAILURES SECTION.

      *******************************************************************
      *                F2-LIST-STATION-FAILURES SECTION                 *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-SUMMARY-HEADING
           MOVE SA-STATION(WS-SX) TO WM-STATION
           MOVE SA-ACTIONS(WS-SX) TO WM-ACTIONS
           MOVE SA-LOADS(WS-SX) TO WM-LOADS
           MOVE SA-SAVES(WS-SX) TO WM-SAVES
           MOVE SA-TAKEBACKS(WS-SX) TO WM-TAKEBACKS
           MOVE SA-IMPORTS(WS-SX) TO WM-IMPORTS
           MOVE SA-OTHER(WS-SX) TO WM-OTHER
           MOVE SA-FAILED(WS-SX) TO WM-FAILED
           MOVE SA-FAIL-RATE(WS-SX) TO WM-FAIL-RATE
           MOVE SA-DENIED(WS-SX) TO WM-DENIED
           MOVE SA-STALE-TAKEN(WS-SX) TO WM-STALE-TAKEN
           MOVE SA-STALE-LEFT(WS-SX) TO WM-STALE-LEFT
           MOVE "**" TO WM-FLAG
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  FAILED ACTIONS:" TO REPORT-RECORD
           WRITE REPORT-RECORD

           SET NOT-EOF TO TRUE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-OK
               PERFORM UNTIL EOF-Y
                   MOVE SPACES TO WS-AUDIT-LINE
                   READ AUDIT-FILE INTO WS-AUDIT-LINE
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF AL-DATE = WS-REPORT-DATE
                              AND AL-STATION = SA-STATION(WS-SX)
                              AND AL-ACTION NOT = "LOCK"
                               PERFORM B4-CHECK-FAILED
                               IF LINE-FAILED
                                   MOVE WS-AUDIT-LINE TO WX-AUDIT-TEXT
                                   WRITE REPORT-RECORD
                                       FROM WS-FAILED-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           .

           G-FIND-STATION SECTION.

      *******************************************************************
      *   WS-SX comes back pointing at WS-FIND-STATION's entry, added   *
      *   if new, or zero once the table is full.                       *
      *******************************************************************

           MOVE 0 TO WS-SX
           PERFORM VARYING WS-SY FROM 1 BY 1 UNTIL WS-SY > WS-SA-COUNT
               IF SA-STATION(WS-SY) = WS-FIND-STATION
                   MOVE WS-SY TO WS-SX
                   MOVE WS-SA-COUNT TO WS-SY
               END-IF
           END-PERFORM
           IF WS-SX = 0 AND WS-SA-COUNT < WS-SA-MAX
               ADD 1 TO WS-SA-COUNT
               MOVE WS-SA-COUNT TO WS-SX
               INITIALIZE WS-SA-ENTRY(WS-SX)
               MOVE WS-FIND-STATION TO SA-STATION(WS-SX)
           END-IF
           .

           COPY DIRNORM.
