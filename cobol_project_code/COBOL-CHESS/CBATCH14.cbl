      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CBATCH14.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PLAYER-ID
           FILE STATUS IS WS-PLAYER-STATUS
           .
           SELECT RATING-FILE ASSIGN TO DYNAMIC WS-RATING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RATING-STATUS
           .
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS
           .
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PLAYER-FILE.
           COPY PLAYREC.
       FD RATING-FILE.
           COPY RATEREC.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 SWITCH-EOF       PIC X.
               88 EOF-Y        VALUE 'Y'.
               88 NOT-EOF      VALUE 'N'.
      *    Open flags: the file statuses move on with every read, so
      *    they cannot say afterwards whether a file is open.
           05 SWITCH-MASTER    PIC X VALUE 'N'.
               88 MASTER-OPEN  VALUE 'Y'.
           05 SWITCH-RATINGS   PIC X VALUE 'N'.
               88 RATINGS-OPEN VALUE 'Y'.
           05 SWITCH-REPORT    PIC X VALUE 'N'.
               88 REPORT-OPEN  VALUE 'Y'.
       01 WS-PLAYER-STATUS     PIC XX.
           88 WS-PLAYER-OK     VALUE '00'.
       01 WS-RATING-STATUS     PIC XX.
           88 WS-RATING-OK     VALUE '00'.
       01 WS-REPORT-STATUS     PIC XX.
           88 WS-REPORT-OK     VALUE '00'.
       01 WS-SAVE-CONFIG.
      *    Same CHESS_SAVE_DIR convention as CSUB002/CSUB003.
           05 WS-SAVE-DIR       PIC X(100) VALUE
              "C:\Users\xxbystea\".
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-PLAYER-PATH    PIC X(150).
           05 WS-RATING-PATH    PIC X(150).
           05 WS-REPORT-PATH    PIC X(150).
      *******************************************************************
      *   The notice window: CHESS_RENEWAL_DAYS in the environment      *
      *   (default 30) - a member paid through a date no later than     *
      *   today plus the window is due for renewal.                     *
      *******************************************************************
       01 WS-WINDOW-WORK.
           05 WS-ENV-DAYS       PIC X(8).
           05 WS-WINDOW-DAYS    PIC 9(3) VALUE 30.
           05 WS-TODAY          PIC 9(8).
           05 WS-TODAY-INT      PIC 9(8).
           05 WS-DUE-BY         PIC 9(8).
           05 WS-PAID-INT       PIC 9(8).
      *    Which list the pass over the master is building: D due
      *    within the window, L lapsed, N no payment on file.
       01 WS-WANTED-KIND        PIC X.
       01 WS-MEMBER-KIND        PIC X.
       01 WS-POOL-LIST          PIC X(3) VALUE "SRB".
       01 WS-PX                 PIC 9.
       01 WS-LAST-PLAYED        PIC 9(8).
       01 WS-TALLIES.
           05 WS-MEMBERS-READ   PIC 9(5) VALUE 0.
           05 WS-MEMBERS-DUE    PIC 9(5) VALUE 0.
           05 WS-MEMBERS-LAPSED PIC 9(5) VALUE 0.
           05 WS-MEMBERS-NONE   PIC 9(5) VALUE 0.
           05 WS-KIND-COUNT     PIC 9(5).
       01 WS-TITLE-LINE.
           05 FILLER            PIC X(30) VALUE
              "MEMBERSHIP RENEWAL NOTICES - ".
           05 WT-TODAY          PIC 9(8).
           05 FILLER            PIC X(16) VALUE "  WINDOW (DAYS) ".
           05 WT-DAYS           PIC ZZ9.
       01 WS-SECTION-LINE       PIC X(100).
       01 WS-HEADING-1.
           05 FILLER            PIC X(52) VALUE
              "MEMBER ID            NAME".
           05 FILLER            PIC X(48) VALUE
              "CL PAIDTHRU LASTPLAY LAST PAID  DAYS".
       01 WS-HEADING-2          PIC X(100) VALUE ALL "-".
      *    DAYS is the days left to run on a due member and the days
      *    since expiry on a lapsed one.
       01 WS-DETAIL-LINE.
           05 WD-PLAYER-ID      PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-NAME           PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-CLASS          PIC X.
           05 FILLER            PIC XX VALUE SPACES.
           05 WD-PAID-THRU      PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-LAST-PLAYED    PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WD-AMOUNT         PIC ZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WD-DAYS           PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER            PIC X(20) VALUE "  MEMBERS LISTED:   ".
           05 WC-COUNT          PIC ZZZZ9.
           05 FILLER            PIC X(75) VALUE SPACES.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM A-INIT
           IF MASTER-OPEN AND REPORT-OPEN
               MOVE 'D' TO WS-WANTED-KIND
               MOVE "DUE FOR RENEWAL" TO WS-SECTION-LINE
               PERFORM B-LIST-ONE-KIND
               MOVE 'L' TO WS-WANTED-KIND
               MOVE "LAPSED" TO WS-SECTION-LINE
               PERFORM B-LIST-ONE-KIND
               MOVE 'N' TO WS-WANTED-KIND
               MOVE "NO SUBSCRIPTION ON FILE" TO WS-SECTION-LINE
               PERFORM B-LIST-ONE-KIND
           END-IF
           PERFORM E-CLOSE-FILES

           DISPLAY "MEMBERS READ:        " WS-MEMBERS-READ
           DISPLAY "DUE FOR RENEWAL:     " WS-MEMBERS-DUE
           DISPLAY "LAPSED:              " WS-MEMBERS-LAPSED
           DISPLAY "NO SUBSCRIPTION:     " WS-MEMBERS-NONE

           GOBACK.

           A-INIT SECTION.

      *******************************************************************
      *   Monthly renewal notices for the treasurer.  Active members    *
      *   whose subscription runs out within the window, those already  *
      *   lapsed, and those with no payment recorded at all, each with  *
      *   the last date they played in any rating pool so the           *
      *   committee can tell a lapsed regular from a member who has     *
      *   drifted away.  Life members never appear.                     *
      *******************************************************************

           MOVE SPACES TO WS-ENV-SAVE-DIR
           ACCEPT WS-ENV-SAVE-DIR FROM ENVIRONMENT "CHESS_SAVE_DIR"
           IF WS-ENV-SAVE-DIR NOT = SPACES
               MOVE WS-ENV-SAVE-DIR TO WS-SAVE-DIR
           END-IF
           PERFORM Z-NORMALIZE-SAVE-DIR

           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_PLAYER.DAT" DELIMITED BY SIZE
                  INTO WS-PLAYER-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RATING.DAT" DELIMITED BY SIZE
                  INTO WS-RATING-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_RENEWALS.TXT" DELIMITED BY SIZE
                  INTO WS-REPORT-PATH

           MOVE SPACES TO WS-ENV-DAYS
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT "CHESS_RENEWAL_DAYS"
           IF WS-ENV-DAYS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-ENV-DAYS) = 0
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-ENV-DAYS)
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-DUE-BY = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + WS-WINDOW-DAYS)

      *    No rating master just means no last-played dates yet.
           OPEN INPUT RATING-FILE
           IF WS-RATING-OK
               SET RATINGS-OPEN TO TRUE
           END-IF
           OPEN INPUT PLAYER-FILE
           IF NOT WS-PLAYER-OK
               DISPLAY "NO MEMBER MASTER FOUND - NOTHING TO REPORT"
           ELSE
               SET MASTER-OPEN TO TRUE
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY "CANNOT CREATE RENEWAL REPORT FILE"
               ELSE
                   SET REPORT-OPEN TO TRUE
                   MOVE WS-TODAY TO WT-TODAY
                   MOVE WS-WINDOW-DAYS TO WT-DAYS
                   WRITE REPORT-RECORD FROM WS-TITLE-LINE
               END-IF
           END-IF
           .

           B-LIST-ONE-KIND SECTION.

      *******************************************************************
      *   One pass of the master per list, so each list comes out in    *
      *   member-id order without a sort.                               *
      *******************************************************************

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           MOVE 0 TO WS-KIND-COUNT

           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLAYER-FILE KEY IS NOT LESS THAN PM-PLAYER-ID
               INVALID KEY
                   SET EOF-Y TO TRUE
               NOT INVALID KEY
                   SET NOT-EOF TO TRUE
           END-START
           PERFORM UNTIL EOF-Y
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       SET EOF-Y TO TRUE
                   NOT AT END
                       IF WS-WANTED-KIND = 'D'
                           ADD 1 TO WS-MEMBERS-READ
                       END-IF
                       PERFORM C-CLASSIFY-MEMBER
                       IF WS-MEMBER-KIND = WS-WANTED-KIND
                           PERFORM D-WRITE-MEMBER-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-KIND-COUNT TO WC-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           .

           C-CLASSIFY-MEMBER SECTION.

      *******************************************************************
      *   The same rule CSUB011 applies at play time: a paid-through    *
      *   date before today is lapsed, a zero date is no payment on     *
      *   file; retired and life members are never listed.              *
      *******************************************************************

           MOVE SPACE TO WS-MEMBER-KIND
           IF PM-PAID-THRU IS NOT NUMERIC
               MOVE 0 TO PM-PAID-THRU
           END-IF
           IF PM-AMOUNT-PAID IS NOT NUMERIC
               MOVE 0 TO PM-AMOUNT-PAID
           END-IF
           EVALUATE TRUE
               WHEN PM-ACTIVE-FLAG NOT = 'Y'
                   CONTINUE
               WHEN PM-CLASS-LIFE
                   CONTINUE
               WHEN PM-PAID-THRU = 0
                   MOVE 'N' TO WS-MEMBER-KIND
               WHEN PM-PAID-THRU < WS-TODAY
                   MOVE 'L' TO WS-MEMBER-KIND
               WHEN PM-PAID-THRU NOT > WS-DUE-BY
                   MOVE 'D' TO WS-MEMBER-KIND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

           D-WRITE-MEMBER-LINE SECTION.

      *******************************************************************
      *   Last played is the latest RM-LAST-PLAYED across the member's  *
      *   standard, rapid and blitz ratings.                            *
      *******************************************************************

           MOVE 0 TO WS-LAST-PLAYED
           IF RATINGS-OPEN
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
                   MOVE PM-PLAYER-ID TO RM-PLAYER-ID
                   MOVE WS-POOL-LIST(WS-PX:1) TO RM-POOL
                   READ RATING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RM-LAST-PLAYED IS NUMERIC
                              AND RM-LAST-PLAYED > WS-LAST-PLAYED
                               MOVE RM-LAST-PLAYED TO WS-LAST-PLAYED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE PM-PLAYER-ID TO WD-PLAYER-ID
           MOVE PM-FULL-NAME TO WD-NAME
           MOVE PM-MEMBER-CLASS TO WD-CLASS
           MOVE PM-PAID-THRU TO WD-PAID-THRU
           MOVE WS-LAST-PLAYED TO WD-LAST-PLAYED
           MOVE PM-AMOUNT-PAID TO WD-AMOUNT
           MOVE 0 TO WD-DAYS
           IF PM-PAID-THRU > 0
               COMPUTE WS-PAID-INT =
                       FUNCTION INTEGER-OF-DATE(PM-PAID-THRU)
               IF WS-MEMBER-KIND = 'D'
                   COMPUTE WD-DAYS = WS-PAID-INT - WS-TODAY-INT
               ELSE
                   COMPUTE WD-DAYS = WS-TODAY-INT - WS-PAID-INT
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           ADD 1 TO WS-KIND-COUNT
           EVALUATE WS-MEMBER-KIND
               WHEN 'D'
                   ADD 1 TO WS-MEMBERS-DUE
               WHEN 'L'
                   ADD 1 TO WS-MEMBERS-LAPSED
               WHEN OTHER
                   ADD 1 TO WS-MEMBERS-NONE
           END-EVALUATE
           .

           E-CLOSE-FILES SECTION.

      *******************************************************************
      *                      E-CLOSE-FILES SECTION                      *
      *******************************************************************

           IF RATINGS-OPEN
               CLOSE RATING-FILE
           END-IF
           IF MASTER-OPEN
               CLOSE PLAYER-FILE
           END-IF
           IF REPORT-OPEN
               CLOSE REPORT-FILE
           END-IF
           .

           COPY DIRNORM.
