       01 WS-MEMBER-ID          PIC X(20).
       01 WS-TODAY              PIC 9(8).
       01 WS-MEMBERS-LISTED     PIC 9(5).
       01 WS-FED-ID-IN          PIC X(12).
       01 WS-BIRTH-YEAR-IN      PIC X(4).
       01 WS-CLASS-IN           PIC X.
       01 WS-PAID-THRU-IN       PIC X(8).
       01 WS-AMOUNT-IN          PIC X(10).
       01 WS-AMOUNT-SHOW        PIC ZZ,ZZ9.99.
           COPY DIRNORMWS.
      *-----------------------
       PROCEDURE DIVISION.
                       PERFORM C-ADD-MEMBER
                   WHEN 'R'
                       PERFORM D-RETIRE-MEMBER
                   WHEN 'F'
                       PERFORM G-SET-FEDERATION
                   WHEN 'D'
                       PERFORM H-RECORD-DUES
                   WHEN 'L'
                       PERFORM E-LIST-MEMBERS
                   WHEN 'X'
                       SET UTIL-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "PLEASE ENTER A, R, F, D, L OR X"
               END-EVALUATE
           END-PERFORM
           GOBACK.
           A-INIT SECTION.

      *******************************************************************
      *   Member-master maintenance: adds members, retires them, takes  *
      *   their subscriptions and lists the register.  Every id keyed   *
      *   here is the one and only spelling the save and result         *
      *   validation will accept, which is what keeps the standings     *
      *   and rating rollups whole.                                     *
      *******************************************************************

           SET UTIL-RUNNING TO TRUE
           DISPLAY "MEMBER-MASTER MAINTENANCE"
           DISPLAY "  A - ADD A MEMBER"
           DISPLAY "  R - RETIRE A MEMBER"
           DISPLAY "  F - FEDERATION ID AND BIRTH YEAR"
           DISPLAY "  D - DUES PAYMENT AND MEMBERSHIP CLASS"
           DISPLAY "  L - LIST MEMBERS"
           DISPLAY "  X - EXIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY TO PM-JOIN-DATE
                   MOVE 'Y' TO PM-ACTIVE-FLAG
                   PERFORM G2-ASK-FEDERATION
                   MOVE 'A' TO PM-MEMBER-CLASS
                   MOVE 0 TO PM-PAID-THRU
                   MOVE 0 TO PM-AMOUNT-PAID
                   PERFORM H2-ASK-DUES
                   WRITE PLAYER-RECORD
                       INVALID KEY
                           DISPLAY "MEMBER " WS-MEMBER-ID
               DISPLAY "NO MEMBER MASTER FOUND"
           ELSE
               DISPLAY "MEMBER ID            NAME                     "
                       "      JOINED   ACT FED ID       BORN CL "
                       "PAID THRU"
               PERFORM UNTIL EOF-Y
                   READ PLAYER-FILE NEXT RECORD
                       AT END
                           ADD 1 TO WS-MEMBERS-LISTED
                           DISPLAY PM-PLAYER-ID " " PM-FULL-NAME " "
                                   PM-JOIN-DATE "  " PM-ACTIVE-FLAG
                                   "   " PM-FED-ID " " PM-BIRTH-YEAR
                                   " " PM-MEMBER-CLASS "  "
                                   PM-PAID-THRU
                   END-READ
               END-PERFORM
               CLOSE PLAYER-FILE
           END-IF
           .

           G-SET-FEDERATION SECTION.

      *******************************************************************
      *   Records the national federation id and birth year CBATCH13    *
      *   submits with every rated game; until a member has a           *
      *   federation id their games sit on its exceptions list.         *
      *******************************************************************

           DISPLAY "MEMBER ID: " WITH NO ADVANCING
           ACCEPT WS-MEMBER-ID
           PERFORM F-OPEN-MASTER
           IF WS-PLAYER-OK
               MOVE WS-MEMBER-ID TO PM-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       DISPLAY "NO MEMBER FOUND FOR ID: " WS-MEMBER-ID
                   NOT INVALID KEY
                       DISPLAY "NOW: FED ID " PM-FED-ID
                               "  BORN " PM-BIRTH-YEAR
                       PERFORM G2-ASK-FEDERATION
                       REWRITE PLAYER-RECORD
                       END-REWRITE
                       DISPLAY "MEMBER " WS-MEMBER-ID " UPDATED"
               END-READ
               CLOSE PLAYER-FILE
           END-IF
           .

           G2-ASK-FEDERATION SECTION.

      *******************************************************************
      *   A blank answer to either prompt leaves that field as it was   *
      *   (empty on a new member); a birth year must be four digits.    *
      *******************************************************************

           IF PM-BIRTH-YEAR IS NOT NUMERIC
               MOVE 0 TO PM-BIRTH-YEAR
           END-IF
           MOVE SPACES TO WS-FED-ID-IN
           DISPLAY "FEDERATION ID (BLANK = UNCHANGED): "
                   WITH NO ADVANCING
           ACCEPT WS-FED-ID-IN
           IF WS-FED-ID-IN NOT = SPACES
               MOVE WS-FED-ID-IN TO PM-FED-ID
           END-IF
           MOVE SPACES TO WS-BIRTH-YEAR-IN
           DISPLAY "BIRTH YEAR (YYYY, BLANK = UNCHANGED): "
                   WITH NO ADVANCING
           ACCEPT WS-BIRTH-YEAR-IN
           IF WS-BIRTH-YEAR-IN NOT = SPACES
               IF WS-BIRTH-YEAR-IN IS NUMERIC
                   MOVE WS-BIRTH-YEAR-IN TO PM-BIRTH-YEAR
               ELSE
                   DISPLAY "BIRTH YEAR MUST BE FOUR DIGITS - "
                           "NOT CHANGED"
               END-IF
           END-IF
           .

           H-RECORD-DUES SECTION.

      *******************************************************************
      *   The treasurer's desk: a subscription taken moves the          *
      *   member's paid-through date on and records what was paid.      *
      *   A member paid past today plays again at once - CSUB011 reads  *
      *   the date afresh on every lookup.                              *
      *******************************************************************

           DISPLAY "MEMBER ID: " WITH NO ADVANCING
           ACCEPT WS-MEMBER-ID
           PERFORM F-OPEN-MASTER
           IF WS-PLAYER-OK
               MOVE WS-MEMBER-ID TO PM-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       DISPLAY "NO MEMBER FOUND FOR ID: " WS-MEMBER-ID
                   NOT INVALID KEY
                       IF PM-PAID-THRU IS NOT NUMERIC
                           MOVE 0 TO PM-PAID-THRU
                       END-IF
                       IF PM-AMOUNT-PAID IS NOT NUMERIC
                           MOVE 0 TO PM-AMOUNT-PAID
                       END-IF
                       MOVE PM-AMOUNT-PAID TO WS-AMOUNT-SHOW
                       DISPLAY "NOW: CLASS " PM-MEMBER-CLASS
                               "  PAID THRU " PM-PAID-THRU
                               "  LAST PAID " WS-AMOUNT-SHOW
                       PERFORM H2-ASK-DUES
                       REWRITE PLAYER-RECORD
                       END-REWRITE
                       DISPLAY "MEMBER " WS-MEMBER-ID " UPDATED"
               END-READ
               CLOSE PLAYER-FILE
           END-IF
           .

           H2-ASK-DUES SECTION.

      *******************************************************************
      *   Class A adult, J junior, F family, L life.  A blank answer    *
      *   leaves a field as it was; a date must be YYYYMMDD and an      *
      *   amount a plain number such as 45.00.                          *
      *******************************************************************

           MOVE SPACE TO WS-CLASS-IN
           DISPLAY "CLASS A/J/F/L (BLANK = UNCHANGED): "
                   WITH NO ADVANCING
           ACCEPT WS-CLASS-IN
           EVALUATE WS-CLASS-IN
               WHEN SPACE
                   CONTINUE
               WHEN 'A'
               WHEN 'J'
               WHEN 'F'
               WHEN 'L'
                   MOVE WS-CLASS-IN TO PM-MEMBER-CLASS
               WHEN OTHER
                   DISPLAY "CLASS MUST BE A, J, F OR L - NOT CHANGED"
           END-EVALUATE
           MOVE SPACES TO WS-PAID-THRU-IN
           DISPLAY "PAID THROUGH (YYYYMMDD, BLANK = UNCHANGED): "
                   WITH NO ADVANCING
           ACCEPT WS-PAID-THRU-IN
           IF WS-PAID-THRU-IN NOT = SPACES
               IF WS-PAID-THRU-IN IS NUMERIC
                   MOVE WS-PAID-THRU-IN TO PM-PAID-THRU
               ELSE
                   DISPLAY "DATE MUST BE EIGHT DIGITS - NOT CHANGED"
               END-IF
           END-IF
           MOVE SPACES TO WS-AMOUNT-IN
           DISPLAY "AMOUNT PAID (BLANK = UNCHANGED): "
                   WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-AMOUNT-IN) = 0
                   COMPUTE PM-AMOUNT-PAID =
                           FUNCTION NUMVAL(WS-AMOUNT-IN)
               ELSE
                   DISPLAY "AMOUNT NOT A NUMBER - NOT CHANGED"
               END-IF
           END-IF
           .

           COPY DIRNORM.
