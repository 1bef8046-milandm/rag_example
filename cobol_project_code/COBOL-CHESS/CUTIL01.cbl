           RECORD KEY IS MV-KEY
           FILE STATUS IS WS-MOVEIDX-STATUS
           .
           SELECT ANNOT-FILE ASSIGN TO DYNAMIC WS-ANNOT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-KEY
           FILE STATUS IS WS-ANNOT-STATUS
           .
           SELECT POSHIST-FILE ASSIGN TO DYNAMIC WS-POSHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSHIST-STATUS
           COPY SAVEREC.
       FD MOVEIDX-FILE.
           COPY MOVEIDX.
       FD ANNOT-FILE.
           COPY ANNOTREC.
       FD POSHIST-FILE.
       01 POSHIST-RECORD          PIC X(160).
       FD TEMP-FILE.
           88 WS-FS-OK         VALUE '00'.
       01 WS-MOVEIDX-STATUS    PIC XX.
           88 WS-MOVEIDX-OK    VALUE '00'.
       01 WS-ANNOT-STATUS      PIC XX.
           88 WS-ANNOT-OK      VALUE '00'.
       01 WS-POSHIST-STATUS    PIC XX.
           88 WS-POSHIST-OK    VALUE '00'.
       01 WS-TEMP-STATUS       PIC XX.
           05 WS-ENV-SAVE-DIR   PIC X(100).
           05 WS-SAVE-PATH      PIC X(150).
           05 WS-MOVEIDX-PATH   PIC X(150).
           05 WS-ANNOT-PATH     PIC X(150).
           05 WS-POSHIST-PATH   PIC X(150).
           05 WS-TEMP-PATH      PIC X(150).
       01 WS-COPY-RC            PIC S9(9) COMP-5.
      *   Save-file maintenance: lists what is stored in the shared     *
      *   CHESS_SAVE file, deletes abandoned games, and renames or      *
      *   copies a game to a new id.  Delete and rename keep the keyed  *
      *   move file, the move annotations and the position history in   *
      *   step so the nightly reconciliation does not start flagging    *
      *   orphans.                                                      *
      *******************************************************************

           SET UTIL-RUNNING TO TRUE
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_MOVEIDX.DAT" DELIMITED BY SIZE
                  INTO WS-MOVEIDX-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_ANNOT.DAT" DELIMITED BY SIZE
                  INTO WS-ANNOT-PATH
           STRING WS-SAVE-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "CHESS_POSHIST.TXT" DELIMITED BY SIZE
                  INTO WS-POSHIST-PATH
                   END-IF
                   MOVE 'D' TO WS-REKEY-MODE
                   PERFORM J-REKEY-MOVE-FILE
                   PERFORM J2-REKEY-ANNOTATIONS
                   PERFORM K-REWRITE-POSHIST
               ELSE
                   DISPLAY "DELETE CANCELLED"
                               WS-NEW-ID
                   END-IF
                   PERFORM J-REKEY-MOVE-FILE
                   PERFORM J2-REKEY-ANNOTATIONS
                   PERFORM K-REWRITE-POSHIST
           END-WRITE
           .
           END-EVALUATE
           .

           J2-REKEY-ANNOTATIONS SECTION.

      *******************************************************************
      *   The game's move annotations follow its move records: dropped, *
      *   re-keyed or duplicated by the same keyed walk.  A site that   *
      *   has never annotated a game has no file, and nothing to do.    *
      *******************************************************************

           MOVE 0 TO WS-LINES-TOUCHED
           SET NOT-EOF TO TRUE
           OPEN I-O ANNOT-FILE
           IF NOT WS-ANNOT-OK
               CONTINUE
           ELSE
               MOVE WS-OLD-ID TO AN-GAME-ID
               MOVE 0 TO AN-PLY
               START ANNOT-FILE KEY >= AN-KEY
                   INVALID KEY
                       SET EOF-Y TO TRUE
               END-START
               PERFORM UNTIL EOF-Y
                   READ ANNOT-FILE NEXT RECORD
                       AT END
                           SET EOF-Y TO TRUE
                       NOT AT END
                           IF AN-GAME-ID NOT = WS-OLD-ID
                               SET EOF-Y TO TRUE
                           ELSE
                               PERFORM L2-REKEY-ONE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNOT-FILE
               DISPLAY "ANNOTATIONS AFFECTED: " WS-LINES-TOUCHED
           END-IF
           .

           L2-REKEY-ONE-NOTE SECTION.

      *******************************************************************
      *                    L2-REKEY-ONE-NOTE SECTION                    *
      *******************************************************************

           ADD 1 TO WS-LINES-TOUCHED
           EVALUATE WS-REKEY-MODE
               WHEN 'D'
                   DELETE ANNOT-FILE RECORD
                       INVALID KEY
                           DISPLAY "NOTE FOR PLY " AN-PLY " UNDER "
                                   AN-GAME-ID " NOT DELETED - STATUS "
                                   WS-ANNOT-STATUS
                   END-DELETE
               WHEN 'R'
                   MOVE WS-NEW-ID TO AN-GAME-ID
                   WRITE ANNOT-RECORD
                       INVALID KEY
                           DISPLAY "NOTE FOR PLY " AN-PLY
                                   " ALREADY EXISTS UNDER " WS-NEW-ID
                           MOVE WS-OLD-ID TO AN-GAME-ID
                       NOT INVALID KEY
                           MOVE WS-OLD-ID TO AN-GAME-ID
                           DELETE ANNOT-FILE RECORD
                               INVALID KEY
                                   DISPLAY "NOTE FOR PLY " AN-PLY
                                           " COPIED TO " WS-NEW-ID
                                           " BUT NOT DELETED FROM "
                                           WS-OLD-ID " - STATUS "
                                           WS-ANNOT-STATUS
                           END-DELETE
                   END-WRITE
               WHEN 'C'
                   MOVE WS-NEW-ID TO AN-GAME-ID
                   WRITE ANNOT-RECORD
                       INVALID KEY
                           DISPLAY "NOTE FOR PLY " AN-PLY
                                   " ALREADY EXISTS UNDER " WS-NEW-ID
                   END-WRITE
           END-EVALUATE
           .

           K-REWRITE-POSHIST SECTION.

      *******************************************************************
