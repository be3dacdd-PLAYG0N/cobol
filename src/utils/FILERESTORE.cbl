
       01 WS-JNL-BKP-FILENAME PIC X(210).

      * PART=nn backs out one partition of a key-range partitioned
      * update from its own journal <file>.Pnn.JNL, holding only the
      * range of keys the journal touched while it does so.
       01 WS-PART-X PIC X(02) VALUE SPACES.
       01 WS-PART   PIC 9(02) VALUE 0.
       01 WS-JNL-BASE-NAME PIC X(210).
       01 WS-LOW-KEY  PIC X(20).
       01 WS-HIGH-KEY PIC X(20).

       01 WS-CHK-FILE-NAME PIC X(256).
       01 WS-CHK-DETAILS.
           05 WS-CHK-SIZE PIC X(8) COMP-X.
               SET RESTORE-ABORTED TO TRUE
           END-IF

           MOVE SPACES TO WS-JNL-BASE-NAME
           IF WS-PART-X = SPACES
               MOVE WS-MASTER-FILENAME TO WS-JNL-BASE-NAME
           ELSE
               IF WS-PART-X IS NOT NUMERIC OR WS-PART-X = '00'
                   DISPLAY 'FILERESTORE: PART MUST BE 01-99'
                   SET RESTORE-ABORTED TO TRUE
               ELSE
                   MOVE WS-PART-X TO WS-PART
                   STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                          ".P"               DELIMITED BY SIZE
                          WS-PART-X          DELIMITED BY SIZE
                       INTO WS-JNL-BASE-NAME
               END-IF
               IF NOT RESTORE-INDEXED
                   DISPLAY 'FILERESTORE: PART APPLIES TO ORG=I ONLY'
                   SET RESTORE-ABORTED TO TRUE
               END-IF
           END-IF

           EXIT.

       READ-ONE-PARAMETER SECTION.
                       MOVE WS-PARM-VALUE TO WS-MASTER-FILENAME
                   WHEN 'ORG'
                       MOVE WS-PARM-VALUE(1:1) TO WS-MASTER-ORG
                   WHEN 'PART'
                       MOVE WS-PARM-VALUE(1:2) TO WS-PART-X
                   WHEN OTHER
                       DISPLAY 'FILERESTORE: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
      * it under a new rename.

           MOVE SPACES TO WS-JNL-BKP-FILENAME
           STRING WS-JNL-BASE-NAME   DELIMITED BY SPACE
                  ".JNL.BKP"         DELIMITED BY SIZE
               INTO WS-JNL-BKP-FILENAME

           END-IF

           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME
           STRING WS-JNL-BASE-NAME   DELIMITED BY SPACE
                  ".JNL"             DELIMITED BY SIZE
               INTO WS-OLD-NAME
           MOVE WS-JNL-BKP-FILENAME TO WS-NEW-NAME
                   MOVE JI-POSITION TO WS-JNL-POSITION(WS-JNL-COUNT)
                   MOVE JI-LENGTH   TO WS-JNL-LENGTH(WS-JNL-COUNT)
                   MOVE JI-DATA     TO WS-JNL-DATA(WS-JNL-COUNT)
                   IF WS-JNL-COUNT = 1 OR JI-KEY < WS-LOW-KEY
                       MOVE JI-KEY TO WS-LOW-KEY
                   END-IF
                   IF WS-JNL-COUNT = 1 OR JI-KEY > WS-HIGH-KEY
                       MOVE JI-KEY TO WS-HIGH-KEY
                   END-IF
               END-IF
           END-IF

           SET F-OPEN TO TRUE
           SET UPDATE-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           IF WS-PART > 0
               MOVE WS-PART     TO LOCK-PARTITION OF FILEHANDLER
               MOVE WS-LOW-KEY  TO LOCK-KEY-LOW OF FILEHANDLER
               MOVE WS-HIGH-KEY TO LOCK-KEY-HIGH OF FILEHANDLER
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILERESTORE: CANNOT OPEN MASTER - '
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-JNL-DATA(WS-JNL-IX) TO FILE-RECORD OF FILEHANDLER

      * W marks a key added by a partitioned run; backing it out
      * removes the record again.
           EVALUATE WS-JNL-OPERATION(WS-JNL-IX)
               WHEN 'W'
                   SET F-DELETE TO TRUE
                   CALL "FILEHANDLER" USING FILEHANDLER
                       FILENAME-FILE-STATUS
               WHEN 'D'
                   SET F-WRITE TO TRUE
                   CALL "FILEHANDLER" USING FILEHANDLER
                       FILENAME-FILE-STATUS
                   IF FILENAME-INVALID
                       SET F-REWRITE TO TRUE
                       MOVE WS-JNL-KEY(WS-JNL-IX) TO
                           RECORD-KEY OF FILEHANDLER
                       CALL "FILEHANDLER" USING FILEHANDLER
                           FILENAME-FILE-STATUS
                   END-IF
               WHEN OTHER
                   SET F-REWRITE TO TRUE
                   CALL "FILEHANDLER" USING FILEHANDLER
                       FILENAME-FILE-STATUS
                   IF FILENAME-INVALID
                       SET F-WRITE TO TRUE
                       MOVE WS-JNL-KEY(WS-JNL-IX) TO
                           RECORD-KEY OF FILEHANDLER
                       CALL "FILEHANDLER" USING FILEHANDLER
                           FILENAME-FILE-STATUS
                   END-IF
           END-EVALUATE

           IF FILENAME-INVALID
               ADD 1 TO WS-FAILED-COUNT
