       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEDELTA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEDELTA.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".

       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 DELTA-ABORTED VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-OLD-FILENAME    PIC X(200) VALUE SPACES.
       01 WS-NEW-FILENAME    PIC X(200) VALUE SPACES.
       01 WS-OUTPUT-FILENAME PIC X(200) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(200) VALUE 'FILEDELTA.RPT'.
       01 WS-LAYOUT-VERSION  PIC X(08) VALUE SPACES.
       01 WS-DETAIL-OPTION PIC X(1) VALUE 'N'.
           88 LIST-EACH-KEY VALUE 'Y'.

       01 WS-DELTA-RC PIC 9(02) VALUE 0.
       01 WS-OLD-HANDLE    PIC 9(02) VALUE 0.
       01 WS-NEW-HANDLE    PIC 9(02) VALUE 0.
       01 WS-OUTPUT-HANDLE PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.

      * Both generations are read in primary key order. A side at
      * end of file carries a high-value key so the other side
      * drains through the same comparison.
       01 WS-SIDE-OLD.
           05 WS-OLD-KEY  PIC X(20).
           05 WS-OLD-DATA PIC X(480).
           05 WS-OLD-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 OLD-EOF VALUE 'Y'.
       01 WS-SIDE-NEW.
           05 WS-NEW-KEY  PIC X(20).
           05 WS-NEW-DATA PIC X(480).
           05 WS-NEW-EOF-SWITCH PIC X(1) VALUE 'N'.
               88 NEW-EOF VALUE 'Y'.

      * Feed records are FILEAPPLY transactions: action, key and the
      * first 479 bytes of the data portion. Byte 480 is reserved on
      * masters maintained through FILEAPPLY, so a record using it
      * cannot be fed and is reported instead.
       01 WS-TRAN-RECORD.
           05 WS-TRAN-ACTION PIC X(1).
           05 WS-TRAN-KEY    PIC X(20).
           05 WS-TRAN-DATA   PIC X(479).

       01 WS-OLD-READ-TOTAL  PIC 9(09) VALUE 0.
       01 WS-NEW-READ-TOTAL  PIC 9(09) VALUE 0.
       01 WS-SAME-TOTAL      PIC 9(09) VALUE 0.
       01 WS-ADD-TOTAL       PIC 9(09) VALUE 0.
       01 WS-CHANGE-TOTAL    PIC 9(09) VALUE 0.
       01 WS-DELETE-TOTAL    PIC 9(09) VALUE 0.
       01 WS-WRITE-TOTAL     PIC 9(09) VALUE 0.
       01 WS-UNFED-TOTAL     PIC 9(09) VALUE 0.
       01 WS-BALANCE-TOTAL   PIC 9(09) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-KEY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-TEXT PIC X(40).
           05 FILLER PIC X(67) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT DELTA-ABORTED
               PERFORM OPEN-DELTA-FILES
           END-IF

           IF NOT DELTA-ABORTED
               PERFORM READ-OLD-SIDE
               PERFORM READ-NEW-SIDE
               PERFORM COMPARE-ONE-KEY
                   UNTIL OLD-EOF AND NEW-EOF
               PERFORM CLOSE-DELTA-INPUTS
               PERFORM CLOSE-DELTA-OUTPUT
               PERFORM WRITE-DELTA-SUMMARY
               PERFORM CLOSE-DELTA-REPORT
               DISPLAY 'FILEDELTA: ADDS ' WS-ADD-TOTAL
                   ' CHANGES ' WS-CHANGE-TOTAL
                   ' DELETES ' WS-DELETE-TOTAL
               IF WS-UNFED-TOTAL > 0 AND WS-DELTA-RC < 8
                   MOVE 8 TO WS-DELTA-RC
               END-IF
           ELSE
               MOVE 12 TO WS-DELTA-RC
           END-IF

           MOVE WS-DELTA-RC TO RETURN-CODE
           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEDELTA: PARAMETER FILE NOT AVAILABLE'
               SET DELTA-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT DELTA-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-OLD-FILENAME = SPACES
                   OR WS-NEW-FILENAME = SPACES
                   OR WS-OUTPUT-FILENAME = SPACES
               DISPLAY 'FILEDELTA: OLD, NEW AND OUTPUT MUST ALL BE '
                   'NAMED'
               SET DELTA-ABORTED TO TRUE
           END-IF

           EXIT.

       READ-ONE-PARAMETER SECTION.

           READ PARM-FILE
               AT END
                   SET PARM-EOF TO TRUE
           END-READ

           IF NOT PARM-EOF
               MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               EVALUATE WS-PARM-KEYWORD
                   WHEN 'OLD'
                       MOVE WS-PARM-VALUE TO WS-OLD-FILENAME
                   WHEN 'NEW'
                       MOVE WS-PARM-VALUE TO WS-NEW-FILENAME
                   WHEN 'OUTPUT'
                       MOVE WS-PARM-VALUE TO WS-OUTPUT-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'VERSION'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-VERSION
                   WHEN 'DETAIL'
                       MOVE WS-PARM-VALUE(1:1) TO WS-DETAIL-OPTION
                   WHEN OTHER
                       DISPLAY 'FILEDELTA: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       OPEN-DELTA-FILES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEDELTA' TO PGM-NAME OF FILEHANDLER
           MOVE WS-OLD-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEDELTA: CANNOT OPEN OLD GENERATION '
                   WS-OLD-FILENAME(1:40)
               SET DELTA-ABORTED TO TRUE
               GO TO OPEN-DELTA-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-OLD-HANDLE

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEDELTA' TO PGM-NAME OF FILEHANDLER
           MOVE WS-NEW-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEDELTA: CANNOT OPEN NEW GENERATION '
                   WS-NEW-FILENAME(1:40)
               PERFORM CLOSE-OLD-SIDE
               SET DELTA-ABORTED TO TRUE
               GO TO OPEN-DELTA-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-NEW-HANDLE

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEDELTA' TO PGM-NAME OF FILEHANDLER
           MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
           MOVE WS-LAYOUT-VERSION TO LAYOUT-VERSION OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED OR FILENAME-LABEL-ERROR
               DISPLAY 'FILEDELTA: CANNOT OPEN OUTPUT '
                   WS-OUTPUT-FILENAME(1:40)
               PERFORM CLOSE-DELTA-INPUTS
               SET DELTA-ABORTED TO TRUE
               GO TO OPEN-DELTA-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-OUTPUT-HANDLE

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEDELTA' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEDELTA: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               PERFORM CLOSE-DELTA-INPUTS
               PERFORM CLOSE-DELTA-OUTPUT
               SET DELTA-ABORTED TO TRUE
               GO TO OPEN-DELTA-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'MASTER CHANGE FEED REPORT' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'OLD ' DELIMITED BY SIZE
                  WS-OLD-FILENAME(1:60) DELIMITED BY SIZE
                  ' NEW ' DELIMITED BY SIZE
                  WS-NEW-FILENAME(1:60) DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'A  KEY                   RESULT' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE.

       OPEN-DELTA-FILES-EXIT.

           EXIT.

       READ-OLD-SIDE SECTION.

           MOVE WS-OLD-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-OLD-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET OLD-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               ADD 1 TO WS-OLD-READ-TOTAL
               MOVE RECORD-KEY OF FILEHANDLER TO WS-OLD-KEY
               MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-OLD-DATA
           END-IF

           EXIT.

       READ-NEW-SIDE SECTION.

           MOVE WS-NEW-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-NEW-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET NEW-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-NEW-KEY
           ELSE
               ADD 1 TO WS-NEW-READ-TOTAL
               MOVE RECORD-KEY OF FILEHANDLER TO WS-NEW-KEY
               MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-NEW-DATA
           END-IF

           EXIT.

       COMPARE-ONE-KEY SECTION.

           EVALUATE TRUE
               WHEN WS-OLD-KEY < WS-NEW-KEY
                   PERFORM FEED-DELETE
                   PERFORM READ-OLD-SIDE
               WHEN WS-OLD-KEY > WS-NEW-KEY
                   PERFORM FEED-ADD
                   PERFORM READ-NEW-SIDE
               WHEN OTHER
                   IF WS-OLD-DATA = WS-NEW-DATA
                       ADD 1 TO WS-SAME-TOTAL
                   ELSE
                       PERFORM FEED-CHANGE
                   END-IF
                   PERFORM READ-OLD-SIDE
                   PERFORM READ-NEW-SIDE
           END-EVALUATE

           EXIT.

       FEED-ADD SECTION.

           IF WS-NEW-DATA(480:1) NOT = SPACE
               MOVE 'A' TO WS-DL-ACTION
               PERFORM REPORT-UNFED-KEY
               GO TO FEED-ADD-EXIT
           END-IF

           MOVE 'A' TO WS-TRAN-ACTION
           MOVE WS-NEW-KEY TO WS-TRAN-KEY
           MOVE WS-NEW-DATA(1:479) TO WS-TRAN-DATA
           PERFORM WRITE-FEED-RECORD
           ADD 1 TO WS-ADD-TOTAL.

       FEED-ADD-EXIT.

           EXIT.

       FEED-CHANGE SECTION.

           IF WS-NEW-DATA(480:1) NOT = SPACE
                   OR WS-OLD-DATA(480:1) NOT = SPACE
               MOVE 'C' TO WS-DL-ACTION
               PERFORM REPORT-UNFED-KEY
               GO TO FEED-CHANGE-EXIT
           END-IF

           MOVE 'C' TO WS-TRAN-ACTION
           MOVE WS-NEW-KEY TO WS-TRAN-KEY
           MOVE WS-NEW-DATA(1:479) TO WS-TRAN-DATA
           PERFORM WRITE-FEED-RECORD
           ADD 1 TO WS-CHANGE-TOTAL.

       FEED-CHANGE-EXIT.

           EXIT.

       FEED-DELETE SECTION.

           MOVE 'D' TO WS-TRAN-ACTION
           MOVE WS-OLD-KEY TO WS-TRAN-KEY
           MOVE SPACES TO WS-TRAN-DATA
           PERFORM WRITE-FEED-RECORD
           ADD 1 TO WS-DELETE-TOTAL

           EXIT.

       WRITE-FEED-RECORD SECTION.

           MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-OUTPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-TRAN-RECORD TO FILE-RECORD OF FILEHANDLER
           MOVE 500 TO RECORD-LENGTH OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               DISPLAY 'FILEDELTA: FEED WRITE FAILED - '
                   SHOP-RETURN-MESSAGE
               MOVE 12 TO WS-DELTA-RC
           ELSE
               ADD 1 TO WS-WRITE-TOTAL
           END-IF

           IF LIST-EACH-KEY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-TRAN-ACTION TO WS-DL-ACTION
               MOVE WS-TRAN-KEY TO WS-DL-KEY
               MOVE 'FED' TO WS-DL-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF

           EXIT.

      * Always listed, whatever DETAIL= says: the replica will not
      * match the master for these keys until they are sent another
      * way.
       REPORT-UNFED-KEY SECTION.

           ADD 1 TO WS-UNFED-TOTAL
           MOVE WS-NEW-KEY TO WS-DL-KEY
           MOVE 'NOT FED - MASTER USES BYTE 480' TO WS-DL-TEXT
           PERFORM WRITE-DETAIL-LINE

           EXIT.

       WRITE-DETAIL-LINE SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-DETAIL-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * The old generation plus adds less deletes must give the new
      * generation, and every add, change and delete must have been
      * written to the feed.
       WRITE-DELTA-SUMMARY SECTION.

           MOVE 'OLD GENERATION RECORDS' TO WS-SL-LABEL
           MOVE WS-OLD-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'NEW GENERATION RECORDS' TO WS-SL-LABEL
           MOVE WS-NEW-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'RECORDS UNCHANGED' TO WS-SL-LABEL
           MOVE WS-SAME-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ADDS FED' TO WS-SL-LABEL
           MOVE WS-ADD-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'CHANGES FED' TO WS-SL-LABEL
           MOVE WS-CHANGE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'DELETES FED' TO WS-SL-LABEL
           MOVE WS-DELETE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'FEED RECORDS WRITTEN' TO WS-SL-LABEL
           MOVE WS-WRITE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'KEYS NOT FED' TO WS-SL-LABEL
           MOVE WS-UNFED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           COMPUTE WS-BALANCE-TOTAL = WS-OLD-READ-TOTAL
               + WS-ADD-TOTAL - WS-DELETE-TOTAL
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF WS-UNFED-TOTAL = 0
                   AND WS-BALANCE-TOTAL NOT = WS-NEW-READ-TOTAL
               MOVE 'OUT OF BALANCE - OLD PLUS ADDS LESS DELETES IS '
                   TO FILE-RECORD OF FILEHANDLER(1:47)
               MOVE 'NOT THE NEW GENERATION' TO
                   FILE-RECORD OF FILEHANDLER(48:22)
               MOVE 12 TO WS-DELTA-RC
           ELSE
               IF WS-WRITE-TOTAL NOT = WS-ADD-TOTAL
                       + WS-CHANGE-TOTAL + WS-DELETE-TOTAL
                   MOVE 'OUT OF BALANCE - FEED RECORDS WRITTEN' TO
                       FILE-RECORD OF FILEHANDLER
                   MOVE 12 TO WS-DELTA-RC
               ELSE
                   MOVE 'CONTROL TOTALS BALANCE' TO
                       FILE-RECORD OF FILEHANDLER
               END-IF
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-SUMMARY-LINE SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-OLD-SIDE SECTION.

           MOVE WS-OLD-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-OLD-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-DELTA-INPUTS SECTION.

           PERFORM CLOSE-OLD-SIDE

           MOVE WS-NEW-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-NEW-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

      * Closing the feed writes its TRL1 record count and hash.
       CLOSE-DELTA-OUTPUT SECTION.

           MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-OUTPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-DELTA-REPORT SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
