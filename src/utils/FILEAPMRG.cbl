       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEAPMRG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEAPMRG.PRM"
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
           88 MERGE-ABORTED VALUE 'Y'.
       01 WS-CONTROL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CONTROL-EOF VALUE 'Y'.
       01 WS-TOTALS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 TOTALS-EOF VALUE 'Y'.
       01 WS-COPY-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 COPY-EOF VALUE 'Y'.
       01 WS-LIST-SWITCH PIC X(1) VALUE 'N'.
           88 LISTING-REJECTS VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-CONTROL-FILENAME PIC X(200) VALUE 'FILEPART.CTL'.
       01 WS-REPORT-FILENAME  PIC X(200) VALUE 'FILEAPMRG.RPT'.
      * REJECTS= gathers the rejects of every complete partition into
      * one file, in partition order, for recycling as one feed.
       01 WS-REJECT-FILENAME  PIC X(200) VALUE SPACES.
       01 WS-CONTROL-HANDLE PIC 9(02) VALUE 0.
       01 WS-TOTALS-HANDLE  PIC 9(02) VALUE 0.
       01 WS-COPY-HANDLE    PIC 9(02) VALUE 0.
       01 WS-REJECT-HANDLE  PIC 9(02) VALUE 0.
       01 WS-REPORT-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88 REPORT-OPEN VALUE 'Y'.

      * Control file written by FILEPART: one H record for the split
      * followed by one P record per partition.
       01 WS-CONTROL-RECORD.
           05 WS-CR-TYPE PIC X(1).
               88 CR-HEADER    VALUE 'H'.
               88 CR-PARTITION VALUE 'P'.
           05 WS-CR-PARTITION PIC 9(02).
           05 WS-CR-BODY PIC X(407).
       01 WS-CR-HEADER-BODY REDEFINES WS-CONTROL-RECORD.
           05 FILLER PIC X(3).
           05 WS-CR-TRANS-NAME  PIC X(70).
           05 WS-CR-MASTER-NAME PIC X(70).
           05 WS-CR-TICKET      PIC X(8).
           05 WS-CR-INPUT-COUNT PIC 9(09).
           05 WS-CR-PART-COUNT  PIC 9(02).
           05 FILLER PIC X(248).
       01 WS-CR-PART-BODY REDEFINES WS-CONTROL-RECORD.
           05 FILLER PIC X(3).
           05 WS-CR-STATUS PIC X(1).
               88 CR-READY VALUE 'R'.
               88 CR-EMPTY VALUE 'E'.
           05 WS-CR-COUNT       PIC 9(09).
           05 WS-CR-LOW-KEY     PIC X(20).
           05 WS-CR-HIGH-KEY    PIC X(20).
           05 WS-CR-PARM-NAME   PIC X(70).
           05 WS-CR-TOTALS-NAME PIC X(70).
           05 WS-CR-REJECT-NAME PIC X(70).
           05 WS-CR-REPORT-NAME PIC X(70).
           05 WS-CR-TRANS-PART  PIC X(70).
           05 FILLER PIC X(7).

       01 WS-MASTER-FILENAME PIC X(70).
       01 WS-TRANS-FILENAME  PIC X(70).
       01 WS-TICKET PIC X(8).

      * Control totals file written by each FILEAPPLY stream: one R
      * record per rejected transaction, then one T record.
       01 WS-TOTALS-RECORD.
           05 WS-TR-TYPE PIC X(1).
               88 TR-REJECT VALUE 'R'.
               88 TR-TOTALS VALUE 'T'.
           05 WS-TR-PARTITION PIC 9(02).
           05 WS-TR-BODY PIC X(97).
       01 WS-TR-REJECT-BODY REDEFINES WS-TOTALS-RECORD.
           05 FILLER PIC X(3).
           05 WS-TR-ACTION PIC X(1).
           05 WS-TR-KEY    PIC X(20).
           05 WS-TR-REASON PIC X(20).
           05 FILLER PIC X(56).
       01 WS-TR-TOTALS-BODY REDEFINES WS-TOTALS-RECORD.
           05 FILLER PIC X(3).
           05 WS-TR-READ    PIC 9(09).
           05 WS-TR-ADD     PIC 9(09).
           05 WS-TR-CHANGE  PIC 9(09).
           05 WS-TR-DELETE  PIC 9(09).
           05 WS-TR-REJECT  PIC 9(09).
           05 WS-TR-HISTORY PIC 9(09).
           05 WS-TR-HIST-FAIL PIC 9(09).
           05 WS-TR-TRAILER PIC X(1).
           05 WS-TR-RC      PIC 9(04).
           05 WS-TR-TICKET  PIC X(8).
           05 FILLER PIC X(21).

      * The T record of the partition in hand, kept apart from the R
      * records that are listed as they are read.
       01 WS-PART-TOTALS.
           05 WS-PART-TOTALS-SWITCH PIC X(1).
               88 PART-TOTALS-FOUND VALUE 'Y'.
           05 WS-PART-READ    PIC 9(09).
           05 WS-PART-ADD     PIC 9(09).
           05 WS-PART-CHANGE  PIC 9(09).
           05 WS-PART-DELETE  PIC 9(09).
           05 WS-PART-REJECT  PIC 9(09).
           05 WS-PART-HISTORY PIC 9(09).
           05 WS-PART-RC      PIC 9(04).
       01 WS-PART-STATUS PIC X(8).
       01 WS-PART-NOTE   PIC X(30).
       01 WS-PART-BALANCE PIC 9(09).

      * A failed partition is backed out from its own journal and
      * its stream rerun; the commands are listed once all partitions
      * have been read.
       01 WS-FAILED-TABLE.
           05 WS-FAILED-COUNT PIC 9(02) VALUE 0.
           05 WS-FAILED-ENTRY OCCURS 99 TIMES.
               10 WS-FL-PARTITION PIC 9(02).
               10 WS-FL-PARM-NAME PIC X(70).
       01 WS-FL-IX PIC 9(02) COMP VALUE 0.

       01 WS-SPLIT-TOTAL    PIC 9(09) VALUE 0.
       01 WS-EXPECTED-TOTAL PIC 9(09) VALUE 0.
       01 WS-READ-TOTAL     PIC 9(09) VALUE 0.
       01 WS-ADD-TOTAL      PIC 9(09) VALUE 0.
       01 WS-CHANGE-TOTAL   PIC 9(09) VALUE 0.
       01 WS-DELETE-TOTAL   PIC 9(09) VALUE 0.
       01 WS-REJECT-TOTAL   PIC 9(09) VALUE 0.
       01 WS-HISTORY-TOTAL  PIC 9(09) VALUE 0.
       01 WS-BALANCE-TOTAL  PIC 9(09) VALUE 0.
       01 WS-COMPLETE-TOTAL PIC 9(09) VALUE 0.
       01 WS-PARTITION-TOTAL PIC 9(09) VALUE 0.
       01 WS-WARNING-SWITCH PIC X(1) VALUE 'N'.
           88 STREAM-WARNING VALUE 'Y'.
       01 WS-MERGE-RC PIC 9(02) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-PART PIC 9(02).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-RC PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-READ PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-ADD PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-CHANGE PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-DELETE PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-REJECT PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE PIC X(30).
           05 FILLER PIC X(31) VALUE SPACES.

       01 WS-REJECT-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'REJECT'.
           05 WS-RL-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-KEY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-REASON PIC X(20).
           05 FILLER PIC X(74) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT MERGE-ABORTED
               PERFORM OPEN-MERGE-FILES
           END-IF

           IF NOT MERGE-ABORTED
               PERFORM WRITE-REPORT-HEADINGS
               PERFORM MERGE-ONE-PARTITION UNTIL CONTROL-EOF
               PERFORM WRITE-MERGE-SUMMARY
               PERFORM CLOSE-MERGE-FILES
           ELSE
               MOVE 12 TO WS-MERGE-RC
           END-IF

           MOVE WS-MERGE-RC TO RETURN-CODE

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEAPMRG: PARAMETER FILE NOT AVAILABLE'
               SET MERGE-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT MERGE-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-CONTROL-FILENAME = SPACES
                   OR WS-REPORT-FILENAME = SPACES
               DISPLAY 'FILEAPMRG: CONTROL AND REPORT MAY NOT BE BLANK'
               SET MERGE-ABORTED TO TRUE
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
                   WHEN 'CONTROL'
                       MOVE WS-PARM-VALUE TO WS-CONTROL-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'REJECTS'
                       MOVE WS-PARM-VALUE TO WS-REJECT-FILENAME
                   WHEN OTHER
                       DISPLAY 'FILEAPMRG: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       OPEN-MERGE-FILES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEAPMRG' TO PGM-NAME OF FILEHANDLER
           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEAPMRG: CANNOT OPEN CONTROL '
                   WS-CONTROL-FILENAME(1:40)
               SET MERGE-ABORTED TO TRUE
               GO TO OPEN-MERGE-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-CONTROL-HANDLE

           PERFORM READ-CONTROL-RECORD
           IF CONTROL-EOF OR NOT CR-HEADER
               DISPLAY 'FILEAPMRG: CONTROL FILE HAS NO SPLIT HEADER'
               PERFORM CLOSE-CONTROL
               SET MERGE-ABORTED TO TRUE
               GO TO OPEN-MERGE-FILES-EXIT
           END-IF
           MOVE WS-CR-TRANS-NAME TO WS-TRANS-FILENAME
           MOVE WS-CR-MASTER-NAME TO WS-MASTER-FILENAME
           MOVE WS-CR-TICKET TO WS-TICKET
           MOVE WS-CR-INPUT-COUNT TO WS-SPLIT-TOTAL

           IF WS-REJECT-FILENAME NOT = SPACES
               MOVE WS-REJECT-FILENAME TO FILENAME OF FILEHANDLER
               MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
               SET F-OPEN TO TRUE
               SET WRITE-MODE TO TRUE
               SET FO-SEQUENTIAL TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               IF NOT FILENAME-OPENED
                   DISPLAY 'FILEAPMRG: CANNOT OPEN REJECTS '
                       WS-REJECT-FILENAME(1:40)
                   PERFORM CLOSE-CONTROL
                   SET MERGE-ABORTED TO TRUE
                   GO TO OPEN-MERGE-FILES-EXIT
               END-IF
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REJECT-HANDLE
           END-IF

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 'N' TO LABEL-PROCESSING OF FILEHANDLER
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEAPMRG: UNABLE TO OPEN REPORT FILE'
               PERFORM CLOSE-MERGE-FILES
               SET MERGE-ABORTED TO TRUE
           ELSE
               SET REPORT-OPEN TO TRUE
           END-IF.

       OPEN-MERGE-FILES-EXIT.

           EXIT.

       READ-CONTROL-RECORD SECTION.

           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-CONTROL-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF
               SET CONTROL-EOF TO TRUE
           ELSE
               MOVE FILE-RECORD OF FILEHANDLER TO WS-CONTROL-RECORD
           END-IF

           EXIT.

       WRITE-REPORT-HEADINGS SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'PARTITIONED APPLY MERGE REPORT' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'TRANS ' DELIMITED BY SIZE
                  WS-TRANS-FILENAME DELIMITED BY SPACE
                  '  MASTER ' DELIMITED BY SIZE
                  WS-MASTER-FILENAME DELIMITED BY SPACE
                  '  TICKET ' DELIMITED BY SIZE
                  WS-TICKET DELIMITED BY SIZE
                  INTO FILE-RECORD OF FILEHANDLER
           END-STRING
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'PT  STATUS      RC       READ      ADDS   CHANGES'
               TO FILE-RECORD OF FILEHANDLER(1:50)
           MOVE '  DELETES   REJECTS  NOTE' TO
               FILE-RECORD OF FILEHANDLER(51:25)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * A partition is complete when its stream left a T record with
      * a return code below 8, read every transaction routed to it
      * and balanced. Empty partitions had no stream to run.
       MERGE-ONE-PARTITION SECTION.

           PERFORM READ-CONTROL-RECORD
           IF CONTROL-EOF
               GO TO MERGE-ONE-PARTITION-EXIT
           END-IF
           IF NOT CR-PARTITION
               GO TO MERGE-ONE-PARTITION-EXIT
           END-IF

           ADD 1 TO WS-PARTITION-TOTAL
           MOVE SPACES TO WS-PART-TOTALS
           MOVE 0 TO WS-PART-READ WS-PART-ADD WS-PART-CHANGE
                     WS-PART-DELETE WS-PART-REJECT WS-PART-HISTORY
                     WS-PART-RC
           MOVE SPACES TO WS-PART-NOTE
           MOVE 'COMPLETE' TO WS-PART-STATUS

           IF CR-EMPTY
               MOVE 'EMPTY' TO WS-PART-STATUS
               MOVE 'NO TRANSACTIONS ROUTED' TO WS-PART-NOTE
               ADD 1 TO WS-COMPLETE-TOTAL
               PERFORM WRITE-PARTITION-LINE
               GO TO MERGE-ONE-PARTITION-EXIT
           END-IF

           MOVE 'N' TO WS-LIST-SWITCH
           PERFORM READ-PARTITION-TOTALS

           EVALUATE TRUE
               WHEN NOT PART-TOTALS-FOUND
                   MOVE 'NO CONTROL TOTALS FOUND' TO WS-PART-NOTE
               WHEN WS-PART-RC >= 8
                   MOVE 'STREAM ENDED RC 8 OR OVER' TO WS-PART-NOTE
               WHEN WS-PART-READ NOT = WS-CR-COUNT
                   MOVE 'READ NOT EQUAL TO SPLIT COUNT' TO
                       WS-PART-NOTE
               WHEN OTHER
                   COMPUTE WS-PART-BALANCE = WS-PART-ADD
                       + WS-PART-CHANGE + WS-PART-DELETE
                       + WS-PART-REJECT
                   IF WS-PART-BALANCE NOT = WS-PART-READ
                       MOVE 'STREAM OUT OF BALANCE' TO WS-PART-NOTE
                   END-IF
           END-EVALUATE

           IF WS-PART-NOTE NOT = SPACES
               MOVE 'FAILED' TO WS-PART-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-CR-PARTITION TO
                   WS-FL-PARTITION(WS-FAILED-COUNT)
               MOVE WS-CR-PARM-NAME TO
                   WS-FL-PARM-NAME(WS-FAILED-COUNT)
           ELSE
               ADD 1 TO WS-COMPLETE-TOTAL
               ADD WS-CR-COUNT TO WS-EXPECTED-TOTAL
               ADD WS-PART-READ TO WS-READ-TOTAL
               ADD WS-PART-ADD TO WS-ADD-TOTAL
               ADD WS-PART-CHANGE TO WS-CHANGE-TOTAL
               ADD WS-PART-DELETE TO WS-DELETE-TOTAL
               ADD WS-PART-REJECT TO WS-REJECT-TOTAL
               ADD WS-PART-HISTORY TO WS-HISTORY-TOTAL
               IF WS-PART-RC > 0
                   SET STREAM-WARNING TO TRUE
               END-IF
               IF WS-REJECT-HANDLE > 0
                   PERFORM COPY-PARTITION-REJECTS
               END-IF
           END-IF

           PERFORM WRITE-PARTITION-LINE
           IF PART-TOTALS-FOUND AND WS-PART-REJECT > 0
               SET LISTING-REJECTS TO TRUE
               PERFORM READ-PARTITION-TOTALS
           END-IF.

       MERGE-ONE-PARTITION-EXIT.

           EXIT.

       WRITE-PARTITION-LINE SECTION.

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CR-PARTITION TO WS-DL-PART
           MOVE WS-PART-STATUS TO WS-DL-STATUS
           MOVE WS-PART-RC TO WS-DL-RC
           MOVE WS-PART-READ TO WS-DL-READ
           MOVE WS-PART-ADD TO WS-DL-ADD
           MOVE WS-PART-CHANGE TO WS-DL-CHANGE
           MOVE WS-PART-DELETE TO WS-DL-DELETE
           MOVE WS-PART-REJECT TO WS-DL-REJECT
           MOVE WS-PART-NOTE TO WS-DL-NOTE
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-DETAIL-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * The totals file is read once for the T record and, when the
      * stream rejected anything, again to list its R records under
      * the partition line.
       READ-PARTITION-TOTALS SECTION.

           MOVE WS-CR-TOTALS-NAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               GO TO READ-PARTITION-TOTALS-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-TOTALS-HANDLE

           MOVE 'N' TO WS-TOTALS-EOF-SWITCH
           PERFORM READ-ONE-TOTALS-RECORD UNTIL TOTALS-EOF

           MOVE WS-CR-TOTALS-NAME TO FILENAME OF FILEHANDLER
           MOVE WS-TOTALS-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       READ-PARTITION-TOTALS-EXIT.

           EXIT.

       READ-ONE-TOTALS-RECORD SECTION.

           MOVE WS-CR-TOTALS-NAME TO FILENAME OF FILEHANDLER
           MOVE WS-TOTALS-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF
               SET TOTALS-EOF TO TRUE
               GO TO READ-ONE-TOTALS-RECORD-EXIT
           END-IF

           MOVE FILE-RECORD OF FILEHANDLER TO WS-TOTALS-RECORD
           EVALUATE TRUE
               WHEN TR-REJECT AND LISTING-REJECTS
                   MOVE WS-TR-ACTION TO WS-RL-ACTION
                   MOVE WS-TR-KEY TO WS-RL-KEY
                   MOVE WS-TR-REASON TO WS-RL-REASON
                   MOVE SPACES TO FILE-RECORD OF FILEHANDLER
                   MOVE WS-REJECT-LINE TO FILE-RECORD OF FILEHANDLER
                   SET RL-DETAIL TO TRUE
                   PERFORM WRITE-REPORT-LINE
               WHEN TR-TOTALS AND NOT LISTING-REJECTS
                   SET PART-TOTALS-FOUND TO TRUE
                   MOVE WS-TR-READ TO WS-PART-READ
                   MOVE WS-TR-ADD TO WS-PART-ADD
                   MOVE WS-TR-CHANGE TO WS-PART-CHANGE
                   MOVE WS-TR-DELETE TO WS-PART-DELETE
                   MOVE WS-TR-REJECT TO WS-PART-REJECT
                   MOVE WS-TR-HISTORY TO WS-PART-HISTORY
                   MOVE WS-TR-RC TO WS-PART-RC
           END-EVALUATE.

       READ-ONE-TOTALS-RECORD-EXIT.

           EXIT.

       COPY-PARTITION-REJECTS SECTION.

           MOVE WS-CR-REJECT-NAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEAPMRG: CANNOT OPEN PARTITION REJECTS '
                   WS-CR-REJECT-NAME(1:40)
               SET STREAM-WARNING TO TRUE
               GO TO COPY-PARTITION-REJECTS-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-COPY-HANDLE

           MOVE 'N' TO WS-COPY-EOF-SWITCH
           PERFORM COPY-ONE-REJECT UNTIL COPY-EOF

           MOVE WS-CR-REJECT-NAME TO FILENAME OF FILEHANDLER
           MOVE WS-COPY-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       COPY-PARTITION-REJECTS-EXIT.

           EXIT.

       COPY-ONE-REJECT SECTION.

           MOVE WS-CR-REJECT-NAME TO FILENAME OF FILEHANDLER
           MOVE WS-COPY-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF
               SET COPY-EOF TO TRUE
               GO TO COPY-ONE-REJECT-EXIT
           END-IF

           MOVE WS-REJECT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REJECT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-IO-OK
               DISPLAY 'FILEAPMRG: REJECTS WRITE FAILED, STATUS '
                   FILENAME-IO-STATUS
               SET COPY-EOF TO TRUE
               SET MERGE-ABORTED TO TRUE
           END-IF.

       COPY-ONE-REJECT-EXIT.

           EXIT.

       WRITE-MERGE-SUMMARY SECTION.

           MOVE 'TRANSACTIONS SPLIT' TO WS-SL-LABEL
           MOVE WS-SPLIT-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'TRANSACTIONS READ' TO WS-SL-LABEL
           MOVE WS-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ADDS APPLIED' TO WS-SL-LABEL
           MOVE WS-ADD-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'CHANGES APPLIED' TO WS-SL-LABEL
           MOVE WS-CHANGE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'DELETES APPLIED' TO WS-SL-LABEL
           MOVE WS-DELETE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'TRANSACTIONS REJECTED' TO WS-SL-LABEL
           MOVE WS-REJECT-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'HISTORY ENTRIES WRITTEN' TO WS-SL-LABEL
           MOVE WS-HISTORY-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'PARTITIONS' TO WS-SL-LABEL
           MOVE WS-PARTITION-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'PARTITIONS COMPLETE' TO WS-SL-LABEL
           MOVE WS-COMPLETE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'PARTITIONS FAILED' TO WS-SL-LABEL
           MOVE WS-FAILED-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           COMPUTE WS-BALANCE-TOTAL = WS-ADD-TOTAL + WS-CHANGE-TOTAL
               + WS-DELETE-TOTAL + WS-REJECT-TOTAL
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           EVALUATE TRUE
               WHEN WS-BALANCE-TOTAL NOT = WS-READ-TOTAL
                       OR WS-READ-TOTAL NOT = WS-EXPECTED-TOTAL
                       OR MERGE-ABORTED
                   MOVE 'OUT OF BALANCE - APPLIED PLUS REJECTED NOT '
                       TO FILE-RECORD OF FILEHANDLER(1:43)
                   MOVE 'READ' TO FILE-RECORD OF FILEHANDLER(44:4)
                   MOVE 12 TO WS-MERGE-RC
               WHEN WS-FAILED-COUNT > 0
                   MOVE 'INCOMPLETE - FAILED PARTITIONS MUST BE RERUN'
                       TO FILE-RECORD OF FILEHANDLER
                   MOVE 8 TO WS-MERGE-RC
               WHEN WS-READ-TOTAL NOT = WS-SPLIT-TOTAL
                   MOVE 'OUT OF BALANCE - READ NOT EQUAL TO SPLIT'
                       TO FILE-RECORD OF FILEHANDLER
                   MOVE 12 TO WS-MERGE-RC
               WHEN OTHER
                   MOVE 'APPLIED PLUS REJECTED EQUALS SPLIT' TO
                       FILE-RECORD OF FILEHANDLER
                   IF WS-REJECT-TOTAL > 0 OR STREAM-WARNING
                       MOVE 4 TO WS-MERGE-RC
                   END-IF
           END-EVALUATE
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-FL-IX
           PERFORM LIST-ONE-RERUN UNTIL WS-FL-IX >= WS-FAILED-COUNT

           EXIT.

      * Each failed stream is backed out to its before images and run
      * again with its own parameters; the other partitions stand.
       LIST-ONE-RERUN SECTION.

           ADD 1 TO WS-FL-IX
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'PARTITION ' DELIMITED BY SIZE
                  WS-FL-PARTITION(WS-FL-IX) DELIMITED BY SIZE
                  ' BACK OUT: FILERESTORE FILE=' DELIMITED BY SIZE
                  WS-MASTER-FILENAME DELIMITED BY SPACE
                  ' ORG=I PART=' DELIMITED BY SIZE
                  WS-FL-PARTITION(WS-FL-IX) DELIMITED BY SIZE
                  INTO FILE-RECORD OF FILEHANDLER
           END-STRING
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'PARTITION ' DELIMITED BY SIZE
                  WS-FL-PARTITION(WS-FL-IX) DELIMITED BY SIZE
                  ' RERUN:    FILEAPPLY FILEAPPLY_PRM='
                      DELIMITED BY SIZE
                  WS-FL-PARM-NAME(WS-FL-IX) DELIMITED BY SPACE
                  INTO FILE-RECORD OF FILEHANDLER
           END-STRING
           SET RL-DETAIL TO TRUE
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
           MOVE 4 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-CONTROL SECTION.

           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-CONTROL-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-MERGE-FILES SECTION.

           PERFORM CLOSE-CONTROL

           IF WS-REJECT-HANDLE > 0
               MOVE WS-REJECT-FILENAME TO FILENAME OF FILEHANDLER
               MOVE WS-REJECT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
           END-IF

           IF REPORT-OPEN
               MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
               MOVE 4 TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
           END-IF

           EXIT.
