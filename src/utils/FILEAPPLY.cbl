       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO DYNAMIC WS-DYN-PARM-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.


       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "LAYOUTDICT.cpy".
       COPY "CHGHIST.cpy".

      * Parallel partition streams each need their own parameters,
      * so the environment variable FILEAPPLY_PRM may name the file
      * to read in place of FILEAPPLY.PRM.
       01 WS-DYN-PARM-FILENAME PIC X(70).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-REJECT-FILENAME PIC X(200).
       01 WS-REPORT-FILENAME PIC X(200).
       01 WS-TICKET PIC X(8).
       01 WS-DICT-FILENAME  PIC X(200).
       01 WS-LAYOUT-NAME    PIC X(08).
       01 WS-LAYOUT-VERSION PIC X(08).
       01 WS-DICT-SWITCH PIC X(1) VALUE 'N'.
           88 DICT-IN-USE VALUE 'Y'.
      * LABELS=Y takes a feed written with HDR1/TRL1 labels, such as
      * the FILEDELTA change feed, and verifies both.
       01 WS-LABELS-OPTION PIC X(1) VALUE 'N'.
           88 LABELLED-FEED VALUE 'Y'.
       01 WS-TRAILER-SWITCH PIC X(1) VALUE 'N'.
           88 TRAILER-MISMATCH VALUE 'Y'.
       01 WS-MASTER-HANDLE PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.

      * PARTITION=nn with LOWKEY= and HIGHKEY= applies only the
      * transactions for that key range, holding the master by range
      * rather than whole, so that several streams split by FILEPART
      * can update it at the same time. A transaction outside the
      * range is rejected. Spaces in LOWKEY or HIGHKEY leave that end
      * of the range open.
       01 WS-PARTITION-X PIC X(02) VALUE SPACES.
       01 WS-PARTITION PIC 9(02) VALUE 0.
       01 WS-PARTITION-SWITCH PIC X(1) VALUE 'N'.
           88 PARTITIONED-RUN VALUE 'Y'.
       01 WS-LOW-KEY  PIC X(20) VALUE SPACES.
       01 WS-HIGH-KEY PIC X(20) VALUE SPACES.
       01 WS-RANGE-LOW  PIC X(20).
       01 WS-RANGE-HIGH PIC X(20).

      * TOTALS= names a control file that FILEAPMRG reads to merge
      * the streams of a partitioned run. It is started before any
      * other file is opened, so a stream that fails leaves no
      * totals from an earlier run behind, and holds one R record
      * per rejected transaction followed by one T record of control
      * totals and the final return code.
       01 WS-TOTALS-FILENAME PIC X(200).
       01 WS-TOTALS-HANDLE PIC 9(02) VALUE 0.
       01 WS-TOTALS-SWITCH PIC X(1) VALUE 'N'.
           88 TOTALS-OPEN VALUE 'Y'.
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

      * One transaction per record, recycled rejects keep the same
      * layout:
      *   COL  01      ACTION  A=ADD C=CHANGE D=DELETE
       01 WS-TRAN-LEN PIC 9(05) COMP VALUE 0.

       01 WS-REJECT-REASON PIC X(20).
       01 WS-BEFORE-IMAGE PIC X(480).

       01 WS-READ-TOTAL   PIC 9(09) VALUE 0.
       01 WS-ADD-TOTAL    PIC 9(09) VALUE 0.
       01 WS-DELETE-TOTAL PIC 9(09) VALUE 0.
       01 WS-REJECT-TOTAL PIC 9(09) VALUE 0.
       01 WS-BALANCE-TOTAL PIC 9(09) VALUE 0.
       01 WS-HISTORY-TOTAL PIC 9(09) VALUE 0.
       01 WS-HISTORY-FAIL-TOTAL PIC 9(09) VALUE 0.
       01 WS-APPLY-RC PIC 9(02) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-ACTION PIC X(1).
       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT APPLY-ABORTED AND WS-TOTALS-FILENAME NOT = SPACES
               PERFORM OPEN-CONTROL-TOTALS
           END-IF
           IF NOT APPLY-ABORTED AND WS-DICT-FILENAME NOT = SPACES
               PERFORM LOAD-LAYOUT-DICTIONARY
           END-IF
           IF NOT APPLY-ABORTED
               PERFORM OPEN-APPLY-FILES
           END-IF
               PERFORM APPLY-ONE-TRANSACTION UNTIL APPLY-EOF
               PERFORM WRITE-APPLY-SUMMARY
               PERFORM CLOSE-APPLY-FILES
               IF WS-REJECT-TOTAL > 0 AND WS-APPLY-RC = 0
                   MOVE 4 TO WS-APPLY-RC
               END-IF
               IF WS-HISTORY-FAIL-TOTAL > 0 AND WS-APPLY-RC < 8
                   MOVE 8 TO WS-APPLY-RC
               END-IF
               IF TRAILER-MISMATCH AND WS-APPLY-RC < 8
                   MOVE 8 TO WS-APPLY-RC
               END-IF
           ELSE
               MOVE 12 TO WS-APPLY-RC
           END-IF

           IF TOTALS-OPEN
               PERFORM WRITE-CONTROL-TOTALS
           END-IF

           MOVE WS-APPLY-RC TO RETURN-CODE

           GOBACK.

       READ-PARAMETERS SECTION.

           MOVE SPACES TO WS-DYN-PARM-FILENAME
           ACCEPT WS-DYN-PARM-FILENAME FROM ENVIRONMENT 'FILEAPPLY_PRM'
           IF WS-DYN-PARM-FILENAME = SPACES
               MOVE 'FILEAPPLY.PRM' TO WS-DYN-PARM-FILENAME
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEAPPLY: PARAMETER FILE NOT AVAILABLE'
               SET APPLY-ABORTED TO TRUE
           END-IF

           IF WS-PARTITION-X = SPACES
               IF WS-LOW-KEY NOT = SPACES OR WS-HIGH-KEY NOT = SPACES
                   DISPLAY 'FILEAPPLY: LOWKEY AND HIGHKEY NEED '
                       'PARTITION'
                   SET APPLY-ABORTED TO TRUE
               END-IF
           ELSE
               IF WS-PARTITION-X IS NOT NUMERIC
                       OR WS-PARTITION-X = '00'
                   DISPLAY 'FILEAPPLY: PARTITION MUST BE 01-99'
                   SET APPLY-ABORTED TO TRUE
               ELSE
                   MOVE WS-PARTITION-X TO WS-PARTITION
                   SET PARTITIONED-RUN TO TRUE
               END-IF
           END-IF

           MOVE WS-LOW-KEY TO WS-RANGE-LOW
           IF WS-RANGE-LOW = SPACES
               MOVE LOW-VALUES TO WS-RANGE-LOW
           END-IF
           MOVE WS-HIGH-KEY TO WS-RANGE-HIGH
           IF WS-RANGE-HIGH = SPACES
               MOVE HIGH-VALUES TO WS-RANGE-HIGH
           END-IF
           IF PARTITIONED-RUN AND WS-RANGE-LOW > WS-RANGE-HIGH
               DISPLAY 'FILEAPPLY: LOWKEY IS ABOVE HIGHKEY'
               SET APPLY-ABORTED TO TRUE
           END-IF

           EXIT.

       READ-ONE-PARAMETER SECTION.
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'TICKET'
                       MOVE WS-PARM-VALUE(1:8) TO WS-TICKET
                   WHEN 'DICT'
                       MOVE WS-PARM-VALUE TO WS-DICT-FILENAME
                   WHEN 'LAYOUT'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-NAME
                   WHEN 'VERSION'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-VERSION
                   WHEN 'LABELS'
                       MOVE WS-PARM-VALUE(1:1) TO WS-LABELS-OPTION
                   WHEN 'PARTITION'
                       MOVE WS-PARM-VALUE(1:2) TO WS-PARTITION-X
                   WHEN 'LOWKEY'
                       MOVE WS-PARM-VALUE(1:20) TO WS-LOW-KEY
                   WHEN 'HIGHKEY'
                       MOVE WS-PARM-VALUE(1:20) TO WS-HIGH-KEY
                   WHEN 'TOTALS'
                       MOVE WS-PARM-VALUE TO WS-TOTALS-FILENAME
                   WHEN OTHER
                       DISPLAY 'FILEAPPLY: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD

           EXIT.

      * With DICT= the change history names the fields that changed;
      * without it the changed bytes are recorded by offset.
       LOAD-LAYOUT-DICTIONARY SECTION.

           MOVE SPACES TO LAYOUTDICT
           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-LOAD-LAYOUT TO TRUE
           MOVE WS-DICT-FILENAME TO LD-DICT-FILENAME
           MOVE WS-LAYOUT-NAME TO LD-LAYOUT-NAME
           MOVE WS-LAYOUT-VERSION TO LD-LAYOUT-VERSION
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'FILEAPPLY: LAYOUT ' WS-LAYOUT-NAME
                   ' NOT IN DICTIONARY'
               SET APPLY-ABORTED TO TRUE
           ELSE
               SET DICT-IN-USE TO TRUE
           END-IF

           EXIT.

       OPEN-APPLY-FILES SECTION.

           MOVE SPACES TO FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           IF LABELLED-FEED
               MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEAPPLY: CANNOT OPEN TRANSACTIONS '
               SET APPLY-ABORTED TO TRUE
               GO TO OPEN-APPLY-FILES-EXIT
           END-IF
           IF LABELLED-FEED AND FILENAME-LABEL-ERROR
               DISPLAY 'FILEAPPLY: HDR1 LABEL VERIFICATION FAILED '
                   WS-TRANS-FILENAME(1:40)
               PERFORM CLOSE-TRANSACTIONS
               SET APPLY-ABORTED TO TRUE
               GO TO OPEN-APPLY-FILES-EXIT
           END-IF
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET UPDATE-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           IF PARTITIONED-RUN
               MOVE WS-PARTITION TO LOCK-PARTITION OF FILEHANDLER
               MOVE WS-LOW-KEY TO LOCK-KEY-LOW OF FILEHANDLER
               MOVE WS-HIGH-KEY TO LOCK-KEY-HIGH OF FILEHANDLER
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           MOVE 0 TO LOCK-PARTITION OF FILEHANDLER
           MOVE SPACES TO LOCK-KEY-LOW OF FILEHANDLER
           MOVE SPACES TO LOCK-KEY-HIGH OF FILEHANDLER
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEAPPLY: CANNOT OPEN MASTER '
                   WS-MASTER-FILENAME(1:40)
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           IF PARTITIONED-RUN
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               STRING 'PARTITION ' DELIMITED BY SIZE
                      WS-PARTITION-X DELIMITED BY SIZE
                      ' KEYS ' DELIMITED BY SIZE
                      WS-LOW-KEY DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-HIGH-KEY DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
               SET RL-HEADER TO TRUE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'A  KEY                   RESULT    REASON' TO
               FILE-RECORD OF FILEHANDLER

           IF FILENAME-EOF
               SET APPLY-EOF TO TRUE
               IF LABELLED-FEED AND NOT FILENAME-LABEL-OK
                   SET TRAILER-MISMATCH TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-READ-TOTAL
               MOVE FILE-RECORD OF FILEHANDLER TO WS-TRAN-RECORD
               MOVE RECORD-LENGTH OF FILEHANDLER TO WS-TRAN-LEN
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE TRUE
                   WHEN PARTITIONED-RUN AND
                           (WS-TRAN-KEY < WS-RANGE-LOW OR
                            WS-TRAN-KEY > WS-RANGE-HIGH)
                       MOVE 'OUTSIDE KEY RANGE' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                   WHEN TRAN-ADD
                       PERFORM APPLY-ADD
                   WHEN TRAN-CHANGE
               PERFORM REJECT-TRANSACTION
           ELSE
               ADD 1 TO WS-ADD-TOTAL
               MOVE SPACES TO WS-BEFORE-IMAGE
               SET CH-ACTION-ADD TO TRUE
               PERFORM RECORD-CHANGE-HISTORY
           END-IF

           EXIT.
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-CHANGE-EXIT
           END-IF
           MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-BEFORE-IMAGE

           MOVE WS-TRAN-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               PERFORM REJECT-TRANSACTION
           ELSE
               ADD 1 TO WS-CHANGE-TOTAL
               SET CH-ACTION-CHANGE TO TRUE
               PERFORM RECORD-CHANGE-HISTORY
           END-IF.

       APPLY-CHANGE-EXIT.

       APPLY-DELETE SECTION.

      * The record is read first so its last contents go into the
      * change history.
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-TRAN-KEY TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               MOVE 'KEY NOT ON MASTER' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               GO TO APPLY-DELETE-EXIT
           END-IF
           MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-BEFORE-IMAGE

           MOVE WS-TRAN-KEY TO RECORD-KEY OF FILEHANDLER
           SET F-DELETE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
               PERFORM REJECT-TRANSACTION
           ELSE
               ADD 1 TO WS-DELETE-TOTAL
               SET CH-ACTION-DELETE TO TRUE
               PERFORM RECORD-CHANGE-HISTORY
           END-IF.

       APPLY-DELETE-EXIT.

           EXIT.

       RECORD-CHANGE-HISTORY SECTION.

           MOVE 'CHGHIST' TO CH-PGM-NAME
           SET CH-RECORD-CHANGE TO TRUE
           MOVE WS-MASTER-FILENAME TO CH-MASTER-FILENAME
           MOVE 'FILEAPPLY' TO CH-CALLER
           MOVE WS-TICKET TO CH-TICKET
           MOVE WS-TRAN-KEY TO CH-RECORD-KEY
           IF DICT-IN-USE
               SET CH-USE-DICTIONARY TO TRUE
               PERFORM SELECT-HISTORY-RECORD
           ELSE
               MOVE 'N' TO CH-DICT-SWITCH
           END-IF
           MOVE WS-BEFORE-IMAGE TO CH-BEFORE-IMAGE
           IF CH-ACTION-DELETE
               MOVE SPACES TO CH-AFTER-IMAGE
           ELSE
               MOVE WS-TRAN-DATA TO CH-AFTER-IMAGE
           END-IF
           CALL "CHGHIST" USING CHGHIST FILENAME-FILE-STATUS
           IF RC-SUCCESS
               ADD CH-ENTRY-COUNT TO WS-HISTORY-TOTAL
           ELSE
               ADD 1 TO WS-HISTORY-FAIL-TOTAL
               DISPLAY 'FILEAPPLY: CHANGE HISTORY NOT RECORDED FOR '
                   WS-TRAN-KEY ' - ' SHOP-RETURN-MESSAGE
           END-IF

           EXIT.

      * On a layout with several record types the history names only
      * the fields of this record's type; a delete is taken by the
      * record it removed, anything else by the record it leaves.
       SELECT-HISTORY-RECORD SECTION.

           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-SELECT-RECORD TO TRUE
           MOVE SPACES TO LD-RECORD-DATA
           IF CH-ACTION-DELETE
               MOVE WS-BEFORE-IMAGE TO LD-RECORD-DATA(1:480)
           ELSE
               MOVE WS-TRAN-DATA TO LD-RECORD-DATA(1:479)
           END-IF
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS

           EXIT.

           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           IF TOTALS-OPEN
               MOVE SPACES TO WS-TOTALS-RECORD
               SET TR-REJECT TO TRUE
               MOVE WS-PARTITION TO WS-TR-PARTITION
               MOVE WS-TRAN-ACTION TO WS-TR-ACTION
               MOVE WS-TRAN-KEY TO WS-TR-KEY
               MOVE WS-REJECT-REASON TO WS-TR-REASON
               PERFORM WRITE-TOTALS-RECORD
           END-IF

           EXIT.

       WRITE-APPLY-SUMMARY SECTION.
           MOVE WS-REJECT-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'HISTORY ENTRIES WRITTEN' TO WS-SL-LABEL
           MOVE WS-HISTORY-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           IF WS-HISTORY-FAIL-TOTAL > 0
               MOVE 'HISTORY NOT RECORDED' TO WS-SL-LABEL
               MOVE WS-HISTORY-FAIL-TOTAL TO WS-SL-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           IF TRAILER-MISMATCH
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE 'TRL1 COUNT OR HASH DOES NOT MATCH THE FEED' TO
                   FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
           END-IF

           COMPUTE WS-BALANCE-TOTAL = WS-ADD-TOTAL + WS-CHANGE-TOTAL
               + WS-DELETE-TOTAL + WS-REJECT-TOTAL
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           ELSE
               MOVE 'OUT OF BALANCE - APPLIED PLUS REJECTED NOT READ'
                   TO FILE-RECORD OF FILEHANDLER
               MOVE 12 TO WS-APPLY-RC
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       OPEN-CONTROL-TOTALS SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEAPPLY' TO PGM-NAME OF FILEHANDLER
           MOVE WS-TICKET TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-TOTALS-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEAPPLY: CANNOT OPEN TOTALS '
                   WS-TOTALS-FILENAME(1:40)
               SET APPLY-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-TOTALS-HANDLE
               SET TOTALS-OPEN TO TRUE
           END-IF

           EXIT.

       WRITE-CONTROL-TOTALS SECTION.

           MOVE SPACES TO WS-TOTALS-RECORD
           SET TR-TOTALS TO TRUE
           MOVE WS-PARTITION TO WS-TR-PARTITION
           MOVE WS-READ-TOTAL TO WS-TR-READ
           MOVE WS-ADD-TOTAL TO WS-TR-ADD
           MOVE WS-CHANGE-TOTAL TO WS-TR-CHANGE
           MOVE WS-DELETE-TOTAL TO WS-TR-DELETE
           MOVE WS-REJECT-TOTAL TO WS-TR-REJECT
           MOVE WS-HISTORY-TOTAL TO WS-TR-HISTORY
           MOVE WS-HISTORY-FAIL-TOTAL TO WS-TR-HIST-FAIL
           MOVE WS-TRAILER-SWITCH TO WS-TR-TRAILER
           MOVE WS-APPLY-RC TO WS-TR-RC
           MOVE WS-TICKET TO WS-TR-TICKET
           PERFORM WRITE-TOTALS-RECORD

           MOVE WS-TOTALS-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-TOTALS-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       WRITE-TOTALS-RECORD SECTION.

           MOVE WS-TOTALS-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-TOTALS-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-TOTALS-RECORD TO FILE-RECORD OF FILEHANDLER
           MOVE 100 TO RECORD-LENGTH OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-APPLY-FILES SECTION.

           PERFORM CLOSE-TRANSACTIONS
