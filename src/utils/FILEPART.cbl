       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEPART.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEPART.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT APPLY-PARM-FILE ASSIGN TO DYNAMIC WS-DYN-APPLY-PARM-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-APPLY-PARM-STATUS.

       SELECT PART-TABLE-FILE ASSIGN TO DYNAMIC WS-DYN-PART-TABLE-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PART-TABLE-STATUS.

       SELECT STREAM-PARM-FILE ASSIGN TO DYNAMIC WS-DYN-STREAM-PARM-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-STREAM-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       FD APPLY-PARM-FILE
           DATA RECORD IS APPLY-PARM-RECORD.
       01 APPLY-PARM-RECORD PIC X(80).

      * One upper partition key per record in columns 1-20, in
      * ascending order. Records starting with * are comments.
       FD PART-TABLE-FILE
           DATA RECORD IS PART-TABLE-RECORD.
       01 PART-TABLE-RECORD.
           05 PT-UPPER-KEY PIC X(20).
           05 FILLER PIC X(60).

       FD STREAM-PARM-FILE
           DATA RECORD IS STREAM-PARM-RECORD.
       01 STREAM-PARM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "FILESORT.cpy".

       01 WS-PARM-STATUS PIC X(2).
       01 WS-APPLY-PARM-STATUS PIC X(2).
       01 WS-PART-TABLE-STATUS PIC X(2).
       01 WS-STREAM-PARM-STATUS PIC X(2).
       01 WS-DYN-APPLY-PARM-NAME  PIC X(70).
       01 WS-DYN-PART-TABLE-NAME  PIC X(70).
       01 WS-DYN-STREAM-PARM-NAME PIC X(70).
       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 PART-ABORTED VALUE 'Y'.
       01 WS-SPLIT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 SPLIT-EOF VALUE 'Y'.
       01 WS-TRAILER-SWITCH PIC X(1) VALUE 'N'.
           88 TRAILER-MISMATCH VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-TRANS-FILENAME   PIC X(200).
       01 WS-CONTROL-FILENAME PIC X(200) VALUE 'FILEPART.CTL'.
       01 WS-REPORT-FILENAME  PIC X(200) VALUE 'FILEPART.RPT'.
       01 WS-WORK-FILENAME    PIC X(200) VALUE 'FILEPART.WRK'.
       01 WS-SORTED-FILENAME  PIC X(200) VALUE 'FILEPART.SRT'.
       01 WS-PARTS-X PIC X(02) VALUE SPACES.
       01 WS-PARTS-WANTED PIC 9(02) VALUE 0.
      * LABELS=Y when the transaction feed itself carries HDR1/TRL1
      * labels. The partition feeds are always written labeled.
       01 WS-LABELS-OPTION PIC X(1) VALUE 'N'.
           88 LABELLED-FEED VALUE 'Y'.
       01 WS-DELETE-NAME PIC X(256).
       01 WS-FILE-RC     PIC 9(4) COMP-X.

      * APPLYPRM= names the FILEAPPLY parameters for a single run
      * against the master. Each stream gets a copy of them with its
      * own TRANS, REJECTS, REPORT and TOTALS files and its partition
      * and key range; the MASTER, TICKET, DICT and other settings
      * are carried over as they are.
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-COUNT PIC 9(02) VALUE 0.
           05 WS-TEMPLATE-LINE PIC X(80) OCCURS 20 TIMES.
       01 WS-TEMPLATE-IX PIC 9(02) COMP VALUE 0.
       01 WS-MASTER-FILENAME PIC X(70) VALUE SPACES.
       01 WS-REJECT-BASE     PIC X(70) VALUE SPACES.
       01 WS-REPORT-BASE     PIC X(70) VALUE SPACES.
       01 WS-TICKET PIC X(8) VALUE SPACES.

      * PARTS=nn cuts the feed into nn partitions of about equal
      * volume; PARTTAB= names a table of upper keys instead. Either
      * way WS-PT-BOUND holds the highest key of each partition and
      * the last partition takes every key above the one before it.
      * Partitions are limited to ten so that the streams, with their
      * reject, report and totals files, fit in the FILEHANDLER
      * handle pool when run together.
       01 WS-PART-TABLE.
           05 WS-PART-COUNT PIC 9(02) VALUE 0.
           05 WS-PART-ENTRY OCCURS 10 TIMES.
               10 WS-PT-BOUND       PIC X(20).
               10 WS-PT-LOW-KEY     PIC X(20).
               10 WS-PT-HIGH-KEY    PIC X(20).
               10 WS-PT-COUNT       PIC 9(09).
               10 WS-PT-HANDLE      PIC 9(02).
               10 WS-PT-TRANS-NAME  PIC X(70).
               10 WS-PT-PARM-NAME   PIC X(70).
               10 WS-PT-TOTALS-NAME PIC X(70).
               10 WS-PT-REJECT-NAME PIC X(70).
               10 WS-PT-REPORT-NAME PIC X(70).
       01 WS-PT-IX PIC 9(02) COMP VALUE 0.
       01 WS-PART-NO-X PIC 9(02).
       01 WS-PREV-BOUND PIC X(20).

       01 WS-CUT-SWITCH PIC X(1) VALUE 'N'.
           88 CUT-PENDING VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       01 WS-TARGET-COUNT PIC 9(09) VALUE 0.
       01 WS-IN-PART-COUNT PIC 9(09) VALUE 0.
       01 WS-PREV-KEY PIC X(20).
       01 WS-WORK-HANDLE PIC 9(02) VALUE 0.
       01 WS-NAME-CHECK PIC X(70).
       01 WS-EQUALS-COUNT PIC 9(02) VALUE 0.

       01 WS-WORK-RECORD PIC X(500).
       01 WS-WORK-LEN PIC 9(05) COMP VALUE 0.
       01 WS-WORK-KEY PIC X(20).

      * Control file read by FILEAPMRG: one H record for the split
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

       01 WS-READ-TOTAL   PIC 9(09) VALUE 0.
       01 WS-ROUTED-TOTAL PIC 9(09) VALUE 0.
       01 WS-EMPTY-TOTAL  PIC 9(09) VALUE 0.
       01 WS-SPLIT-RC PIC 9(02) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-PART PIC 9(02).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-LOW-KEY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-HIGH-KEY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-COUNT PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PARM PIC X(50).
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT PART-ABORTED
               PERFORM READ-APPLY-TEMPLATE
           END-IF

           IF NOT PART-ABORTED
               IF WS-DYN-PART-TABLE-NAME NOT = SPACES
                   PERFORM LOAD-PARTITION-TABLE
               ELSE
                   PERFORM COMPUTE-EQUAL-RANGES
               END-IF
           END-IF

           IF NOT PART-ABORTED
               PERFORM NAME-PARTITION-FILES
           END-IF

           IF NOT PART-ABORTED
               PERFORM OPEN-SPLIT-FILES
           END-IF

           IF NOT PART-ABORTED
               PERFORM ROUTE-ONE-TRANSACTION UNTIL SPLIT-EOF
               PERFORM CLOSE-SPLIT-FILES
           END-IF

           IF NOT PART-ABORTED
               IF TRAILER-MISMATCH
                   DISPLAY 'FILEPART: TRL1 COUNT OR HASH DOES NOT '
                       'MATCH THE FEED'
                   SET PART-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT PART-ABORTED
               PERFORM WRITE-STREAM-PARAMETERS
           END-IF

           IF NOT PART-ABORTED
               PERFORM WRITE-PARTITION-CONTROL
           END-IF

           IF NOT PART-ABORTED
               PERFORM WRITE-PARTITION-REPORT
           ELSE
               MOVE 12 TO WS-SPLIT-RC
           END-IF

           MOVE WS-SPLIT-RC TO RETURN-CODE

           GOBACK.

       READ-PARAMETERS SECTION.

           MOVE 'FILEAPPLY.PRM' TO WS-DYN-APPLY-PARM-NAME
           MOVE SPACES TO WS-DYN-PART-TABLE-NAME

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEPART: PARAMETER FILE NOT AVAILABLE'
               SET PART-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT PART-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-TRANS-FILENAME = SPACES
               DISPLAY 'FILEPART: TRANS MUST BE NAMED'
               SET PART-ABORTED TO TRUE
           END-IF

           IF WS-PARTS-X NOT = SPACES
                   AND WS-DYN-PART-TABLE-NAME NOT = SPACES
               DISPLAY 'FILEPART: GIVE PARTS OR PARTTAB, NOT BOTH'
               SET PART-ABORTED TO TRUE
           END-IF

           IF WS-DYN-PART-TABLE-NAME = SPACES
               IF WS-PARTS-X IS NUMERIC
                   MOVE WS-PARTS-X TO WS-PARTS-WANTED
               END-IF
               IF WS-PARTS-WANTED < 2 OR WS-PARTS-WANTED > 10
                   DISPLAY 'FILEPART: PARTS MUST BE 02-10'
                   SET PART-ABORTED TO TRUE
               END-IF
           END-IF

           IF WS-CONTROL-FILENAME = SPACES
                   OR WS-REPORT-FILENAME = SPACES
                   OR WS-DYN-APPLY-PARM-NAME = SPACES
               DISPLAY 'FILEPART: CONTROL, REPORT AND APPLYPRM MAY '
                   'NOT BE BLANK'
               SET PART-ABORTED TO TRUE
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
                   WHEN 'TRANS'
                       MOVE WS-PARM-VALUE TO WS-TRANS-FILENAME
                   WHEN 'LABELS'
                       MOVE WS-PARM-VALUE(1:1) TO WS-LABELS-OPTION
                   WHEN 'PARTS'
                       MOVE WS-PARM-VALUE(1:2) TO WS-PARTS-X
                   WHEN 'PARTTAB'
                       MOVE WS-PARM-VALUE TO WS-DYN-PART-TABLE-NAME
                   WHEN 'APPLYPRM'
                       MOVE WS-PARM-VALUE TO WS-DYN-APPLY-PARM-NAME
                   WHEN 'CONTROL'
                       MOVE WS-PARM-VALUE TO WS-CONTROL-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY 'FILEPART: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

      * The FILEAPPLY parameters are read once and kept, less the
      * settings each stream is given for itself.
       READ-APPLY-TEMPLATE SECTION.

           OPEN INPUT APPLY-PARM-FILE
           IF WS-APPLY-PARM-STATUS NOT = "00"
               DISPLAY 'FILEPART: CANNOT OPEN APPLYPRM '
                   WS-DYN-APPLY-PARM-NAME(1:40)
               SET PART-ABORTED TO TRUE
               GO TO READ-APPLY-TEMPLATE-EXIT
           END-IF

           MOVE 'N' TO WS-PARM-EOF-SWITCH
           PERFORM READ-ONE-TEMPLATE-LINE UNTIL PARM-EOF
           CLOSE APPLY-PARM-FILE

           IF WS-MASTER-FILENAME = SPACES
                   OR WS-REJECT-BASE = SPACES
                   OR WS-REPORT-BASE = SPACES
                   OR WS-TICKET = SPACES
               DISPLAY 'FILEPART: APPLYPRM MUST NAME MASTER, REJECTS, '
                   'REPORT AND TICKET'
               SET PART-ABORTED TO TRUE
           END-IF.

       READ-APPLY-TEMPLATE-EXIT.

           EXIT.

       READ-ONE-TEMPLATE-LINE SECTION.

           READ APPLY-PARM-FILE
               AT END
                   SET PARM-EOF TO TRUE
           END-READ

           IF PARM-EOF OR APPLY-PARM-RECORD = SPACES
               GO TO READ-ONE-TEMPLATE-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           UNSTRING APPLY-PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN 'TRANS'
               WHEN 'LABELS'
               WHEN 'PARTITION'
               WHEN 'LOWKEY'
               WHEN 'HIGHKEY'
               WHEN 'TOTALS'
                   CONTINUE
               WHEN 'REJECTS'
                   MOVE WS-PARM-VALUE TO WS-REJECT-BASE
               WHEN 'REPORT'
                   MOVE WS-PARM-VALUE TO WS-REPORT-BASE
               WHEN OTHER
                   IF WS-PARM-KEYWORD = 'MASTER'
                       MOVE WS-PARM-VALUE TO WS-MASTER-FILENAME
                   END-IF
                   IF WS-PARM-KEYWORD = 'TICKET'
                       MOVE WS-PARM-VALUE(1:8) TO WS-TICKET
                   END-IF
                   IF WS-TEMPLATE-COUNT >= 20
                       DISPLAY 'FILEPART: TOO MANY APPLYPRM LINES'
                       SET PART-ABORTED TO TRUE
                       SET PARM-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-TEMPLATE-COUNT
                       MOVE APPLY-PARM-RECORD TO
                           WS-TEMPLATE-LINE(WS-TEMPLATE-COUNT)
                   END-IF
           END-EVALUATE.

       READ-ONE-TEMPLATE-LINE-EXIT.

           EXIT.

      * Up to nine upper keys give up to ten partitions; the last
      * partition is open-ended.
       LOAD-PARTITION-TABLE SECTION.

           OPEN INPUT PART-TABLE-FILE
           IF WS-PART-TABLE-STATUS NOT = "00"
               DISPLAY 'FILEPART: CANNOT OPEN PARTTAB '
                   WS-DYN-PART-TABLE-NAME(1:40)
               SET PART-ABORTED TO TRUE
               GO TO LOAD-PARTITION-TABLE-EXIT
           END-IF

           MOVE 0 TO WS-PART-COUNT
           MOVE LOW-VALUES TO WS-PREV-BOUND
           MOVE 'N' TO WS-PARM-EOF-SWITCH
           PERFORM READ-ONE-TABLE-KEY UNTIL PARM-EOF
           CLOSE PART-TABLE-FILE

           IF NOT PART-ABORTED
               IF WS-PART-COUNT < 1
                   DISPLAY 'FILEPART: PARTTAB HOLDS NO KEYS'
                   SET PART-ABORTED TO TRUE
               ELSE
                   ADD 1 TO WS-PART-COUNT
                   MOVE HIGH-VALUES TO WS-PT-BOUND(WS-PART-COUNT)
               END-IF
           END-IF.

       LOAD-PARTITION-TABLE-EXIT.

           EXIT.

       READ-ONE-TABLE-KEY SECTION.

           READ PART-TABLE-FILE
               AT END
                   SET PARM-EOF TO TRUE
           END-READ

           IF PARM-EOF OR PART-TABLE-RECORD = SPACES
                   OR PART-TABLE-RECORD(1:1) = '*'
               GO TO READ-ONE-TABLE-KEY-EXIT
           END-IF

           IF PT-UPPER-KEY NOT > WS-PREV-BOUND
               DISPLAY 'FILEPART: PARTTAB KEYS NOT IN ASCENDING '
                   'ORDER AT ' PT-UPPER-KEY
               SET PART-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
               GO TO READ-ONE-TABLE-KEY-EXIT
           END-IF

           IF WS-PART-COUNT >= 9
               DISPLAY 'FILEPART: PARTTAB MAY HOLD AT MOST 9 KEYS'
               SET PART-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
               GO TO READ-ONE-TABLE-KEY-EXIT
           END-IF

           ADD 1 TO WS-PART-COUNT
           MOVE PT-UPPER-KEY TO WS-PT-BOUND(WS-PART-COUNT)
           MOVE PT-UPPER-KEY TO WS-PREV-BOUND.

       READ-ONE-TABLE-KEY-EXIT.

           EXIT.

      * The keys of the feed are sorted and cut every N/PARTS
      * records, rounded up, moving each cut past any run of equal
      * keys so that a key never straddles two partitions.
       COMPUTE-EQUAL-RANGES SECTION.

           PERFORM EXTRACT-FEED-KEYS
           IF PART-ABORTED
               GO TO COMPUTE-EQUAL-RANGES-EXIT
           END-IF

           IF WS-READ-TOTAL = 0
               DISPLAY 'FILEPART: NO TRANSACTIONS TO SPLIT'
               SET PART-ABORTED TO TRUE
               PERFORM REMOVE-WORK-FILES
               GO TO COMPUTE-EQUAL-RANGES-EXIT
           END-IF

           MOVE SPACES TO FILESORT
           MOVE 'FILESORT' TO FS-PGM-NAME
           MOVE WS-WORK-FILENAME TO FS-INPUT-FILENAME
           MOVE WS-SORTED-FILENAME TO FS-OUTPUT-FILENAME
           MOVE 1 TO FS-KEY-COUNT
           MOVE 1 TO FS-KEY-OFFSET(1)
           MOVE 20 TO FS-KEY-LENGTH(1)
           SET FS-KEY-ASCENDING(1) TO TRUE
           CALL "FILESORT" USING FILESORT FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               DISPLAY 'FILEPART: SORT FAILED - ' SHOP-RETURN-MESSAGE
               SET PART-ABORTED TO TRUE
               PERFORM REMOVE-WORK-FILES
               GO TO COMPUTE-EQUAL-RANGES-EXIT
           END-IF

           COMPUTE WS-TARGET-COUNT =
               (WS-READ-TOTAL + WS-PARTS-WANTED - 1) / WS-PARTS-WANTED

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEPART' TO PGM-NAME OF FILEHANDLER
           MOVE WS-SORTED-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPART: CANNOT OPEN SORTED KEYS'
               SET PART-ABORTED TO TRUE
               PERFORM REMOVE-WORK-FILES
               GO TO COMPUTE-EQUAL-RANGES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-WORK-HANDLE

           MOVE 1 TO WS-PART-COUNT
           MOVE 0 TO WS-IN-PART-COUNT
           MOVE 'N' TO WS-CUT-SWITCH
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE LOW-VALUES TO WS-PREV-KEY
           PERFORM CUT-ONE-SORTED-KEY UNTIL SORT-EOF
           MOVE HIGH-VALUES TO WS-PT-BOUND(WS-PART-COUNT)

           MOVE WS-SORTED-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-WORK-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           PERFORM REMOVE-WORK-FILES
           MOVE 0 TO WS-READ-TOTAL

           IF WS-PART-COUNT < WS-PARTS-WANTED
               DISPLAY 'FILEPART: ONLY ' WS-PART-COUNT
                   ' DISTINCT KEY RANGES IN THE FEED'
           END-IF.

       COMPUTE-EQUAL-RANGES-EXIT.

           EXIT.

       EXTRACT-FEED-KEYS SECTION.

           PERFORM OPEN-FEED-INPUT
           IF PART-ABORTED
               GO TO EXTRACT-FEED-KEYS-EXIT
           END-IF

           MOVE WS-WORK-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPART: CANNOT OPEN KEY WORK FILE'
               SET PART-ABORTED TO TRUE
               PERFORM CLOSE-FEED-INPUT
               GO TO EXTRACT-FEED-KEYS-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-WORK-HANDLE

           MOVE 0 TO WS-READ-TOTAL
           MOVE 'N' TO WS-SPLIT-EOF-SWITCH
           PERFORM EXTRACT-ONE-KEY UNTIL SPLIT-EOF
           MOVE 'N' TO WS-SPLIT-EOF-SWITCH

           MOVE WS-WORK-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-WORK-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           PERFORM CLOSE-FEED-INPUT.

       EXTRACT-FEED-KEYS-EXIT.

           EXIT.

       EXTRACT-ONE-KEY SECTION.

           MOVE WS-TRANS-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 1 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET SPLIT-EOF TO TRUE
               GO TO EXTRACT-ONE-KEY-EXIT
           END-IF

           ADD 1 TO WS-READ-TOTAL
           MOVE FILE-RECORD OF FILEHANDLER(2:20) TO WS-WORK-KEY

           MOVE WS-WORK-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-WORK-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-WORK-KEY TO FILE-RECORD OF FILEHANDLER
           MOVE 20 TO RECORD-LENGTH OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-IO-OK
               DISPLAY 'FILEPART: KEY WORK FILE WRITE FAILED, STATUS '
                   FILENAME-IO-STATUS
               SET SPLIT-EOF TO TRUE
               SET PART-ABORTED TO TRUE
           END-IF.

       EXTRACT-ONE-KEY-EXIT.

           EXIT.

      * A cut falls due once a partition holds its share, and is made
      * at the next change of key. The last partition takes the rest.
       CUT-ONE-SORTED-KEY SECTION.

           MOVE WS-SORTED-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-WORK-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET SORT-EOF TO TRUE
               GO TO CUT-ONE-SORTED-KEY-EXIT
           END-IF

           MOVE FILE-RECORD OF FILEHANDLER(1:20) TO WS-WORK-KEY
           IF CUT-PENDING AND WS-WORK-KEY NOT = WS-PREV-KEY
               MOVE WS-PREV-KEY TO WS-PT-BOUND(WS-PART-COUNT)
               ADD 1 TO WS-PART-COUNT
               MOVE 0 TO WS-IN-PART-COUNT
               MOVE 'N' TO WS-CUT-SWITCH
           END-IF

           ADD 1 TO WS-IN-PART-COUNT
           MOVE WS-WORK-KEY TO WS-PREV-KEY
           IF WS-IN-PART-COUNT >= WS-TARGET-COUNT
                   AND WS-PART-COUNT < WS-PARTS-WANTED
               SET CUT-PENDING TO TRUE
           END-IF.

       CUT-ONE-SORTED-KEY-EXIT.

           EXIT.

       REMOVE-WORK-FILES SECTION.

           MOVE SPACES TO WS-DELETE-NAME
           MOVE WS-WORK-FILENAME TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-FILE-RC
           MOVE SPACES TO WS-DELETE-NAME
           MOVE WS-SORTED-FILENAME TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-FILE-RC

           EXIT.

      * Partition nn of feed X is written to X.Pnn, with stream
      * parameters X.Pnn.PRM and totals X.Pnn.TOT; the rejects and
      * report files of the single run get .Pnn added. Totals left
      * by an earlier split are removed so they cannot be merged.
       NAME-PARTITION-FILES SECTION.

           MOVE 0 TO WS-PT-IX
           PERFORM NAME-ONE-PARTITION
               UNTIL WS-PT-IX >= WS-PART-COUNT OR PART-ABORTED

           EXIT.

       NAME-ONE-PARTITION SECTION.

           ADD 1 TO WS-PT-IX
           MOVE WS-PT-IX TO WS-PART-NO-X
           MOVE SPACES TO WS-PT-LOW-KEY(WS-PT-IX)
           MOVE SPACES TO WS-PT-HIGH-KEY(WS-PT-IX)
           MOVE 0 TO WS-PT-COUNT(WS-PT-IX)
           MOVE 0 TO WS-PT-HANDLE(WS-PT-IX)

           MOVE SPACES TO WS-NAME-CHECK
           STRING WS-TRANS-FILENAME DELIMITED BY SPACE
                  '.P' DELIMITED BY SIZE
                  WS-PART-NO-X DELIMITED BY SIZE
                  INTO WS-NAME-CHECK
               ON OVERFLOW
                   SET PART-ABORTED TO TRUE
           END-STRING
           MOVE WS-NAME-CHECK TO WS-PT-TRANS-NAME(WS-PT-IX)

           MOVE SPACES TO WS-NAME-CHECK
           STRING WS-PT-TRANS-NAME(WS-PT-IX) DELIMITED BY SPACE
                  '.PRM' DELIMITED BY SIZE
                  INTO WS-NAME-CHECK
               ON OVERFLOW
                   SET PART-ABORTED TO TRUE
           END-STRING
           MOVE WS-NAME-CHECK TO WS-PT-PARM-NAME(WS-PT-IX)

           MOVE SPACES TO WS-NAME-CHECK
           STRING WS-PT-TRANS-NAME(WS-PT-IX) DELIMITED BY SPACE
                  '.TOT' DELIMITED BY SIZE
                  INTO WS-NAME-CHECK
               ON OVERFLOW
                   SET PART-ABORTED TO TRUE
           END-STRING
           MOVE WS-NAME-CHECK TO WS-PT-TOTALS-NAME(WS-PT-IX)

           MOVE SPACES TO WS-NAME-CHECK
           STRING WS-REJECT-BASE DELIMITED BY SPACE
                  '.P' DELIMITED BY SIZE
                  WS-PART-NO-X DELIMITED BY SIZE
                  INTO WS-NAME-CHECK
               ON OVERFLOW
                   SET PART-ABORTED TO TRUE
           END-STRING
           MOVE WS-NAME-CHECK TO WS-PT-REJECT-NAME(WS-PT-IX)

           MOVE SPACES TO WS-NAME-CHECK
           STRING WS-REPORT-BASE DELIMITED BY SPACE
                  '.P' DELIMITED BY SIZE
                  WS-PART-NO-X DELIMITED BY SIZE
                  INTO WS-NAME-CHECK
               ON OVERFLOW
                   SET PART-ABORTED TO TRUE
           END-STRING
           MOVE WS-NAME-CHECK TO WS-PT-REPORT-NAME(WS-PT-IX)

           IF PART-ABORTED
               DISPLAY 'FILEPART: PARTITION FILE NAMES FOR '
                   WS-PART-NO-X ' EXCEED 70 CHARACTERS'
               GO TO NAME-ONE-PARTITION-EXIT
           END-IF

           MOVE SPACES TO WS-DELETE-NAME
           MOVE WS-PT-TOTALS-NAME(WS-PT-IX) TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-FILE-RC.

       NAME-ONE-PARTITION-EXIT.

           EXIT.

       OPEN-FEED-INPUT SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEPART' TO PGM-NAME OF FILEHANDLER
           MOVE WS-TRANS-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 1 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           IF LABELLED-FEED
               MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPART: CANNOT OPEN TRANS '
                   WS-TRANS-FILENAME(1:40)
               SET PART-ABORTED TO TRUE
               GO TO OPEN-FEED-INPUT-EXIT
           END-IF
           IF LABELLED-FEED AND FILENAME-LABEL-ERROR
               DISPLAY 'FILEPART: HDR1 LABEL VERIFICATION FAILED '
                   WS-TRANS-FILENAME(1:40)
               SET PART-ABORTED TO TRUE
               PERFORM CLOSE-FEED-INPUT
           END-IF
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER.

       OPEN-FEED-INPUT-EXIT.

           EXIT.

       CLOSE-FEED-INPUT SECTION.

           MOVE WS-TRANS-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 1 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

      * Every partition feed is opened labeled on its own pool
      * handle, so each stream can verify its HDR1 and TRL1.
       OPEN-SPLIT-FILES SECTION.

           PERFORM OPEN-FEED-INPUT
           IF PART-ABORTED
               GO TO OPEN-SPLIT-FILES-EXIT
           END-IF

           MOVE 0 TO WS-PT-IX
           PERFORM OPEN-ONE-PARTITION
               UNTIL WS-PT-IX >= WS-PART-COUNT OR PART-ABORTED
           IF PART-ABORTED
               PERFORM CLOSE-SPLIT-FILES
           END-IF.

       OPEN-SPLIT-FILES-EXIT.

           EXIT.

       OPEN-ONE-PARTITION SECTION.

           ADD 1 TO WS-PT-IX
           MOVE WS-PT-TRANS-NAME(WS-PT-IX) TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-OPENED AND NOT FILENAME-LABEL-ERROR
               MOVE FH-HANDLE-ID OF FILEHANDLER TO
                   WS-PT-HANDLE(WS-PT-IX)
           ELSE
               DISPLAY 'FILEPART: CANNOT OPEN PARTITION '
                   WS-PT-TRANS-NAME(WS-PT-IX)(1:40)
               SET PART-ABORTED TO TRUE
           END-IF
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER

           EXIT.

       ROUTE-ONE-TRANSACTION SECTION.

           MOVE WS-TRANS-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 1 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET SPLIT-EOF TO TRUE
               IF LABELLED-FEED AND NOT FILENAME-LABEL-OK
                   SET TRAILER-MISMATCH TO TRUE
               END-IF
               GO TO ROUTE-ONE-TRANSACTION-EXIT
           END-IF

           ADD 1 TO WS-READ-TOTAL
           MOVE FILE-RECORD OF FILEHANDLER TO WS-WORK-RECORD
           MOVE RECORD-LENGTH OF FILEHANDLER TO WS-WORK-LEN
           MOVE WS-WORK-RECORD(2:20) TO WS-WORK-KEY

           MOVE 1 TO WS-PT-IX
           PERFORM NEXT-PARTITION
               UNTIL WS-PT-IX >= WS-PART-COUNT
                   OR WS-WORK-KEY NOT > WS-PT-BOUND(WS-PT-IX)

           MOVE WS-PT-TRANS-NAME(WS-PT-IX) TO FILENAME OF FILEHANDLER
           MOVE WS-PT-HANDLE(WS-PT-IX) TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-WORK-RECORD TO FILE-RECORD OF FILEHANDLER
           MOVE WS-WORK-LEN TO RECORD-LENGTH OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF NOT FILENAME-IO-OK
               DISPLAY 'FILEPART: PARTITION WRITE FAILED, STATUS '
                   FILENAME-IO-STATUS
               SET SPLIT-EOF TO TRUE
               SET PART-ABORTED TO TRUE
               GO TO ROUTE-ONE-TRANSACTION-EXIT
           END-IF

           ADD 1 TO WS-ROUTED-TOTAL
           ADD 1 TO WS-PT-COUNT(WS-PT-IX)
           IF WS-PT-COUNT(WS-PT-IX) = 1
                   OR WS-WORK-KEY < WS-PT-LOW-KEY(WS-PT-IX)
               MOVE WS-WORK-KEY TO WS-PT-LOW-KEY(WS-PT-IX)
           END-IF
           IF WS-PT-COUNT(WS-PT-IX) = 1
                   OR WS-WORK-KEY > WS-PT-HIGH-KEY(WS-PT-IX)
               MOVE WS-WORK-KEY TO WS-PT-HIGH-KEY(WS-PT-IX)
           END-IF.

       ROUTE-ONE-TRANSACTION-EXIT.

           EXIT.

       NEXT-PARTITION SECTION.

           ADD 1 TO WS-PT-IX

           EXIT.

       CLOSE-SPLIT-FILES SECTION.

           PERFORM CLOSE-FEED-INPUT

           MOVE 0 TO WS-PT-IX
           PERFORM CLOSE-ONE-PARTITION UNTIL WS-PT-IX >= WS-PART-COUNT

           EXIT.

       CLOSE-ONE-PARTITION SECTION.

           ADD 1 TO WS-PT-IX
           IF WS-PT-HANDLE(WS-PT-IX) > 0
               MOVE WS-PT-TRANS-NAME(WS-PT-IX) TO
                   FILENAME OF FILEHANDLER
               MOVE WS-PT-HANDLE(WS-PT-IX) TO
                   FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               MOVE 0 TO WS-PT-HANDLE(WS-PT-IX)
           END-IF

           EXIT.

      * The key range given to each stream is the lowest and highest
      * key actually routed to it. A key holding "=" cannot be
      * carried as a parameter value, so the split is refused.
       WRITE-STREAM-PARAMETERS SECTION.

           MOVE 0 TO WS-PT-IX
           PERFORM WRITE-ONE-STREAM-PARM
               UNTIL WS-PT-IX >= WS-PART-COUNT OR PART-ABORTED

           EXIT.

       WRITE-ONE-STREAM-PARM SECTION.

           ADD 1 TO WS-PT-IX
           IF WS-PT-COUNT(WS-PT-IX) = 0
               ADD 1 TO WS-EMPTY-TOTAL
               GO TO WRITE-ONE-STREAM-PARM-EXIT
           END-IF

           MOVE 0 TO WS-EQUALS-COUNT
           INSPECT WS-PT-LOW-KEY(WS-PT-IX)
               TALLYING WS-EQUALS-COUNT FOR ALL '='
           INSPECT WS-PT-HIGH-KEY(WS-PT-IX)
               TALLYING WS-EQUALS-COUNT FOR ALL '='
           IF WS-EQUALS-COUNT > 0
               DISPLAY 'FILEPART: PARTITION KEY HOLDS "=" - '
                   'CANNOT BE PASSED TO FILEAPPLY'
               SET PART-ABORTED TO TRUE
               GO TO WRITE-ONE-STREAM-PARM-EXIT
           END-IF

           MOVE WS-PT-PARM-NAME(WS-PT-IX) TO WS-DYN-STREAM-PARM-NAME
           OPEN OUTPUT STREAM-PARM-FILE
           IF WS-STREAM-PARM-STATUS NOT = "00"
               DISPLAY 'FILEPART: CANNOT WRITE '
                   WS-DYN-STREAM-PARM-NAME(1:40)
               SET PART-ABORTED TO TRUE
               GO TO WRITE-ONE-STREAM-PARM-EXIT
           END-IF

           MOVE 0 TO WS-TEMPLATE-IX
           PERFORM WRITE-ONE-TEMPLATE-LINE
               UNTIL WS-TEMPLATE-IX >= WS-TEMPLATE-COUNT

           MOVE WS-PT-IX TO WS-PART-NO-X
           MOVE SPACES TO STREAM-PARM-RECORD
           STRING 'TRANS=' DELIMITED BY SIZE
                  WS-PT-TRANS-NAME(WS-PT-IX) DELIMITED BY SPACE
                  INTO STREAM-PARM-RECORD
           END-STRING
           WRITE STREAM-PARM-RECORD
           MOVE SPACES TO STREAM-PARM-RECORD
           STRING 'REJECTS=' DELIMITED BY SIZE
                  WS-PT-REJECT-NAME(WS-PT-IX) DELIMITED BY SPACE
                  INTO STREAM-PARM-RECORD
           END-STRING
           WRITE STREAM-PARM-RECORD
           MOVE SPACES TO STREAM-PARM-RECORD
           STRING 'REPORT=' DELIMITED BY SIZE
                  WS-PT-REPORT-NAME(WS-PT-IX) DELIMITED BY SPACE
                  INTO STREAM-PARM-RECORD
           END-STRING
           WRITE STREAM-PARM-RECORD
           MOVE SPACES TO STREAM-PARM-RECORD
           STRING 'TOTALS=' DELIMITED BY SIZE
                  WS-PT-TOTALS-NAME(WS-PT-IX) DELIMITED BY SPACE
                  INTO STREAM-PARM-RECORD
           END-STRING
           WRITE STREAM-PARM-RECORD
           MOVE 'LABELS=Y' TO STREAM-PARM-RECORD
           WRITE STREAM-PARM-RECORD
           MOVE SPACES TO STREAM-PARM-RECORD
           STRING 'PARTITION=' DELIMITED BY SIZE
                  WS-PART-NO-X DELIMITED BY SIZE
                  INTO STREAM-PARM-RECORD
           END-STRING
           WRITE STREAM-PARM-RECORD
           MOVE SPACES TO STREAM-PARM-RECORD
           STRING 'LOWKEY=' DELIMITED BY SIZE
                  WS-PT-LOW-KEY(WS-PT-IX) DELIMITED BY SIZE
                  INTO STREAM-PARM-RECORD
           END-STRING
           WRITE STREAM-PARM-RECORD
           MOVE SPACES TO STREAM-PARM-RECORD
           STRING 'HIGHKEY=' DELIMITED BY SIZE
                  WS-PT-HIGH-KEY(WS-PT-IX) DELIMITED BY SIZE
                  INTO STREAM-PARM-RECORD
           END-STRING
           WRITE STREAM-PARM-RECORD

           CLOSE STREAM-PARM-FILE.

       WRITE-ONE-STREAM-PARM-EXIT.

           EXIT.

       WRITE-ONE-TEMPLATE-LINE SECTION.

           ADD 1 TO WS-TEMPLATE-IX
           MOVE WS-TEMPLATE-LINE(WS-TEMPLATE-IX) TO STREAM-PARM-RECORD
           WRITE STREAM-PARM-RECORD

           EXIT.

       WRITE-PARTITION-CONTROL SECTION.

           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPART: CANNOT OPEN CONTROL '
                   WS-CONTROL-FILENAME(1:40)
               SET PART-ABORTED TO TRUE
               GO TO WRITE-PARTITION-CONTROL-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-WORK-HANDLE

           MOVE SPACES TO WS-CONTROL-RECORD
           SET CR-HEADER TO TRUE
           MOVE 0 TO WS-CR-PARTITION
           MOVE WS-TRANS-FILENAME TO WS-CR-TRANS-NAME
           MOVE WS-MASTER-FILENAME TO WS-CR-MASTER-NAME
           MOVE WS-TICKET TO WS-CR-TICKET
           MOVE WS-READ-TOTAL TO WS-CR-INPUT-COUNT
           MOVE WS-PART-COUNT TO WS-CR-PART-COUNT
           PERFORM WRITE-CONTROL-RECORD

           MOVE 0 TO WS-PT-IX
           PERFORM WRITE-ONE-PARTITION-CONTROL
               UNTIL WS-PT-IX >= WS-PART-COUNT

           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-WORK-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       WRITE-PARTITION-CONTROL-EXIT.

           EXIT.

       WRITE-ONE-PARTITION-CONTROL SECTION.

           ADD 1 TO WS-PT-IX
           MOVE SPACES TO WS-CONTROL-RECORD
           SET CR-PARTITION TO TRUE
           MOVE WS-PT-IX TO WS-CR-PARTITION
           IF WS-PT-COUNT(WS-PT-IX) = 0
               SET CR-EMPTY TO TRUE
           ELSE
               SET CR-READY TO TRUE
           END-IF
           MOVE WS-PT-COUNT(WS-PT-IX) TO WS-CR-COUNT
           MOVE WS-PT-LOW-KEY(WS-PT-IX) TO WS-CR-LOW-KEY
           MOVE WS-PT-HIGH-KEY(WS-PT-IX) TO WS-CR-HIGH-KEY
           MOVE WS-PT-PARM-NAME(WS-PT-IX) TO WS-CR-PARM-NAME
           MOVE WS-PT-TOTALS-NAME(WS-PT-IX) TO WS-CR-TOTALS-NAME
           MOVE WS-PT-REJECT-NAME(WS-PT-IX) TO WS-CR-REJECT-NAME
           MOVE WS-PT-REPORT-NAME(WS-PT-IX) TO WS-CR-REPORT-NAME
           MOVE WS-PT-TRANS-NAME(WS-PT-IX) TO WS-CR-TRANS-PART
           PERFORM WRITE-CONTROL-RECORD

           EXIT.

       WRITE-CONTROL-RECORD SECTION.

           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-WORK-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-CONTROL-RECORD TO FILE-RECORD OF FILEHANDLER
           MOVE 410 TO RECORD-LENGTH OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-IO-OK
               DISPLAY 'FILEPART: CONTROL WRITE FAILED, STATUS '
                   FILENAME-IO-STATUS
               SET PART-ABORTED TO TRUE
           END-IF

           EXIT.

       WRITE-PARTITION-REPORT SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 'N' TO LABEL-PROCESSING OF FILEHANDLER
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPART: UNABLE TO OPEN REPORT FILE'
               MOVE 12 TO WS-SPLIT-RC
               GO TO WRITE-PARTITION-REPORT-EXIT
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'KEY RANGE PARTITION SPLIT REPORT' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'TRANS ' DELIMITED BY SIZE
                  WS-TRANS-FILENAME DELIMITED BY SPACE
                  '  MASTER ' DELIMITED BY SIZE
                  WS-MASTER-FILENAME DELIMITED BY SPACE
                  INTO FILE-RECORD OF FILEHANDLER
           END-STRING
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'PT  STATUS  LOW KEY               HIGH KEY            '
               TO FILE-RECORD OF FILEHANDLER(1:56)
           MOVE '    COUNT  STREAM PARAMETERS' TO
               FILE-RECORD OF FILEHANDLER(57:28)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-PT-IX
           PERFORM REPORT-ONE-PARTITION UNTIL WS-PT-IX >= WS-PART-COUNT

           MOVE 'TRANSACTIONS READ' TO WS-SL-LABEL
           MOVE WS-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'TRANSACTIONS ROUTED' TO WS-SL-LABEL
           MOVE WS-ROUTED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'PARTITIONS' TO WS-SL-LABEL
           MOVE WS-PART-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'EMPTY PARTITIONS' TO WS-SL-LABEL
           MOVE WS-EMPTY-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF WS-ROUTED-TOTAL = WS-READ-TOTAL
               IF WS-EMPTY-TOTAL = 0
                   MOVE 'RECORDS IN EQUAL RECORDS OUT' TO
                       FILE-RECORD OF FILEHANDLER
               ELSE
                   MOVE 'WARNING - SOME PARTITIONS ARE EMPTY' TO
                       FILE-RECORD OF FILEHANDLER
                   MOVE 4 TO WS-SPLIT-RC
               END-IF
           ELSE
               MOVE 'OUT OF BALANCE - IN DOES NOT EQUAL OUT' TO
                   FILE-RECORD OF FILEHANDLER
               MOVE 12 TO WS-SPLIT-RC
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 4 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       WRITE-PARTITION-REPORT-EXIT.

           EXIT.

       REPORT-ONE-PARTITION SECTION.

           ADD 1 TO WS-PT-IX
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PT-IX TO WS-DL-PART
           IF WS-PT-COUNT(WS-PT-IX) = 0
               MOVE 'EMPTY' TO WS-DL-STATUS
           ELSE
               MOVE 'READY' TO WS-DL-STATUS
               MOVE WS-PT-PARM-NAME(WS-PT-IX)(1:50) TO WS-DL-PARM
           END-IF
           MOVE WS-PT-LOW-KEY(WS-PT-IX) TO WS-DL-LOW-KEY
           MOVE WS-PT-HIGH-KEY(WS-PT-IX) TO WS-DL-HIGH-KEY
           MOVE WS-PT-COUNT(WS-PT-IX) TO WS-DL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-DETAIL-LINE TO FILE-RECORD OF FILEHANDLER
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
