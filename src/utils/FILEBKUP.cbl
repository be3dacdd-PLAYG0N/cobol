       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEBKUP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEBKUP.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-DYN-IMAGE-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-IMAGE-STATUS.

       SELECT AIL-IN-FILE ASSIGN TO DYNAMIC WS-DYN-AIL-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AIL-STATUS.

       SELECT AIL-ROLL-FILE ASSIGN TO DYNAMIC WS-DYN-ROLL-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ROLL-STATUS.

       SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-DYN-LOCK-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

      * The image copy holds one D record per master record followed
      * by a single C control record. A copy without its control
      * record, or whose counts do not agree with it, is incomplete
      * and FILEFWD will refuse it.
       FD IMAGE-FILE
           DATA RECORDS ARE IMAGE-RECORD IMAGE-CONTROL-RECORD.
       01 IMAGE-RECORD.
           05 IM-TYPE     PIC X(1).
           05 IM-KEY      PIC X(20).
           05 IM-POSITION PIC 9(09).
           05 IM-DATA     PIC X(500).
       01 IMAGE-CONTROL-RECORD.
           05 IC-TYPE         PIC X(1).
           05 IC-FILENAME     PIC X(200).
           05 IC-ORG          PIC X(1).
           05 IC-PROCESS-DATE PIC 9(08).
           05 IC-TIME         PIC 9(08).
           05 IC-RECORD-COUNT PIC 9(09).
           05 IC-HASH-TOTAL   PIC 9(18).
           05 IC-PGM          PIC X(11).
           05 FILLER          PIC X(274).

       FD AIL-IN-FILE
           DATA RECORD IS AIL-IN-RECORD.
       01 AIL-IN-RECORD PIC X(565).

       FD AIL-ROLL-FILE
           DATA RECORD IS AIL-ROLL-RECORD.
       01 AIL-ROLL-RECORD PIC X(565).

       FD LOCK-FILE
           DATA RECORD IS LOCK-RECORD.
       01 LOCK-RECORD PIC X(01).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".

       01 WS-PARM-STATUS  PIC X(2).
       01 WS-IMAGE-STATUS PIC X(2).
       01 WS-AIL-STATUS   PIC X(2).
       01 WS-ROLL-STATUS  PIC X(2).
       01 WS-LOCK-STATUS  PIC X(2).
       01 WS-DYN-IMAGE-FILENAME PIC X(210).
       01 WS-DYN-AIL-FILENAME   PIC X(210).
       01 WS-DYN-ROLL-FILENAME  PIC X(210).
       01 WS-DYN-LOCK-FILENAME  PIC X(210).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 BACKUP-ABORTED VALUE 'Y'.
       01 WS-COPY-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 COPY-EOF VALUE 'Y'.
       01 WS-AIL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 AIL-EOF VALUE 'Y'.
       01 WS-ROLL-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88 ROLL-FAILED VALUE 'Y'.
       01 WS-LOCK-HELD-SWITCH PIC X(1) VALUE 'N'.
           88 MASTER-LOCK-HELD VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-MASTER-FILENAME PIC X(200).
       01 WS-MASTER-ORG PIC X(1).
           88 BACKUP-INDEXED  VALUE 'I'.
           88 BACKUP-RELATIVE VALUE 'R'.
       01 WS-IMAGE-FILENAME  PIC X(200).
       01 WS-REPORT-FILENAME PIC X(200) VALUE 'FILEBKUP.RPT'.
       01 WS-MASTER-HANDLE PIC 9(02) VALUE 0.

       01 WS-LOCK-FILENAME PIC X(210).
       01 WS-AIL-FILENAME  PIC X(210).
       01 WS-ROLL-FILENAME PIC X(210).
       01 WS-RANGE-LOCK-NAME PIC X(210).
       01 WS-RANGE-SCAN PIC 9(02) VALUE 0.
       01 WS-NEW-IMAGE-NAME PIC X(210).
       01 WS-PRV-IMAGE-NAME PIC X(210).
       01 WS-AIL-SIZE-BEFORE PIC 9(09) VALUE 0.
       01 WS-AIL-SIZE-AFTER  PIC 9(09) VALUE 0.
       01 WS-PROCESS-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-TIME     PIC 9(08) VALUE 0.

       01 WS-OLD-NAME PIC X(256).
       01 WS-NEW-NAME PIC X(256).
       01 WS-FILE-RC  PIC 9(4) COMP-X.

       01 WS-RECORD-COUNT PIC 9(09) VALUE 0.
       01 WS-ROLLED-COUNT PIC 9(09) VALUE 0.
       01 WS-HASH-TOTAL   PIC 9(18) COMP VALUE 0.
       01 WS-HASH-EDIT    PIC 9(18).
       01 WS-BACKUP-RC    PIC 9(02) VALUE 0.

      * The hash total is the sum of the image taken as 4-byte binary
      * words, so a single changed byte anywhere in the key or data
      * moves it.
       01 WS-HASH-AREA.
           05 WS-HASH-WORD PIC X(4) COMP-X OCCURS 125 TIMES.
       01 WS-HASH-IX PIC 9(03) COMP VALUE 0.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT BACKUP-ABORTED
               PERFORM CHECK-MASTER-QUIET
           END-IF
           IF NOT BACKUP-ABORTED
               PERFORM COPY-MASTER-IMAGE
           END-IF
           IF NOT BACKUP-ABORTED
               PERFORM CONFIRM-MASTER-UNCHANGED
           END-IF
           IF NOT BACKUP-ABORTED
               PERFORM PROMOTE-NEW-IMAGE
           END-IF
           IF NOT BACKUP-ABORTED
               PERFORM ROLL-AFTER-IMAGE-LOG
           END-IF
           PERFORM RELEASE-MASTER-LOCK
           IF NOT BACKUP-ABORTED
               PERFORM WRITE-BACKUP-REPORT
           END-IF

           IF BACKUP-ABORTED
               PERFORM DISCARD-NEW-IMAGE
               MOVE 12 TO WS-BACKUP-RC
           ELSE
               DISPLAY 'FILEBKUP: RECORDS COPIED ' WS-RECORD-COUNT
               DISPLAY 'FILEBKUP: AFTER-IMAGES ROLLED ' WS-ROLLED-COUNT
           END-IF

           MOVE WS-BACKUP-RC TO RETURN-CODE

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEBKUP: PARAMETER FILE NOT AVAILABLE'
               SET BACKUP-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT BACKUP-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-MASTER-FILENAME = SPACES
               DISPLAY 'FILEBKUP: FILE= IS REQUIRED'
               SET BACKUP-ABORTED TO TRUE
           END-IF
           IF NOT BACKUP-INDEXED AND NOT BACKUP-RELATIVE
               DISPLAY 'FILEBKUP: ORG MUST BE I OR R'
               SET BACKUP-ABORTED TO TRUE
           END-IF

           IF WS-IMAGE-FILENAME = SPACES
               STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                      ".BKP"             DELIMITED BY SIZE
                   INTO WS-IMAGE-FILENAME
           END-IF

           MOVE SPACES TO WS-LOCK-FILENAME WS-AIL-FILENAME
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  ".LOCK"            DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  ".AIL"             DELIMITED BY SIZE
               INTO WS-AIL-FILENAME

           MOVE SPACES TO WS-NEW-IMAGE-NAME WS-PRV-IMAGE-NAME
           STRING WS-IMAGE-FILENAME DELIMITED BY SPACE
                  ".NEW"            DELIMITED BY SIZE
               INTO WS-NEW-IMAGE-NAME
           STRING WS-IMAGE-FILENAME DELIMITED BY SPACE
                  ".PRV"            DELIMITED BY SIZE
               INTO WS-PRV-IMAGE-NAME

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-PROCESS-DATE
           ACCEPT WS-RUN-TIME FROM TIME

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
                   WHEN 'FILE'
                       MOVE WS-PARM-VALUE TO WS-MASTER-FILENAME
                   WHEN 'ORG'
                       MOVE WS-PARM-VALUE(1:1) TO WS-MASTER-ORG
                   WHEN 'IMAGE'
                       MOVE WS-PARM-VALUE TO WS-IMAGE-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY 'FILEBKUP: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       CHECK-MASTER-QUIET SECTION.

      * A point-in-time copy needs the master at rest: no UPDATE-MODE
      * holder (the .LOCK file) and no after-images arriving while
      * the copy runs. The size of the log is taken now and checked
      * again once the copy is complete.
           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEBKUP' TO PGM-NAME OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           SET F-CHECK-EXISTS TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-NOT-FOUND
               DISPLAY 'FILEBKUP: MASTER NOT FOUND '
                   WS-MASTER-FILENAME(1:40)
               SET BACKUP-ABORTED TO TRUE
               GO TO CHECK-MASTER-QUIET-EXIT
           END-IF

           PERFORM TEST-MASTER-LOCK
           IF BACKUP-ABORTED
               GO TO CHECK-MASTER-QUIET-EXIT
           END-IF

           PERFORM MEASURE-AFTER-IMAGE-LOG
           MOVE WS-AIL-SIZE-AFTER TO WS-AIL-SIZE-BEFORE.

       CHECK-MASTER-QUIET-EXIT.

           EXIT.

       TEST-MASTER-LOCK SECTION.

           MOVE WS-LOCK-FILENAME TO FILENAME OF FILEHANDLER
           SET F-CHECK-EXISTS TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EXISTS
               DISPLAY 'FILEBKUP: MASTER IS OPEN FOR UPDATE - '
                   'IMAGE COPY NOT TAKEN'
               SET BACKUP-ABORTED TO TRUE
               GO TO TEST-MASTER-LOCK-EXIT
           END-IF

      * Partitioned runs hold the master a key range at a time, one
      * .LKnn lock per partition, and log after-images just the same.
           MOVE 0 TO WS-RANGE-SCAN
           PERFORM TEST-ONE-RANGE-LOCK
               UNTIL WS-RANGE-SCAN >= 99 OR BACKUP-ABORTED.

       TEST-MASTER-LOCK-EXIT.

           EXIT.

       TEST-ONE-RANGE-LOCK SECTION.

           ADD 1 TO WS-RANGE-SCAN
           MOVE SPACES TO WS-RANGE-LOCK-NAME
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  ".LK"              DELIMITED BY SIZE
                  WS-RANGE-SCAN      DELIMITED BY SIZE
               INTO WS-RANGE-LOCK-NAME
           MOVE WS-RANGE-LOCK-NAME TO FILENAME OF FILEHANDLER
           SET F-CHECK-EXISTS TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EXISTS
               DISPLAY 'FILEBKUP: MASTER PARTITION ' WS-RANGE-SCAN
                   ' IS OPEN FOR UPDATE - IMAGE COPY NOT TAKEN'
               SET BACKUP-ABORTED TO TRUE
           END-IF

           EXIT.

       MEASURE-AFTER-IMAGE-LOG SECTION.

           MOVE WS-AIL-FILENAME TO FILENAME OF FILEHANDLER
           SET F-CHECK-EXISTS TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EXISTS
               MOVE FH-FILE-SIZE OF FILEHANDLER TO WS-AIL-SIZE-AFTER
           ELSE
               MOVE 0 TO WS-AIL-SIZE-AFTER
           END-IF

           EXIT.

       COPY-MASTER-IMAGE SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEBKUP' TO PGM-NAME OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           IF BACKUP-INDEXED
               SET FO-INDEXED TO TRUE
           ELSE
               SET FO-RELATIVE TO TRUE
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEBKUP: CANNOT OPEN MASTER - '
                   SHOP-RETURN-MESSAGE
               SET BACKUP-ABORTED TO TRUE
               GO TO COPY-MASTER-IMAGE-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-MASTER-HANDLE

           MOVE WS-NEW-IMAGE-NAME TO WS-DYN-IMAGE-FILENAME
           OPEN OUTPUT IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY 'FILEBKUP: CANNOT CREATE IMAGE COPY '
                   WS-NEW-IMAGE-NAME(1:40)
               PERFORM CLOSE-MASTER
               SET BACKUP-ABORTED TO TRUE
               GO TO COPY-MASTER-IMAGE-EXIT
           END-IF

           PERFORM COPY-ONE-RECORD UNTIL COPY-EOF

           PERFORM CLOSE-MASTER

           MOVE SPACES TO IMAGE-CONTROL-RECORD
           MOVE 'C' TO IC-TYPE
           MOVE WS-MASTER-FILENAME TO IC-FILENAME
           MOVE WS-MASTER-ORG TO IC-ORG
           MOVE WS-PROCESS-DATE TO IC-PROCESS-DATE
           MOVE WS-RUN-TIME TO IC-TIME
           MOVE WS-RECORD-COUNT TO IC-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO IC-HASH-TOTAL
           MOVE 'FILEBKUP' TO IC-PGM
           WRITE IMAGE-CONTROL-RECORD
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY 'FILEBKUP: CONTROL RECORD WRITE FAILED'
               SET BACKUP-ABORTED TO TRUE
           END-IF
           CLOSE IMAGE-FILE.

       COPY-MASTER-IMAGE-EXIT.

           EXIT.

       COPY-ONE-RECORD SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE 0 TO RELATIVE-RECORD OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET COPY-EOF TO TRUE
               GO TO COPY-ONE-RECORD-EXIT
           END-IF
           IF NOT RC-SUCCESS
               DISPLAY 'FILEBKUP: MASTER READ FAILED - '
                   SHOP-RETURN-MESSAGE
               SET BACKUP-ABORTED TO TRUE
               SET COPY-EOF TO TRUE
               GO TO COPY-ONE-RECORD-EXIT
           END-IF

           MOVE SPACES TO IMAGE-RECORD
           MOVE 'D' TO IM-TYPE
           IF BACKUP-INDEXED
               MOVE RECORD-KEY OF FILEHANDLER TO IM-KEY
               MOVE 0 TO IM-POSITION
               MOVE FILE-RECORD OF FILEHANDLER(1:480) TO IM-DATA
               MOVE IM-KEY TO WS-HASH-AREA(1:20)
               MOVE IM-DATA(1:480) TO WS-HASH-AREA(21:480)
           ELSE
               MOVE RELATIVE-RECORD OF FILEHANDLER TO IM-POSITION
               MOVE FILE-RECORD OF FILEHANDLER TO IM-DATA
               MOVE IM-DATA TO WS-HASH-AREA
               ADD IM-POSITION TO WS-HASH-TOTAL
           END-IF
           PERFORM ADD-ONE-HASH-WORD
               VARYING WS-HASH-IX FROM 1 BY 1 UNTIL WS-HASH-IX > 125

           WRITE IMAGE-RECORD
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY 'FILEBKUP: IMAGE COPY WRITE FAILED'
               SET BACKUP-ABORTED TO TRUE
               SET COPY-EOF TO TRUE
           ELSE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

       COPY-ONE-RECORD-EXIT.

           EXIT.

       ADD-ONE-HASH-WORD SECTION.

           ADD WS-HASH-WORD(WS-HASH-IX) TO WS-HASH-TOTAL

           EXIT.

       CLOSE-MASTER SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

      * The master lock is taken here and held until the log has
      * been rolled, so no updater can add an after-image between
      * the size check and the roll that would then be rolled away
      * with the entries the image copy already holds.
       CONFIRM-MASTER-UNCHANGED SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEBKUP' TO PGM-NAME OF FILEHANDLER
           PERFORM TEST-MASTER-LOCK
           IF BACKUP-ABORTED
               GO TO CONFIRM-MASTER-UNCHANGED-EXIT
           END-IF

           MOVE WS-LOCK-FILENAME TO WS-DYN-LOCK-FILENAME
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY 'FILEBKUP: CANNOT TAKE MASTER LOCK '
                   WS-LOCK-FILENAME(1:40)
               SET BACKUP-ABORTED TO TRUE
               GO TO CONFIRM-MASTER-UNCHANGED-EXIT
           END-IF
           CLOSE LOCK-FILE
           SET MASTER-LOCK-HELD TO TRUE

           PERFORM MEASURE-AFTER-IMAGE-LOG
           IF WS-AIL-SIZE-AFTER NOT = WS-AIL-SIZE-BEFORE
               DISPLAY 'FILEBKUP: MASTER WAS UPDATED DURING THE '
                   'COPY - IMAGE COPY NOT TAKEN'
               SET BACKUP-ABORTED TO TRUE
           END-IF.

       CONFIRM-MASTER-UNCHANGED-EXIT.

           EXIT.

       PROMOTE-NEW-IMAGE SECTION.

      * The last good image is kept as .PRV until the new copy is in
      * place, so a failure here never leaves the shop without one.
           MOVE SPACES TO WS-OLD-NAME
           MOVE WS-PRV-IMAGE-NAME TO WS-OLD-NAME
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-FILE-RC

           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME
           MOVE WS-IMAGE-FILENAME TO WS-OLD-NAME
           MOVE WS-PRV-IMAGE-NAME TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-FILE-RC

           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME
           MOVE WS-NEW-IMAGE-NAME TO WS-OLD-NAME
           MOVE WS-IMAGE-FILENAME TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-FILE-RC
           IF WS-FILE-RC NOT = 0
               DISPLAY 'FILEBKUP: CANNOT PLACE IMAGE COPY '
                   WS-IMAGE-FILENAME(1:40)
               SET BACKUP-ABORTED TO TRUE
           END-IF

           EXIT.

       RELEASE-MASTER-LOCK SECTION.

           IF MASTER-LOCK-HELD
               MOVE SPACES TO WS-OLD-NAME
               MOVE WS-LOCK-FILENAME TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               MOVE 'N' TO WS-LOCK-HELD-SWITCH
           END-IF

           EXIT.

       DISCARD-NEW-IMAGE SECTION.

           MOVE SPACES TO WS-OLD-NAME
           MOVE WS-NEW-IMAGE-NAME TO WS-OLD-NAME
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-FILE-RC

           EXIT.

       ROLL-AFTER-IMAGE-LOG SECTION.

      * After-images logged before this copy are already in it. They
      * are appended to the dated log of the business day and the
      * live log is removed, so FILEFWD replays only what follows.
           IF WS-AIL-SIZE-BEFORE = 0
               GO TO ROLL-AFTER-IMAGE-LOG-EXIT
           END-IF

           MOVE SPACES TO WS-ROLL-FILENAME
           STRING WS-AIL-FILENAME DELIMITED BY SPACE
                  ".D"            DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-ROLL-FILENAME

           MOVE WS-AIL-FILENAME TO WS-DYN-AIL-FILENAME
           OPEN INPUT AIL-IN-FILE
           IF WS-AIL-STATUS NOT = "00"
               GO TO ROLL-AFTER-IMAGE-LOG-EXIT
           END-IF

           MOVE WS-ROLL-FILENAME TO WS-DYN-ROLL-FILENAME
           OPEN EXTEND AIL-ROLL-FILE
           IF WS-ROLL-STATUS = "35"
               OPEN OUTPUT AIL-ROLL-FILE
           END-IF
           IF WS-ROLL-STATUS NOT = "00"
               DISPLAY 'FILEBKUP: CANNOT ROLL AFTER-IMAGE LOG TO '
                   WS-ROLL-FILENAME(1:40)
               CLOSE AIL-IN-FILE
               MOVE 4 TO WS-BACKUP-RC
               GO TO ROLL-AFTER-IMAGE-LOG-EXIT
           END-IF

           MOVE 'N' TO WS-ROLL-FAILED-SWITCH
           PERFORM ROLL-ONE-AFTER-IMAGE UNTIL AIL-EOF OR ROLL-FAILED

           CLOSE AIL-ROLL-FILE
           IF WS-ROLL-STATUS NOT = "00" AND NOT ROLL-FAILED
               DISPLAY 'FILEBKUP: AFTER-IMAGE ROLL CLOSE FAILED, '
                   'STATUS ' WS-ROLL-STATUS
               SET ROLL-FAILED TO TRUE
           END-IF
           CLOSE AIL-IN-FILE

      * The live log is only removed once every after-image is safely
      * in the dated log; otherwise it is kept for FILEFWD.
           IF ROLL-FAILED
               DISPLAY 'FILEBKUP: LIVE AFTER-IMAGE LOG KEPT '
                   WS-AIL-FILENAME(1:40)
               MOVE 12 TO WS-BACKUP-RC
               GO TO ROLL-AFTER-IMAGE-LOG-EXIT
           END-IF

           MOVE SPACES TO WS-OLD-NAME
           MOVE WS-AIL-FILENAME TO WS-OLD-NAME
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-FILE-RC.

       ROLL-AFTER-IMAGE-LOG-EXIT.

           EXIT.

       ROLL-ONE-AFTER-IMAGE SECTION.

           READ AIL-IN-FILE
               AT END
                   SET AIL-EOF TO TRUE
           END-READ

           IF NOT AIL-EOF
               MOVE AIL-IN-RECORD TO AIL-ROLL-RECORD
               WRITE AIL-ROLL-RECORD
               IF WS-ROLL-STATUS NOT = "00"
                   DISPLAY 'FILEBKUP: AFTER-IMAGE ROLL WRITE FAILED, '
                       'STATUS ' WS-ROLL-STATUS
                   SET ROLL-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-ROLLED-COUNT
               END-IF
           END-IF

           EXIT.

       WRITE-BACKUP-REPORT SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEBKUP' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEBKUP: CANNOT OPEN REPORT FILE'
               GO TO WRITE-BACKUP-REPORT-EXIT
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'MASTER IMAGE COPY REPORT' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'MASTER ' DELIMITED BY SIZE
                  WS-MASTER-FILENAME(1:64) DELIMITED BY SIZE
                  ' BUSINESS DATE ' DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'IMAGE COPY ' DELIMITED BY SIZE
                  WS-IMAGE-FILENAME(1:64) DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'RECORDS COPIED' TO WS-SL-LABEL
           MOVE WS-RECORD-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'AFTER-IMAGES ROLLED' TO WS-SL-LABEL
           MOVE WS-ROLLED-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-HASH-TOTAL TO WS-HASH-EDIT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'HASH TOTAL                    ' DELIMITED BY SIZE
                  WS-HASH-EDIT DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'IMAGE COPY COMPLETE - CONTROL RECORD WRITTEN' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER
               FILENAME-FILE-STATUS.

       WRITE-BACKUP-REPORT-EXIT.

           EXIT.

       WRITE-SUMMARY-LINE SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE SECTION.

           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
