       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEFWD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEFWD.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-DYN-IMAGE-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-IMAGE-STATUS.

       SELECT AIL-IN-FILE ASSIGN TO DYNAMIC WS-DYN-AIL-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AIL-STATUS.

       SELECT AIL-HELD-FILE ASSIGN TO DYNAMIC WS-DYN-HELD-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

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
       01 AIL-IN-RECORD.
           05 AI-DATE      PIC 9(08).
           05 AI-TIME      PIC 9(08).
           05 AI-PGM       PIC X(11).
           05 AI-TICKET    PIC X(08).
           05 AI-OPERATION PIC X(1).
           05 AI-KEY       PIC X(20).
           05 AI-POSITION  PIC 9(09).
           05 AI-DATA      PIC X(500).

       FD AIL-HELD-FILE
           DATA RECORD IS AIL-HELD-RECORD.
       01 AIL-HELD-RECORD PIC X(565).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".

       01 WS-PARM-STATUS  PIC X(2).
       01 WS-IMAGE-STATUS PIC X(2).
       01 WS-AIL-STATUS   PIC X(2).
       01 WS-HELD-STATUS  PIC X(2).
       01 WS-DYN-IMAGE-FILENAME PIC X(210).
       01 WS-DYN-AIL-FILENAME   PIC X(210).
       01 WS-DYN-HELD-FILENAME  PIC X(210).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 RECOVERY-ABORTED VALUE 'Y'.
       01 WS-IMAGE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 IMAGE-EOF VALUE 'Y'.
       01 WS-AIL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 AIL-EOF VALUE 'Y'.
       01 WS-COUNT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 COUNT-EOF VALUE 'Y'.
       01 WS-STOP-SWITCH PIC X(1) VALUE 'N'.
           88 STOP-POINT-REACHED VALUE 'Y'.
       01 WS-CONTROL-SWITCH PIC X(1) VALUE 'N'.
           88 CONTROL-RECORD-FOUND VALUE 'Y'.
       01 WS-HELD-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88 HELD-FILE-OPEN VALUE 'Y'.
       01 WS-LOG-SWITCH PIC X(1) VALUE 'N'.
           88 LOG-AVAILABLE VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-MASTER-FILENAME PIC X(200).
       01 WS-MASTER-ORG PIC X(1).
           88 RECOVER-INDEXED  VALUE 'I'.
           88 RECOVER-RELATIVE VALUE 'R'.
       01 WS-IMAGE-FILENAME  PIC X(200).
       01 WS-REPORT-FILENAME PIC X(200) VALUE 'FILEFWD.RPT'.
       01 WS-TICKET PIC X(8).
       01 WS-MASTER-HANDLE PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.

      * Replay stops at the first after-image logged after STOPDATE/
      * STOPTIME (HHMMSS) or at the first one carrying STOPTKT, so a
      * master can be rebuilt to the moment before a bad change.
       01 WS-STOP-DATE PIC X(8) VALUE SPACES.
       01 WS-STOP-TIME PIC X(6) VALUE '235959'.
       01 WS-STOP-TICKET PIC X(8) VALUE SPACES.
       01 WS-STOP-REASON PIC X(40) VALUE SPACES.

       01 WS-AIL-FILENAME  PIC X(210).
       01 WS-FWD-FILENAME  PIC X(210).
       01 WS-HELD-FILENAME PIC X(210).

       01 WS-CHK-FILE-NAME PIC X(256).
       01 WS-CHK-DETAILS.
           05 WS-CHK-SIZE PIC X(8) COMP-X.
           05 WS-CHK-DATE.
               10 WS-CHK-DAY    PIC X COMP-X.
               10 WS-CHK-MONTH  PIC X COMP-X.
               10 WS-CHK-YEAR   PIC 9(4) COMP-X.
           05 WS-CHK-TIME.
               10 WS-CHK-HOURS      PIC X COMP-X.
               10 WS-CHK-MINUTES    PIC X COMP-X.
               10 WS-CHK-SECONDS    PIC X COMP-X.
               10 WS-CHK-HUNDREDTHS PIC X COMP-X.
       01 WS-CHK-RC PIC 9(4) COMP-X.
       01 WS-OLD-NAME PIC X(256).
       01 WS-NEW-NAME PIC X(256).
       01 WS-FILE-RC  PIC 9(4) COMP-X.

       01 WS-CONTROL-COUNT  PIC 9(09) VALUE 0.
       01 WS-CONTROL-HASH   PIC 9(18) VALUE 0.
       01 WS-CONTROL-DATE   PIC 9(08) VALUE 0.
       01 WS-IMAGE-COUNT    PIC 9(09) VALUE 0.
       01 WS-RESTORED-COUNT PIC 9(09) VALUE 0.
       01 WS-LOGGED-COUNT   PIC 9(09) VALUE 0.
       01 WS-WRITE-COUNT    PIC 9(09) VALUE 0.
       01 WS-REWRITE-COUNT  PIC 9(09) VALUE 0.
       01 WS-DELETE-COUNT   PIC 9(09) VALUE 0.
       01 WS-FAILED-COUNT   PIC 9(09) VALUE 0.
       01 WS-HELD-COUNT     PIC 9(09) VALUE 0.
       01 WS-ADDED-COUNT    PIC 9(09) VALUE 0.
       01 WS-EXPECTED-COUNT PIC 9(09) VALUE 0.
       01 WS-ACTUAL-COUNT   PIC 9(09) VALUE 0.
       01 WS-HASH-TOTAL     PIC 9(18) COMP VALUE 0.
       01 WS-HASH-EDIT      PIC 9(18).

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
           IF NOT RECOVERY-ABORTED
               PERFORM VERIFY-IMAGE-COPY
           END-IF
           IF NOT RECOVERY-ABORTED
               PERFORM SET-LOG-ASIDE
           END-IF
           IF NOT RECOVERY-ABORTED
               PERFORM RESTORE-IMAGE-COPY
           END-IF
           IF NOT RECOVERY-ABORTED AND LOG-AVAILABLE
               PERFORM APPLY-AFTER-IMAGES
           END-IF
           IF NOT RECOVERY-ABORTED
               PERFORM COUNT-REBUILT-MASTER
               PERFORM WRITE-RECONCILIATION
           END-IF

           IF RECOVERY-ABORTED
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'FILEFWD: RECORDS RESTORED ' WS-RESTORED-COUNT
               DISPLAY 'FILEFWD: AFTER-IMAGES APPLIED '
                   WS-LOGGED-COUNT
               DISPLAY 'FILEFWD: AFTER-IMAGES FAILED  '
                   WS-FAILED-COUNT
               IF WS-FAILED-COUNT > 0
                       OR WS-EXPECTED-COUNT NOT = WS-ACTUAL-COUNT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-HELD-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM DELETE-LOG-COPY
               END-IF
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEFWD: PARAMETER FILE NOT AVAILABLE'
               SET RECOVERY-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT RECOVERY-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-MASTER-FILENAME = SPACES
               DISPLAY 'FILEFWD: FILE= IS REQUIRED'
               SET RECOVERY-ABORTED TO TRUE
           END-IF
           IF NOT RECOVER-INDEXED AND NOT RECOVER-RELATIVE
               DISPLAY 'FILEFWD: ORG MUST BE I OR R'
               SET RECOVERY-ABORTED TO TRUE
           END-IF
           IF WS-TICKET = SPACES
               DISPLAY 'FILEFWD: TICKET IS REQUIRED'
               SET RECOVERY-ABORTED TO TRUE
           END-IF
           IF WS-STOP-DATE NOT = SPACES AND WS-STOP-DATE NOT NUMERIC
               DISPLAY 'FILEFWD: STOPDATE MUST BE YYYYMMDD'
               SET RECOVERY-ABORTED TO TRUE
           END-IF
           IF WS-STOP-TIME NOT NUMERIC
               DISPLAY 'FILEFWD: STOPTIME MUST BE HHMMSS'
               SET RECOVERY-ABORTED TO TRUE
           END-IF

           IF WS-IMAGE-FILENAME = SPACES
               STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                      ".BKP"             DELIMITED BY SIZE
                   INTO WS-IMAGE-FILENAME
           END-IF

           MOVE SPACES TO WS-AIL-FILENAME WS-FWD-FILENAME
               WS-HELD-FILENAME
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  ".AIL"             DELIMITED BY SIZE
               INTO WS-AIL-FILENAME
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  ".AIL.FWD"         DELIMITED BY SIZE
               INTO WS-FWD-FILENAME
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  ".AIL.HLD"         DELIMITED BY SIZE
               INTO WS-HELD-FILENAME

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
                   WHEN 'TICKET'
                       MOVE WS-PARM-VALUE(1:8) TO WS-TICKET
                   WHEN 'STOPDATE'
                       MOVE WS-PARM-VALUE(1:8) TO WS-STOP-DATE
                   WHEN 'STOPTIME'
                       MOVE WS-PARM-VALUE(1:6) TO WS-STOP-TIME
                   WHEN 'STOPTKT'
                       MOVE WS-PARM-VALUE(1:8) TO WS-STOP-TICKET
                   WHEN OTHER
                       DISPLAY 'FILEFWD: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       VERIFY-IMAGE-COPY SECTION.

      * The whole image is proved against its control record before
      * the master is touched; rebuilding from a short copy would
      * lose records silently.
           MOVE WS-IMAGE-FILENAME TO WS-DYN-IMAGE-FILENAME
           OPEN INPUT IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY 'FILEFWD: NO IMAGE COPY '
                   WS-IMAGE-FILENAME(1:40)
               SET RECOVERY-ABORTED TO TRUE
               GO TO VERIFY-IMAGE-COPY-EXIT
           END-IF

           MOVE 'N' TO WS-IMAGE-EOF-SWITCH
           MOVE 0 TO WS-HASH-TOTAL
           PERFORM VERIFY-ONE-IMAGE-RECORD UNTIL IMAGE-EOF
           CLOSE IMAGE-FILE

           IF NOT CONTROL-RECORD-FOUND
               DISPLAY 'FILEFWD: IMAGE COPY HAS NO CONTROL RECORD'
               SET RECOVERY-ABORTED TO TRUE
               GO TO VERIFY-IMAGE-COPY-EXIT
           END-IF
           IF WS-IMAGE-COUNT NOT = WS-CONTROL-COUNT
                   OR WS-HASH-TOTAL NOT = WS-CONTROL-HASH
               DISPLAY 'FILEFWD: IMAGE COPY DOES NOT AGREE WITH ITS '
                   'CONTROL RECORD'
               SET RECOVERY-ABORTED TO TRUE
           END-IF.

       VERIFY-IMAGE-COPY-EXIT.

           EXIT.

       VERIFY-ONE-IMAGE-RECORD SECTION.

           READ IMAGE-FILE
               AT END
                   SET IMAGE-EOF TO TRUE
           END-READ

           IF NOT IMAGE-EOF
               IF IM-TYPE = 'C'
                   SET CONTROL-RECORD-FOUND TO TRUE
                   MOVE IC-RECORD-COUNT TO WS-CONTROL-COUNT
                   MOVE IC-HASH-TOTAL TO WS-CONTROL-HASH
                   MOVE IC-PROCESS-DATE TO WS-CONTROL-DATE
               ELSE
                   ADD 1 TO WS-IMAGE-COUNT
                   PERFORM HASH-IMAGE-RECORD
               END-IF
           END-IF

           EXIT.

       HASH-IMAGE-RECORD SECTION.

           IF RECOVER-INDEXED
               MOVE IM-KEY TO WS-HASH-AREA(1:20)
               MOVE IM-DATA(1:480) TO WS-HASH-AREA(21:480)
           ELSE
               MOVE IM-DATA TO WS-HASH-AREA
               ADD IM-POSITION TO WS-HASH-TOTAL
           END-IF
           PERFORM ADD-ONE-HASH-WORD
               VARYING WS-HASH-IX FROM 1 BY 1 UNTIL WS-HASH-IX > 125

           EXIT.

       ADD-ONE-HASH-WORD SECTION.

           ADD WS-HASH-WORD(WS-HASH-IX) TO WS-HASH-TOTAL

           EXIT.

       SET-LOG-ASIDE SECTION.

      * Replaying through an UPDATE-MODE open logs fresh after-images
      * of its own, so the log being replayed is renamed aside first.
      * A copy already on disk means an earlier recovery was
      * interrupted; resume from it rather than lose it. The live
      * log then holds only what that interrupted replay logged, and
      * the replay about to run logs it all again, so it is removed
      * first just as the rename does when no copy is on disk.
           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE WS-FWD-FILENAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               DISPLAY 'FILEFWD: RESUMING FROM '
                   WS-FWD-FILENAME(1:40)
               MOVE SPACES TO WS-CHK-FILE-NAME
               MOVE WS-AIL-FILENAME TO WS-CHK-FILE-NAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                       WS-CHK-DETAILS
                   RETURNING WS-CHK-RC
               IF WS-CHK-RC = 0
                   MOVE SPACES TO WS-OLD-NAME
                   MOVE WS-AIL-FILENAME TO WS-OLD-NAME
                   CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                       RETURNING WS-FILE-RC
                   IF WS-FILE-RC NOT = 0
                       DISPLAY 'FILEFWD: CANNOT RESET '
                           WS-AIL-FILENAME(1:40)
                       SET RECOVERY-ABORTED TO TRUE
                       GO TO SET-LOG-ASIDE-EXIT
                   END-IF
               END-IF
               SET LOG-AVAILABLE TO TRUE
               GO TO SET-LOG-ASIDE-EXIT
           END-IF

           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE WS-AIL-FILENAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               DISPLAY 'FILEFWD: NO AFTER-IMAGES SINCE THE IMAGE COPY'
               GO TO SET-LOG-ASIDE-EXIT
           END-IF

           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME
           MOVE WS-AIL-FILENAME TO WS-OLD-NAME
           MOVE WS-FWD-FILENAME TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-FILE-RC
           IF WS-FILE-RC NOT = 0
               DISPLAY 'FILEFWD: CANNOT SET ASIDE '
                   WS-AIL-FILENAME(1:40)
               SET RECOVERY-ABORTED TO TRUE
           ELSE
               SET LOG-AVAILABLE TO TRUE
           END-IF.

       SET-LOG-ASIDE-EXIT.

           EXIT.

       DELETE-LOG-COPY SECTION.

           IF LOG-AVAILABLE
               MOVE SPACES TO WS-OLD-NAME
               MOVE WS-FWD-FILENAME TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
           END-IF

           EXIT.

       RESTORE-IMAGE-COPY SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEFWD' TO PGM-NAME OF FILEHANDLER
           MOVE WS-TICKET TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           PERFORM SET-MASTER-ORGANIZATION
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEFWD: CANNOT REBUILD MASTER - '
                   SHOP-RETURN-MESSAGE
               SET RECOVERY-ABORTED TO TRUE
               GO TO RESTORE-IMAGE-COPY-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-MASTER-HANDLE

           MOVE WS-IMAGE-FILENAME TO WS-DYN-IMAGE-FILENAME
           OPEN INPUT IMAGE-FILE
           MOVE 'N' TO WS-IMAGE-EOF-SWITCH
           PERFORM RESTORE-ONE-RECORD UNTIL IMAGE-EOF
           CLOSE IMAGE-FILE

           PERFORM CLOSE-MASTER

           IF WS-RESTORED-COUNT NOT = WS-CONTROL-COUNT
               DISPLAY 'FILEFWD: RESTORED COUNT DOES NOT MATCH THE '
                   'IMAGE COPY'
               SET RECOVERY-ABORTED TO TRUE
           END-IF.

       RESTORE-IMAGE-COPY-EXIT.

           EXIT.

       RESTORE-ONE-RECORD SECTION.

           READ IMAGE-FILE
               AT END
                   SET IMAGE-EOF TO TRUE
           END-READ

           IF IMAGE-EOF OR IM-TYPE NOT = 'D'
               GO TO RESTORE-ONE-RECORD-EXIT
           END-IF

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF RECOVER-INDEXED
               MOVE IM-KEY TO RECORD-KEY OF FILEHANDLER
               MOVE IM-DATA(1:480) TO FILE-RECORD OF FILEHANDLER(1:480)
           ELSE
               MOVE IM-POSITION TO RELATIVE-RECORD OF FILEHANDLER
               MOVE IM-DATA TO FILE-RECORD OF FILEHANDLER
           END-IF
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'FILEFWD: REBUILD WRITE FAILED'
               SET RECOVERY-ABORTED TO TRUE
               SET IMAGE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-RESTORED-COUNT
           END-IF.

       RESTORE-ONE-RECORD-EXIT.

           EXIT.

       SET-MASTER-ORGANIZATION SECTION.

           IF RECOVER-INDEXED
               SET FO-INDEXED TO TRUE
           ELSE
               SET FO-RELATIVE TO TRUE
           END-IF

           EXIT.

       APPLY-AFTER-IMAGES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEFWD' TO PGM-NAME OF FILEHANDLER
           MOVE WS-TICKET TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET UPDATE-MODE TO TRUE
           PERFORM SET-MASTER-ORGANIZATION
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEFWD: CANNOT OPEN MASTER - '
                   SHOP-RETURN-MESSAGE
               SET RECOVERY-ABORTED TO TRUE
               GO TO APPLY-AFTER-IMAGES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-MASTER-HANDLE

           MOVE WS-FWD-FILENAME TO WS-DYN-AIL-FILENAME
           OPEN INPUT AIL-IN-FILE
           IF WS-AIL-STATUS NOT = "00"
               DISPLAY 'FILEFWD: CANNOT READ '
                   WS-FWD-FILENAME(1:40)
               PERFORM CLOSE-MASTER
               SET RECOVERY-ABORTED TO TRUE
               GO TO APPLY-AFTER-IMAGES-EXIT
           END-IF

           PERFORM APPLY-ONE-AFTER-IMAGE UNTIL AIL-EOF

           CLOSE AIL-IN-FILE
           IF HELD-FILE-OPEN
               CLOSE AIL-HELD-FILE
           END-IF
           PERFORM CLOSE-MASTER.

       APPLY-AFTER-IMAGES-EXIT.

           EXIT.

       APPLY-ONE-AFTER-IMAGE SECTION.

           READ AIL-IN-FILE
               AT END
                   SET AIL-EOF TO TRUE
           END-READ
           IF AIL-EOF
               GO TO APPLY-ONE-AFTER-IMAGE-EXIT
           END-IF

           IF NOT STOP-POINT-REACHED
               PERFORM TEST-STOP-POINT
           END-IF
           IF STOP-POINT-REACHED
               PERFORM HOLD-AFTER-IMAGE
               GO TO APPLY-ONE-AFTER-IMAGE-EXIT
           END-IF

           ADD 1 TO WS-LOGGED-COUNT
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           EVALUATE AI-OPERATION
               WHEN 'W'
                   PERFORM REPLAY-WRITE
               WHEN 'V'
                   PERFORM REPLAY-REWRITE
               WHEN 'D'
                   PERFORM REPLAY-DELETE
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.

       APPLY-ONE-AFTER-IMAGE-EXIT.

           EXIT.

       TEST-STOP-POINT SECTION.

           IF WS-STOP-DATE NOT = SPACES
               IF AI-DATE > WS-STOP-DATE
                   SET STOP-POINT-REACHED TO TRUE
                   MOVE 'STOPPED AT REQUESTED DATE AND TIME' TO
                       WS-STOP-REASON
               END-IF
               IF AI-DATE = WS-STOP-DATE
                       AND AI-TIME(1:6) > WS-STOP-TIME
                   SET STOP-POINT-REACHED TO TRUE
                   MOVE 'STOPPED AT REQUESTED DATE AND TIME' TO
                       WS-STOP-REASON
               END-IF
           END-IF

           IF WS-STOP-TICKET NOT = SPACES
                   AND AI-TICKET = WS-STOP-TICKET
               SET STOP-POINT-REACHED TO TRUE
               MOVE 'STOPPED BEFORE REQUESTED TICKET' TO
                   WS-STOP-REASON
           END-IF

           EXIT.

       HOLD-AFTER-IMAGE SECTION.

      * After-images past the stop point are not lost: they are kept
      * in <file>.AIL.HLD for the record of what was backed out.
           IF NOT HELD-FILE-OPEN
               MOVE WS-HELD-FILENAME TO WS-DYN-HELD-FILENAME
               OPEN OUTPUT AIL-HELD-FILE
               IF WS-HELD-STATUS = "00"
                   SET HELD-FILE-OPEN TO TRUE
               END-IF
           END-IF
           IF HELD-FILE-OPEN
               MOVE AIL-IN-RECORD TO AIL-HELD-RECORD
               WRITE AIL-HELD-RECORD
           END-IF
           ADD 1 TO WS-HELD-COUNT

           EXIT.

       SET-REPLAY-RECORD SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF RECOVER-INDEXED
               MOVE AI-KEY TO RECORD-KEY OF FILEHANDLER
               MOVE AI-DATA(1:480) TO FILE-RECORD OF FILEHANDLER(1:480)
           ELSE
               MOVE AI-POSITION TO RELATIVE-RECORD OF FILEHANDLER
               MOVE AI-DATA TO FILE-RECORD OF FILEHANDLER
           END-IF

           EXIT.

       REPLAY-WRITE SECTION.

           PERFORM SET-REPLAY-RECORD
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-INVALID
               ADD 1 TO WS-WRITE-COUNT
               ADD 1 TO WS-ADDED-COUNT
               GO TO REPLAY-WRITE-EXIT
           END-IF

           PERFORM SET-REPLAY-RECORD
           SET F-REWRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.

       REPLAY-WRITE-EXIT.

           EXIT.

       REPLAY-REWRITE SECTION.

           PERFORM SET-REPLAY-RECORD
           SET F-REWRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-INVALID
               ADD 1 TO WS-REWRITE-COUNT
               GO TO REPLAY-REWRITE-EXIT
           END-IF

           PERFORM SET-REPLAY-RECORD
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               ADD 1 TO WS-REWRITE-COUNT
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

       REPLAY-REWRITE-EXIT.

           EXIT.

       REPLAY-DELETE SECTION.

           PERFORM SET-REPLAY-RECORD
           SET F-DELETE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               ADD 1 TO WS-DELETE-COUNT
           END-IF

           EXIT.

       COUNT-REBUILT-MASTER SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEFWD' TO PGM-NAME OF FILEHANDLER
           MOVE WS-TICKET TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           PERFORM SET-MASTER-ORGANIZATION
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEFWD: CANNOT REREAD MASTER - '
                   SHOP-RETURN-MESSAGE
               GO TO COUNT-REBUILT-MASTER-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-MASTER-HANDLE

           PERFORM COUNT-ONE-RECORD UNTIL COUNT-EOF
           PERFORM CLOSE-MASTER.

       COUNT-REBUILT-MASTER-EXIT.

           COMPUTE WS-EXPECTED-COUNT = WS-RESTORED-COUNT
               + WS-ADDED-COUNT - WS-DELETE-COUNT

           EXIT.

       COUNT-ONE-RECORD SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE 0 TO RELATIVE-RECORD OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR NOT RC-SUCCESS
               SET COUNT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-ACTUAL-COUNT
           END-IF

           EXIT.

       CLOSE-MASTER SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       WRITE-RECONCILIATION SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEFWD' TO PGM-NAME OF FILEHANDLER
           MOVE WS-TICKET TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEFWD: CANNOT OPEN REPORT FILE'
               GO TO WRITE-RECONCILIATION-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'FORWARD RECOVERY RECONCILIATION' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'MASTER ' DELIMITED BY SIZE
                  WS-MASTER-FILENAME(1:64) DELIMITED BY SIZE
                  ' TICKET ' DELIMITED BY SIZE
                  WS-TICKET DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'IMAGE COPY ' DELIMITED BY SIZE
                  WS-IMAGE-FILENAME(1:64) DELIMITED BY SIZE
                  ' TAKEN ' DELIMITED BY SIZE
                  WS-CONTROL-DATE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'IMAGE CONTROL RECORD COUNT' TO WS-SL-LABEL
           MOVE WS-CONTROL-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'RECORDS RESTORED FROM IMAGE' TO WS-SL-LABEL
           MOVE WS-RESTORED-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-CONTROL-HASH TO WS-HASH-EDIT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'IMAGE HASH TOTAL PROVED       ' DELIMITED BY SIZE
                  WS-HASH-EDIT DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'AFTER-IMAGES APPLIED' TO WS-SL-LABEL
           MOVE WS-LOGGED-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE '  WRITES' TO WS-SL-LABEL
           MOVE WS-WRITE-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE '  REWRITES' TO WS-SL-LABEL
           MOVE WS-REWRITE-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE '  DELETES' TO WS-SL-LABEL
           MOVE WS-DELETE-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE '  FAILED' TO WS-SL-LABEL
           MOVE WS-FAILED-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'AFTER-IMAGES HELD BACK' TO WS-SL-LABEL
           MOVE WS-HELD-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           IF WS-HELD-COUNT > 0
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               STRING WS-STOP-REASON DELIMITED BY SIZE
                      ' - SEE ' DELIMITED BY SIZE
                      WS-HELD-FILENAME(1:64) DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 'EXPECTED MASTER RECORDS' TO WS-SL-LABEL
           MOVE WS-EXPECTED-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ACTUAL MASTER RECORDS' TO WS-SL-LABEL
           MOVE WS-ACTUAL-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF WS-EXPECTED-COUNT = WS-ACTUAL-COUNT
                   AND WS-FAILED-COUNT = 0
               MOVE 'REBUILT MASTER PROVES OUT - RESTORED PLUS ADDED '
                   TO FILE-RECORD OF FILEHANDLER
               MOVE 'LESS DELETED EQUALS ACTUAL' TO
                   FILE-RECORD OF FILEHANDLER(49:26)
           ELSE
               MOVE 'REBUILT MASTER DOES NOT PROVE OUT - INVESTIGATE '
                   TO FILE-RECORD OF FILEHANDLER
               MOVE 'BEFORE USE' TO FILE-RECORD OF FILEHANDLER(49:10)
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER
               FILENAME-FILE-STATUS.

       WRITE-RECONCILIATION-EXIT.

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
