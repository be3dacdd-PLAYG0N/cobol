       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECLEAN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILECLEAN.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT STATS-IN-FILE ASSIGN TO "JOBSTATS"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-STATS-IN-STATUS.

       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       FD STATS-IN-FILE
           DATA RECORD IS STATS-IN-RECORD.
       01 STATS-IN-RECORD.
           05 SI-PGM         PIC X(11).
           05 SI-FILENAME    PIC X(64).
           05 SI-OPEN-MODE   PIC X(1).
           05 SI-READ-COUNT  PIC 9(09).
           05 SI-WRITE-COUNT PIC 9(09).
           05 SI-OPEN-DATE   PIC 9(08).
           05 SI-OPEN-TIME   PIC 9(08).
           05 SI-CLOSE-DATE  PIC 9(08).
           05 SI-CLOSE-TIME  PIC 9(08).
           05 SI-RC          PIC 9(04).
           05 FILLER         PIC X(10).

       FD AUDIT-FILE
           DATA RECORD IS AUDIT-RECORD.
       01 AUDIT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".

       01 WS-PARM-STATUS     PIC X(2).
       01 WS-STATS-IN-STATUS PIC X(2).
       01 WS-AUDIT-STATUS    PIC X(2).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 CLEAN-ABORTED VALUE 'Y'.
       01 WS-STATS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 STATS-EOF VALUE 'Y'.
       01 WS-SCAN-DONE-SWITCH PIC X(1) VALUE 'N'.
           88 SCAN-DONE VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).
       01 WS-PARM-DIGITS  PIC 9(02) COMP VALUE 0.

       01 WS-ACTION PIC X(1) VALUE 'R'.
           88 REPORT-ONLY    VALUE 'R'.
           88 DELETE-FILES   VALUE 'D'.
           88 ARCHIVE-FILES  VALUE 'A'.
       01 WS-ARCHIVE-PREFIX   PIC X(70) VALUE SPACES.
       01 WS-CONTROL-FILENAME PIC X(200) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(200) VALUE 'FILECLEAN.RPT'.
       01 WS-MIN-AGE-HOURS PIC 9(04) VALUE 24.
       01 WS-REPORT-HANDLE  PIC 9(02) VALUE 0.
       01 WS-CONTROL-HANDLE PIC 9(02) VALUE 0.
       01 WS-CONTROL-SWITCH PIC X(1) VALUE 'N'.
           88 CONTROL-OPEN VALUE 'Y'.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.

      * One entry per FILE= line: the data file whose work files are
      * swept, the job that owns it and how many generations to keep,
      * with what JOBSTATS and the run control file say about it.
       01 WS-SWEEP-TABLE.
           05 WS-SWEEP-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-SWEEP-ENTRY OCCURS 100 TIMES.
               10 WS-SW-FILE       PIC X(200).
               10 WS-SW-JOB        PIC X(08).
               10 WS-SW-RETAIN     PIC 9(02).
               10 WS-SW-OWNER      PIC X(11).
               10 WS-SW-CLOSE-DATE PIC 9(08).
               10 WS-SW-LAST-RC    PIC 9(04).
               10 WS-SW-STATE      PIC X(01).
                   88 SW-JOB-CLEAN   VALUE 'C'.
                   88 SW-JOB-FAILED  VALUE 'F'.
                   88 SW-JOB-UNKNOWN VALUE 'U'.
               10 WS-SW-LOCKED     PIC X(01).
                   88 SW-FILE-LOCKED VALUE 'Y'.
       01 WS-SWEEP-IX PIC 9(03) COMP VALUE 0.
       01 WS-SCAN-IX  PIC 9(03) COMP VALUE 0.
       01 WS-FILE-TOKEN    PIC X(70).
       01 WS-JOB-TOKEN     PIC X(08).
       01 WS-RETAIN-TOKEN  PIC X(02).

       01 WS-CTL-KEY.
           05 WS-CK-JOB  PIC X(08).
           05 WS-CK-DATE PIC 9(08).
           05 FILLER     PIC X(04).
       01 WS-CTL-DATA.
           05 WS-CD-STATUS PIC X(1).
               88 RUN-STARTED VALUE 'S'.
               88 RUN-ENDED   VALUE 'E'.
           05 WS-CD-START-DATE PIC 9(08).
           05 WS-CD-START-TIME PIC 9(08).
           05 WS-CD-END-DATE   PIC 9(08).
           05 WS-CD-END-TIME   PIC 9(08).
           05 WS-CD-RC         PIC 9(04).
           05 FILLER           PIC X(443).

      * The work file being examined.
       01 WS-WORK-NAME PIC X(256).
       01 WS-WORK-TYPE PIC X(1).
           88 WORK-CHECKPOINT VALUE 'C'.
           88 WORK-JOURNAL    VALUE 'J'.
           88 WORK-JNL-BACKUP VALUE 'B'.
           88 WORK-RESTART    VALUE 'W'.
           88 WORK-SPILL      VALUE 'S'.
           88 WORK-GENERATION VALUE 'G'.
       01 WS-WORK-OWNER  PIC X(11).
       01 WS-WORK-REASON PIC X(48).
       01 WS-WORK-DECISION PIC X(1).
           88 WORK-RECLAIM VALUE 'R'.
           88 WORK-KEEP    VALUE 'K'.
       01 WS-WORK-BYTES PIC 9(15) VALUE 0.
       01 WS-WORK-AGE-HOURS PIC 9(09) VALUE 0.
       01 WS-SUFFIX-NUMBER PIC 9(04) COMP VALUE 0.
       01 WS-SUFFIX-X      PIC 9(04).
       01 WS-MISS-RUN      PIC 9(03) COMP VALUE 0.
       01 WS-PART-NUMBER   PIC 9(03) COMP VALUE 0.
       01 WS-PART-X        PIC 9(02).
       01 WS-GEN-HIGHEST   PIC 9(04) COMP VALUE 0.
       01 WS-GEN-SEEN      PIC 9(04) COMP VALUE 0.

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

       01 WS-NOW-DATE.
           05 WS-NOW-YEAR  PIC 9(04).
           05 WS-NOW-MONTH PIC 9(02).
           05 WS-NOW-DAY   PIC 9(02).
       01 WS-NOW-TIME.
           05 WS-NOW-HH PIC 9(02).
           05 WS-NOW-MM PIC 9(02).
           05 FILLER    PIC 9(04).
       01 WS-NOW-MINUTES  PIC 9(12) COMP VALUE 0.
       01 WS-FILE-MINUTES PIC 9(12) COMP VALUE 0.
       01 WS-AGE-MINUTES  PIC S9(12) COMP VALUE 0.

       01 WS-SER-YEAR  PIC 9(04) COMP VALUE 0.
       01 WS-SER-MONTH PIC 9(02) COMP VALUE 0.
       01 WS-SER-DAY   PIC 9(02) COMP VALUE 0.
       01 WS-SER-YM1   PIC 9(04) COMP VALUE 0.
       01 WS-SER-T4    PIC 9(04) COMP VALUE 0.
       01 WS-SER-T100  PIC 9(04) COMP VALUE 0.
       01 WS-SER-T400  PIC 9(04) COMP VALUE 0.
       01 WS-DAY-SERIAL PIC 9(09) COMP VALUE 0.
       01 WS-LEAP-REM-4   PIC 9(04).
       01 WS-LEAP-REM-100 PIC 9(04).
       01 WS-LEAP-REM-400 PIC 9(04).
       01 WS-LEAP-QUOT    PIC 9(04).
       01 WS-CUM-DAYS-TABLE.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
           05 WS-CUM-DAYS PIC 9(03) OCCURS 12 TIMES.

       01 WS-FOUND-TOTAL     PIC 9(09) VALUE 0.
       01 WS-RECLAIM-TOTAL   PIC 9(09) VALUE 0.
       01 WS-KEPT-TOTAL      PIC 9(09) VALUE 0.
       01 WS-FAILED-TOTAL    PIC 9(09) VALUE 0.
       01 WS-BYTES-TOTAL     PIC 9(15) VALUE 0.

       01 WS-AUDIT-DATE PIC 9(08).
       01 WS-AUDIT-TIME PIC 9(08).
       01 WS-AUDIT-OP   PIC X(1).

       01 WS-DETAIL-LINE.
           05 WS-DL-FILE   PIC X(44).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-DL-OWNER  PIC X(11).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-DL-AGE    PIC Z(5)9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-DL-BYTES  PIC Z(11)9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-DL-ACTION PIC X(55).

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(14)9.
           05 FILLER PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-YEAR  TO WS-SER-YEAR
           MOVE WS-NOW-MONTH TO WS-SER-MONTH
           MOVE WS-NOW-DAY   TO WS-SER-DAY
           PERFORM COMPUTE-DAY-SERIAL
           COMPUTE WS-NOW-MINUTES = WS-DAY-SERIAL * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM

           PERFORM READ-PARAMETERS
           IF NOT CLEAN-ABORTED
               PERFORM LOAD-JOB-STATISTICS
               PERFORM RESOLVE-JOB-STATES
               PERFORM OPEN-CLEAN-REPORT
           END-IF
           IF CLEAN-ABORTED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SWEEP-ONE-FILE
               VARYING WS-SWEEP-IX FROM 1 BY 1
               UNTIL WS-SWEEP-IX > WS-SWEEP-COUNT

           PERFORM WRITE-CLEAN-SUMMARY

           IF WS-FAILED-TOTAL > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-KEPT-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILECLEAN: PARAMETER FILE NOT AVAILABLE'
               SET CLEAN-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT CLEAN-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-SWEEP-COUNT = 0
               DISPLAY 'FILECLEAN: NO FILES NAMED TO SWEEP'
               SET CLEAN-ABORTED TO TRUE
           END-IF
           IF NOT REPORT-ONLY AND NOT DELETE-FILES
                   AND NOT ARCHIVE-FILES
               DISPLAY 'FILECLEAN: ACTION MUST BE REPORT, DELETE OR '
                   'ARCHIVE'
               SET CLEAN-ABORTED TO TRUE
           END-IF
           IF ARCHIVE-FILES AND WS-ARCHIVE-PREFIX = SPACES
               DISPLAY 'FILECLEAN: ACTION=ARCHIVE NEEDS ARCHIVETO'
               SET CLEAN-ABORTED TO TRUE
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
                   WHEN 'FILE'
                       PERFORM ADD-SWEEP-ENTRY
                   WHEN 'ACTION'
                       MOVE WS-PARM-VALUE(1:1) TO WS-ACTION
                   WHEN 'ARCHIVETO'
                       MOVE WS-PARM-VALUE TO WS-ARCHIVE-PREFIX
                   WHEN 'CONTROL'
                       MOVE WS-PARM-VALUE TO WS-CONTROL-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'MINAGE'
                       MOVE 0 TO WS-PARM-DIGITS
                       INSPECT WS-PARM-VALUE TALLYING WS-PARM-DIGITS
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF WS-PARM-DIGITS > 0 AND WS-PARM-DIGITS < 5
                               AND WS-PARM-VALUE(1:WS-PARM-DIGITS)
                                   IS NUMERIC
                           MOVE WS-PARM-VALUE(1:WS-PARM-DIGITS) TO
                               WS-MIN-AGE-HOURS
                       ELSE
                           DISPLAY 'FILECLEAN: MINAGE MUST BE 1-4 '
                               'DIGITS OF HOURS'
                           SET CLEAN-ABORTED TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'FILECLEAN: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

      * FILE=<data file> [<owning job> [<generations to keep>]]
       ADD-SWEEP-ENTRY SECTION.

           IF WS-SWEEP-COUNT >= 100
               DISPLAY 'FILECLEAN: MORE THAN 100 FILES, REST IGNORED'
               GO TO ADD-SWEEP-ENTRY-EXIT
           END-IF

           MOVE SPACES TO WS-FILE-TOKEN WS-JOB-TOKEN WS-RETAIN-TOKEN
           UNSTRING WS-PARM-VALUE DELIMITED BY ALL SPACE
               INTO WS-FILE-TOKEN WS-JOB-TOKEN WS-RETAIN-TOKEN
           END-UNSTRING
           IF WS-FILE-TOKEN = SPACES
               GO TO ADD-SWEEP-ENTRY-EXIT
           END-IF
           IF WS-RETAIN-TOKEN NOT = SPACES
               IF WS-RETAIN-TOKEN(2:1) = SPACE
                   MOVE WS-RETAIN-TOKEN(1:1) TO WS-RETAIN-TOKEN(2:1)
                   MOVE '0' TO WS-RETAIN-TOKEN(1:1)
               END-IF
               IF WS-RETAIN-TOKEN NOT NUMERIC
                   DISPLAY 'FILECLEAN: GENERATIONS TO KEEP MUST BE '
                       'NUMERIC FOR ' WS-FILE-TOKEN(1:40)
                   SET CLEAN-ABORTED TO TRUE
                   GO TO ADD-SWEEP-ENTRY-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-SWEEP-COUNT
           MOVE WS-FILE-TOKEN TO WS-SW-FILE(WS-SWEEP-COUNT)
           MOVE WS-JOB-TOKEN TO WS-SW-JOB(WS-SWEEP-COUNT)
           IF WS-RETAIN-TOKEN = SPACES
               MOVE 0 TO WS-SW-RETAIN(WS-SWEEP-COUNT)
           ELSE
               MOVE WS-RETAIN-TOKEN TO WS-SW-RETAIN(WS-SWEEP-COUNT)
           END-IF
           MOVE SPACES TO WS-SW-OWNER(WS-SWEEP-COUNT)
           MOVE 0 TO WS-SW-CLOSE-DATE(WS-SWEEP-COUNT)
           MOVE 0 TO WS-SW-LAST-RC(WS-SWEEP-COUNT)
           MOVE 'U' TO WS-SW-STATE(WS-SWEEP-COUNT)
           MOVE 'N' TO WS-SW-LOCKED(WS-SWEEP-COUNT).

       ADD-SWEEP-ENTRY-EXIT.

           EXIT.

      * The last close recorded for each data file gives the owning
      * program, the business date of that run and its return code.
       LOAD-JOB-STATISTICS SECTION.

           OPEN INPUT STATS-IN-FILE
           IF WS-STATS-IN-STATUS NOT = "00"
               DISPLAY 'FILECLEAN: JOBSTATS NOT AVAILABLE, STATUS '
                   WS-STATS-IN-STATUS
               GO TO LOAD-JOB-STATISTICS-EXIT
           END-IF

           PERFORM LOAD-ONE-STATISTIC UNTIL STATS-EOF
           CLOSE STATS-IN-FILE.

       LOAD-JOB-STATISTICS-EXIT.

           EXIT.

       LOAD-ONE-STATISTIC SECTION.

           READ STATS-IN-FILE
               AT END
                   SET STATS-EOF TO TRUE
           END-READ

           IF NOT STATS-EOF
               PERFORM MATCH-ONE-STATISTIC
                   VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-SWEEP-COUNT
           END-IF

           EXIT.

       MATCH-ONE-STATISTIC SECTION.

           IF SI-FILENAME = WS-SW-FILE(WS-SCAN-IX)(1:64)
               MOVE SI-PGM TO WS-SW-OWNER(WS-SCAN-IX)
               IF SI-CLOSE-DATE IS NUMERIC
                   MOVE SI-CLOSE-DATE TO WS-SW-CLOSE-DATE(WS-SCAN-IX)
               END-IF
               IF SI-RC IS NUMERIC
                   MOVE SI-RC TO WS-SW-LAST-RC(WS-SCAN-IX)
               END-IF
           END-IF

           EXIT.

      * With an owning job named, the run control record for the
      * business date of the last close decides: ended with RC below
      * 0008 is clean, anything else failed. Without one the return
      * code of the last close is used.
       RESOLVE-JOB-STATES SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-BUSINESS-DATE

           IF WS-CONTROL-FILENAME NOT = SPACES
               MOVE SPACES TO FILEHANDLER
               MOVE 'FILECLEAN' TO PGM-NAME OF FILEHANDLER
               MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
               MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
               SET F-OPEN TO TRUE
               SET READ-MODE TO TRUE
               SET FO-INDEXED TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               IF FILENAME-OPENED
                   MOVE FH-HANDLE-ID OF FILEHANDLER TO
                       WS-CONTROL-HANDLE
                   SET CONTROL-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILECLEAN: CANNOT OPEN RUN CONTROL FILE '
                       WS-CONTROL-FILENAME(1:40)
               END-IF
           END-IF

           PERFORM RESOLVE-ONE-JOB-STATE
               VARYING WS-SCAN-IX FROM 1 BY 1
               UNTIL WS-SCAN-IX > WS-SWEEP-COUNT

           IF CONTROL-OPEN
               MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
               MOVE WS-CONTROL-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
           END-IF

           EXIT.

       RESOLVE-ONE-JOB-STATE SECTION.

           MOVE SPACES TO WS-CHK-FILE-NAME
           STRING WS-SW-FILE(WS-SCAN-IX) DELIMITED BY SPACE
                  '.LOCK'                DELIMITED BY SIZE
               INTO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE 'Y' TO WS-SW-LOCKED(WS-SCAN-IX)
           END-IF
           PERFORM CHECK-ONE-RANGE-LOCK
               VARYING WS-PART-NUMBER FROM 1 BY 1
               UNTIL WS-PART-NUMBER > 99
                   OR SW-FILE-LOCKED(WS-SCAN-IX)

           IF WS-SW-JOB(WS-SCAN-IX) = SPACES
               IF WS-SW-OWNER(WS-SCAN-IX) NOT = SPACES
                   IF WS-SW-LAST-RC(WS-SCAN-IX) < 8
                       MOVE 'C' TO WS-SW-STATE(WS-SCAN-IX)
                   ELSE
                       MOVE 'F' TO WS-SW-STATE(WS-SCAN-IX)
                   END-IF
               END-IF
               GO TO RESOLVE-ONE-JOB-STATE-EXIT
           END-IF

           IF NOT CONTROL-OPEN
               GO TO RESOLVE-ONE-JOB-STATE-EXIT
           END-IF

           MOVE SPACES TO WS-CTL-KEY
           MOVE WS-SW-JOB(WS-SCAN-IX) TO WS-CK-JOB
           IF WS-SW-CLOSE-DATE(WS-SCAN-IX) > 0
               MOVE WS-SW-CLOSE-DATE(WS-SCAN-IX) TO WS-CK-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-CK-DATE
           END-IF
           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-CONTROL-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-CTL-KEY TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               GO TO RESOLVE-ONE-JOB-STATE-EXIT
           END-IF

           MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-CTL-DATA
           IF RUN-ENDED AND WS-CD-RC < 8
               MOVE 'C' TO WS-SW-STATE(WS-SCAN-IX)
           ELSE
               MOVE 'F' TO WS-SW-STATE(WS-SCAN-IX)
           END-IF.

       RESOLVE-ONE-JOB-STATE-EXIT.

           EXIT.

      * A data file held a key range at a time by partitioned
      * updates is locked while any <file>.LKnn is present.
       CHECK-ONE-RANGE-LOCK SECTION.

           MOVE WS-PART-NUMBER TO WS-PART-X
           MOVE SPACES TO WS-CHK-FILE-NAME
           STRING WS-SW-FILE(WS-SCAN-IX) DELIMITED BY SPACE
                  '.LK'                  DELIMITED BY SIZE
                  WS-PART-X              DELIMITED BY SIZE
               INTO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE 'Y' TO WS-SW-LOCKED(WS-SCAN-IX)
           END-IF

           EXIT.

       OPEN-CLEAN-REPORT SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILECLEAN' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILECLEAN: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               SET CLEAN-ABORTED TO TRUE
               GO TO OPEN-CLEAN-REPORT-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           EVALUATE TRUE
               WHEN DELETE-FILES
                   MOVE 'WORK FILE RECLAIM REPORT - DELETING' TO
                       FILE-RECORD OF FILEHANDLER
               WHEN ARCHIVE-FILES
                   MOVE 'WORK FILE RECLAIM REPORT - ARCHIVING' TO
                       FILE-RECORD OF FILEHANDLER
               WHEN OTHER
                   MOVE 'WORK FILE RECLAIM REPORT - REPORT ONLY' TO
                       FILE-RECORD OF FILEHANDLER
           END-EVALUATE
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'WORK FILE                                    OWNER  '
               TO FILE-RECORD OF FILEHANDLER
           MOVE '     AGE HRS        BYTES ACTION' TO
               FILE-RECORD OF FILEHANDLER(56:31)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE.

       OPEN-CLEAN-REPORT-EXIT.

           EXIT.

       SWEEP-ONE-FILE SECTION.

           MOVE WS-SW-OWNER(WS-SWEEP-IX) TO WS-WORK-OWNER
           IF WS-WORK-OWNER = SPACES
               MOVE '(UNKNOWN)' TO WS-WORK-OWNER
           END-IF

           MOVE 'C' TO WS-WORK-TYPE
           MOVE '.CKP' TO WS-OLD-NAME
           PERFORM CHECK-SUFFIXED-FILE

           MOVE 'W' TO WS-WORK-TYPE
           MOVE '.RSTW' TO WS-OLD-NAME
           PERFORM CHECK-SUFFIXED-FILE

           MOVE 'J' TO WS-WORK-TYPE
           MOVE '.JNL' TO WS-OLD-NAME
           PERFORM CHECK-SUFFIXED-FILE

           MOVE 'B' TO WS-WORK-TYPE
           MOVE '.JNL.BKP' TO WS-OLD-NAME
           PERFORM CHECK-SUFFIXED-FILE

           PERFORM CHECK-PARTITION-JOURNALS
               VARYING WS-PART-NUMBER FROM 1 BY 1
               UNTIL WS-PART-NUMBER > 99

           MOVE 'FILESORT' TO WS-WORK-OWNER
           MOVE 'S' TO WS-WORK-TYPE
           MOVE 0 TO WS-SUFFIX-NUMBER WS-MISS-RUN
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           PERFORM CHECK-ONE-SPILL-RUN UNTIL SCAN-DONE

           IF WS-SW-RETAIN(WS-SWEEP-IX) > 0
               MOVE WS-SW-OWNER(WS-SWEEP-IX) TO WS-WORK-OWNER
               IF WS-WORK-OWNER = SPACES
                   MOVE '(UNKNOWN)' TO WS-WORK-OWNER
               END-IF
               PERFORM CHECK-OLD-GENERATIONS
           END-IF

           EXIT.

      * Partitioned updates journal each key range separately, as
      * <file>.Pnn.JNL, with FILERESTORE's aside copy beside it.
       CHECK-PARTITION-JOURNALS SECTION.

           MOVE WS-PART-NUMBER TO WS-PART-X

           MOVE 'J' TO WS-WORK-TYPE
           MOVE SPACES TO WS-OLD-NAME
           STRING '.P'      DELIMITED BY SIZE
                  WS-PART-X DELIMITED BY SIZE
                  '.JNL'    DELIMITED BY SIZE
               INTO WS-OLD-NAME
           PERFORM CHECK-SUFFIXED-FILE

           MOVE 'B' TO WS-WORK-TYPE
           MOVE SPACES TO WS-OLD-NAME
           STRING '.P'       DELIMITED BY SIZE
                  WS-PART-X  DELIMITED BY SIZE
                  '.JNL.BKP' DELIMITED BY SIZE
               INTO WS-OLD-NAME
           PERFORM CHECK-SUFFIXED-FILE

           EXIT.

      * WS-OLD-NAME carries the suffix on the way in.
       CHECK-SUFFIXED-FILE SECTION.

           MOVE SPACES TO WS-WORK-NAME
           STRING WS-SW-FILE(WS-SWEEP-IX) DELIMITED BY SPACE
                  WS-OLD-NAME            DELIMITED BY SPACE
               INTO WS-WORK-NAME
           PERFORM CHECK-WORK-FILE

           EXIT.

      * FILESORT numbers its spill runs from R0001 and removes them
      * as they are merged, so the survivors of a failed sort can
      * start anywhere; the scan stops after 99 numbers in a row are
      * missing, as the generation scan in FILEHANDLER does.
       CHECK-ONE-SPILL-RUN SECTION.

           ADD 1 TO WS-SUFFIX-NUMBER
           IF WS-SUFFIX-NUMBER > 9999
               SET SCAN-DONE TO TRUE
               GO TO CHECK-ONE-SPILL-RUN-EXIT
           END-IF

           MOVE WS-SUFFIX-NUMBER TO WS-SUFFIX-X
           MOVE SPACES TO WS-WORK-NAME
           STRING WS-SW-FILE(WS-SWEEP-IX) DELIMITED BY SPACE
                  '.R'                   DELIMITED BY SIZE
                  WS-SUFFIX-X            DELIMITED BY SIZE
               INTO WS-WORK-NAME
           MOVE WS-WORK-NAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE 0 TO WS-MISS-RUN
               PERFORM CHECK-WORK-FILE
           ELSE
               ADD 1 TO WS-MISS-RUN
               IF WS-MISS-RUN >= 99
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-SPILL-RUN-EXIT.

           EXIT.

      * Generations are kept newest first; everything older than the
      * number to keep for this file can go.
       CHECK-OLD-GENERATIONS SECTION.

           MOVE 0 TO WS-SUFFIX-NUMBER WS-MISS-RUN WS-GEN-HIGHEST
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           PERFORM FIND-ONE-GENERATION UNTIL SCAN-DONE

           MOVE 'G' TO WS-WORK-TYPE
           MOVE 0 TO WS-GEN-SEEN
           MOVE WS-GEN-HIGHEST TO WS-SUFFIX-NUMBER
           PERFORM CHECK-ONE-GENERATION UNTIL WS-SUFFIX-NUMBER < 1

           EXIT.

       FIND-ONE-GENERATION SECTION.

           ADD 1 TO WS-SUFFIX-NUMBER
           IF WS-SUFFIX-NUMBER > 9999
               SET SCAN-DONE TO TRUE
               GO TO FIND-ONE-GENERATION-EXIT
           END-IF

           PERFORM BUILD-GENERATION-NAME
           MOVE WS-WORK-NAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE WS-SUFFIX-NUMBER TO WS-GEN-HIGHEST
               MOVE 0 TO WS-MISS-RUN
           ELSE
               ADD 1 TO WS-MISS-RUN
               IF WS-MISS-RUN >= 99
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF.

       FIND-ONE-GENERATION-EXIT.

           EXIT.

       CHECK-ONE-GENERATION SECTION.

           PERFORM BUILD-GENERATION-NAME
           MOVE WS-WORK-NAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               ADD 1 TO WS-GEN-SEEN
               IF WS-GEN-SEEN > WS-SW-RETAIN(WS-SWEEP-IX)
                   PERFORM CHECK-WORK-FILE
               END-IF
           END-IF
           SUBTRACT 1 FROM WS-SUFFIX-NUMBER

           EXIT.

       BUILD-GENERATION-NAME SECTION.

           MOVE WS-SUFFIX-NUMBER TO WS-SUFFIX-X
           MOVE SPACES TO WS-WORK-NAME
           STRING WS-SW-FILE(WS-SWEEP-IX) DELIMITED BY SPACE
                  '.G'                   DELIMITED BY SIZE
                  WS-SUFFIX-X            DELIMITED BY SIZE
               INTO WS-WORK-NAME

           EXIT.

      * Decide whether one work file is safe to reclaim, report it
      * and, unless running report-only, remove it.
       CHECK-WORK-FILE SECTION.

           MOVE WS-WORK-NAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               GO TO CHECK-WORK-FILE-EXIT
           END-IF

           ADD 1 TO WS-FOUND-TOTAL
           MOVE WS-CHK-SIZE TO WS-WORK-BYTES
           PERFORM COMPUTE-WORK-FILE-AGE
           PERFORM DECIDE-WORK-FILE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-WORK-NAME(1:44) TO WS-DL-FILE
           MOVE WS-WORK-OWNER TO WS-DL-OWNER
           MOVE WS-WORK-AGE-HOURS TO WS-DL-AGE
           MOVE WS-WORK-BYTES TO WS-DL-BYTES

           IF WORK-KEEP
               ADD 1 TO WS-KEPT-TOTAL
               STRING 'KEPT - ' DELIMITED BY SIZE
                      WS-WORK-REASON DELIMITED BY SIZE
                   INTO WS-DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               GO TO CHECK-WORK-FILE-EXIT
           END-IF

           IF REPORT-ONLY
               ADD 1 TO WS-RECLAIM-TOTAL
               ADD WS-WORK-BYTES TO WS-BYTES-TOTAL
               MOVE 'RECLAIMABLE' TO WS-DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               GO TO CHECK-WORK-FILE-EXIT
           END-IF

           PERFORM REMOVE-WORK-FILE
           IF WS-FILE-RC = 0
               ADD 1 TO WS-RECLAIM-TOTAL
               ADD WS-WORK-BYTES TO WS-BYTES-TOTAL
               IF DELETE-FILES
                   MOVE 'DELETED' TO WS-DL-ACTION
               ELSE
                   MOVE 'ARCHIVED' TO WS-DL-ACTION
               END-IF
               PERFORM AUDIT-ONE-REMOVAL
           ELSE
               ADD 1 TO WS-FAILED-TOTAL
               MOVE 0 TO WS-DL-BYTES
               IF DELETE-FILES
                   MOVE 'DELETE FAILED' TO WS-DL-ACTION
               ELSE
                   MOVE 'ARCHIVE RENAME FAILED' TO WS-DL-ACTION
               END-IF
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       CHECK-WORK-FILE-EXIT.

           EXIT.

       COMPUTE-WORK-FILE-AGE SECTION.

           MOVE WS-CHK-YEAR  TO WS-SER-YEAR
           MOVE WS-CHK-MONTH TO WS-SER-MONTH
           MOVE WS-CHK-DAY   TO WS-SER-DAY
           PERFORM COMPUTE-DAY-SERIAL
           COMPUTE WS-FILE-MINUTES = WS-DAY-SERIAL * 1440
               + WS-CHK-HOURS * 60 + WS-CHK-MINUTES

           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-FILE-MINUTES
           IF WS-AGE-MINUTES < 0
               MOVE 0 TO WS-AGE-MINUTES
           END-IF
           DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-WORK-AGE-HOURS

           EXIT.

      * A locked data file still has a handle open on it, and a file
      * touched within MINAGE hours may belong to a run in progress,
      * so neither is touched whatever the history says. Restart and
      * recovery files are kept for a job that failed or cannot be
      * traced; sort spills and surplus generations are needed by
      * nothing once no run is active. A journal aside copy is only
      * left behind by a back-out that did not finish, and FILERESTORE
      * needs it to finish one, so it is never reclaimed.
       DECIDE-WORK-FILE SECTION.

           MOVE 'K' TO WS-WORK-DECISION
           MOVE SPACES TO WS-WORK-REASON

           IF WORK-JNL-BACKUP
               MOVE 'BACK-OUT INCOMPLETE - NEEDED BY FILERESTORE' TO
                   WS-WORK-REASON
               GO TO DECIDE-WORK-FILE-EXIT
           END-IF

           IF SW-FILE-LOCKED(WS-SWEEP-IX)
               MOVE 'DATA FILE LOCKED - HANDLE STILL OPEN' TO
                   WS-WORK-REASON
               GO TO DECIDE-WORK-FILE-EXIT
           END-IF
           IF WS-WORK-AGE-HOURS < WS-MIN-AGE-HOURS
               MOVE 'YOUNGER THAN MINAGE - MAY BE IN USE' TO
                   WS-WORK-REASON
               GO TO DECIDE-WORK-FILE-EXIT
           END-IF

           IF WORK-SPILL OR WORK-GENERATION
               MOVE 'R' TO WS-WORK-DECISION
               GO TO DECIDE-WORK-FILE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN SW-JOB-CLEAN(WS-SWEEP-IX)
                   MOVE 'R' TO WS-WORK-DECISION
               WHEN SW-JOB-FAILED(WS-SWEEP-IX)
                       AND (WORK-CHECKPOINT OR WORK-RESTART)
                   MOVE 'JOB FAILED - NEEDED FOR RESTART' TO
                       WS-WORK-REASON
               WHEN SW-JOB-FAILED(WS-SWEEP-IX)
                   MOVE 'JOB FAILED - NEEDED FOR RECOVERY' TO
                       WS-WORK-REASON
               WHEN OTHER
                   MOVE 'NO RECORD THAT OWNING JOB ENDED CLEAN' TO
                       WS-WORK-REASON
           END-EVALUATE.

       DECIDE-WORK-FILE-EXIT.

           EXIT.

       REMOVE-WORK-FILE SECTION.

           MOVE SPACES TO WS-OLD-NAME
           MOVE WS-WORK-NAME TO WS-OLD-NAME

           IF DELETE-FILES
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               MOVE 'D' TO WS-AUDIT-OP
           ELSE
               MOVE SPACES TO WS-NEW-NAME
               STRING WS-ARCHIVE-PREFIX DELIMITED BY SPACE
                      WS-WORK-NAME      DELIMITED BY SPACE
                   INTO WS-NEW-NAME
               CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
                   RETURNING WS-FILE-RC
               MOVE 'A' TO WS-AUDIT-OP
           END-IF

           EXIT.

       AUDIT-ONE-REMOVAL SECTION.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-DATE   DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-AUDIT-TIME   DELIMITED BY SIZE
                  " PGM=FILECLEAN   OP="
                                  DELIMITED BY SIZE
                  WS-AUDIT-OP     DELIMITED BY SIZE
                  " FILE="        DELIMITED BY SIZE
                  WS-WORK-NAME    DELIMITED BY SPACE
                  " STATUS=00 RC=0000"
                                  DELIMITED BY SIZE
               INTO AUDIT-RECORD

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF

           EXIT.

       COMPUTE-DAY-SERIAL SECTION.

           COMPUTE WS-SER-YM1 = WS-SER-YEAR - 1
           DIVIDE WS-SER-YM1 BY 4 GIVING WS-SER-T4
           DIVIDE WS-SER-YM1 BY 100 GIVING WS-SER-T100
           DIVIDE WS-SER-YM1 BY 400 GIVING WS-SER-T400
           COMPUTE WS-DAY-SERIAL = WS-SER-YM1 * 365
               + WS-SER-T4 - WS-SER-T100 + WS-SER-T400
               + WS-CUM-DAYS(WS-SER-MONTH) + WS-SER-DAY

           IF WS-SER-MONTH > 2
               DIVIDE WS-SER-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-SER-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-SER-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0 OR
                       (WS-LEAP-REM-4 = 0 AND
                           WS-LEAP-REM-100 NOT = 0)
                   ADD 1 TO WS-DAY-SERIAL
               END-IF
           END-IF

           EXIT.

       WRITE-CLEAN-SUMMARY SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'WORK FILES FOUND' TO WS-SL-LABEL
           MOVE WS-FOUND-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           IF REPORT-ONLY
               MOVE 'RECLAIMABLE' TO WS-SL-LABEL
           ELSE
               MOVE 'RECLAIMED' TO WS-SL-LABEL
           END-IF
           MOVE WS-RECLAIM-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'KEPT' TO WS-SL-LABEL
           MOVE WS-KEPT-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'FAILED' TO WS-SL-LABEL
           MOVE WS-FAILED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           IF REPORT-ONLY
               MOVE 'BYTES RECLAIMABLE' TO WS-SL-LABEL
           ELSE
               MOVE 'BYTES FREED' TO WS-SL-LABEL
           END-IF
           MOVE WS-BYTES-TOTAL TO WS-SL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           DISPLAY 'FILECLEAN: WORK FILES FOUND ' WS-FOUND-TOTAL
               ' RECLAIMED ' WS-RECLAIM-TOTAL
               ' KEPT ' WS-KEPT-TOTAL
               ' BYTES ' WS-BYTES-TOTAL

           EXIT.

       WRITE-DETAIL-LINE SECTION.

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
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
