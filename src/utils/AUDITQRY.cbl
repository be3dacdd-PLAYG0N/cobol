       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITQRY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "AUDITQRY.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT ARC-PARM-FILE ASSIGN TO "AUDITPRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ARC-PARM-STATUS.

       SELECT LOG-FILE ASSIGN TO DYNAMIC WS-DYN-LOG-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       FD ARC-PARM-FILE
           DATA RECORD IS ARC-PARM-RECORD.
       01 ARC-PARM-RECORD PIC X(80).

       FD LOG-FILE
           DATA RECORD IS LOG-RECORD.
       01 LOG-RECORD PIC X(300).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".
       COPY "BUSDATE.cpy".
       COPY "FILESORT.cpy".

       01 WS-PARM-STATUS     PIC X(2).
       01 WS-ARC-PARM-STATUS PIC X(2).
       01 WS-LOG-STATUS      PIC X(2).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 QUERY-ABORTED VALUE 'Y'.
       01 WS-LOG-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 LOG-EOF VALUE 'Y'.
       01 WS-SORTED-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 SORTED-EOF VALUE 'Y'.
       01 WS-SELECT-SWITCH PIC X(1) VALUE 'N'.
           88 ENTRY-SELECTED VALUE 'Y'.
       01 WS-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88 ENTRY-FAILED VALUE 'Y'.
       01 WS-GAP-SWITCH PIC X(1) VALUE 'N'.
           88 ARCHIVE-GAP VALUE 'Y'.
       01 WS-BAD-DATE-SWITCH PIC X(1) VALUE 'N'.
           88 BAD-DATE VALUE 'Y'.
       01 WS-FILE-WILD-SWITCH PIC X(1) VALUE 'N'.
           88 FILE-WILDCARD VALUE 'Y'.
       01 WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 SUBTOTAL-FOUND VALUE 'Y'.
       01 WS-INSERT-SWITCH PIC X(1) VALUE 'N'.
           88 INSERT-POINT-FOUND VALUE 'Y'.
       01 WS-TRIM-SWITCH PIC X(1) VALUE 'N'.
           88 TRIM-DONE VALUE 'Y'.

       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

      * Selection criteria. Blank criteria select everything; FILE
      * ending in '*' selects every file name starting with the
      * characters before it, and OP may list several operations.
       01 WS-SEL-TICKET   PIC X(8) VALUE SPACES.
       01 WS-SEL-FILE     PIC X(70) VALUE SPACES.
       01 WS-SEL-FILE-LEN PIC 9(03) COMP VALUE 0.
       01 WS-SEL-PGM      PIC X(11) VALUE SPACES.
       01 WS-SEL-OPS      PIC X(10) VALUE SPACES.
       01 WS-SEL-MINRC    PIC 9(04) VALUE 0.
       01 WS-FROM-DATE    PIC 9(08) VALUE 0.
       01 WS-TO-DATE      PIC 9(08) VALUE 0.
       01 WS-RETAIN-DAYS  PIC 9(03) VALUE 90.
       01 WS-RETAIN-X     PIC X(3).
       01 WS-OP-TALLY     PIC 9(02) COMP VALUE 0.

       01 WS-CALENDAR-FILENAME PIC X(200) VALUE SPACES.
       01 WS-REPORT-FILENAME   PIC X(200) VALUE 'AUDITQRY.RPT'.
       01 WS-EXTRACT-FILENAME  PIC X(200) VALUE 'AUDITQRY.CSV'.
       01 WS-WORK-FILENAME     PIC X(200) VALUE 'AUDITQRY.WRK'.
       01 WS-SORTED-FILENAME   PIC X(200) VALUE 'AUDITQRY.SRT'.
       01 WS-REPORT-HANDLE  PIC 9(02) VALUE 0.
       01 WS-EXTRACT-HANDLE PIC 9(02) VALUE 0.
       01 WS-WORK-HANDLE    PIC 9(02) VALUE 0.
       01 WS-SORTED-HANDLE  PIC 9(02) VALUE 0.

       01 WS-DYN-LOG-FILENAME PIC X(210).
       01 WS-ARCHIVE-NAME     PIC X(200).

       01 WS-RUN-DATE      PIC 9(08) VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-DAY-DATE      PIC 9(08) VALUE 0.
       01 WS-PURGE-DATE    PIC 9(08) VALUE 0.
       01 WS-EXPECT-END    PIC 9(08) VALUE 0.
       01 WS-SCAN-END      PIC 9(08) VALUE 0.

       01 WS-WALK-DATE.
           05 WS-WALK-YEAR  PIC 9(04).
           05 WS-WALK-MONTH PIC 9(02).
           05 WS-WALK-DAY   PIC 9(02).
       01 WS-WALK-DATE-N REDEFINES WS-WALK-DATE PIC 9(08).
       01 WS-MONTH-LIMIT  PIC 9(02).
       01 WS-LEAP-REM-4   PIC 9(04).
       01 WS-LEAP-REM-100 PIC 9(04).
       01 WS-LEAP-REM-400 PIC 9(04).
       01 WS-LEAP-QUOT    PIC 9(04).
       01 WS-MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-DAYS-IN-MONTH PIC 9(02) OCCURS 12 TIMES.

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
       01 WS-DELETE-NAME PIC X(256).
       01 WS-FILE-RC     PIC 9(4) COMP-X.

      * One AUDITLOG line and the fields taken from it.
       01 WS-AUDIT-LINE PIC X(300).
       01 WS-ENTRY-FIELDS.
           05 WS-ENTRY-DATE   PIC X(8).
           05 WS-ENTRY-DATE-N REDEFINES WS-ENTRY-DATE PIC 9(08).
           05 WS-ENTRY-TIME   PIC X(8).
           05 WS-ENTRY-PGM    PIC X(11).
           05 WS-ENTRY-OP     PIC X(1).
           05 WS-ENTRY-FILE   PIC X(200).
           05 WS-ENTRY-NOTE   PIC X(40).
           05 WS-ENTRY-STATUS PIC X(2).
           05 WS-ENTRY-RC     PIC 9(04).
           05 WS-ENTRY-RC-X   PIC X(4).
           05 WS-ENTRY-TICKET PIC X(8).
           05 WS-ENTRY-USER   PIC X(8).
           05 WS-ENTRY-KEY    PIC X(20).
       01 WS-FILE-PART  PIC X(300).
       01 WS-TAIL-PART  PIC X(80).
       01 WS-PARSE-PTR  PIC 9(03) COMP VALUE 0.

       01 WS-LOG-READ       PIC 9(09) COMP VALUE 0.
       01 WS-LOG-SELECTED   PIC 9(09) COMP VALUE 0.
       01 WS-READ-TOTAL     PIC 9(09) COMP VALUE 0.
       01 WS-SELECTED-TOTAL PIC 9(09) COMP VALUE 0.
       01 WS-LISTED-TOTAL   PIC 9(09) COMP VALUE 0.
       01 WS-FAILED-TOTAL   PIC 9(09) COMP VALUE 0.
       01 WS-LOGS-SCANNED   PIC 9(05) COMP VALUE 0.
       01 WS-MISSING-TOTAL  PIC 9(05) COMP VALUE 0.
       01 WS-PURGED-TOTAL   PIC 9(05) COMP VALUE 0.

      * Subtotals, kept in key order as entries are listed.
       01 WS-TICKET-TABLE.
           05 WS-TICKET-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-TICKET-ENTRY OCCURS 200 TIMES.
               10 WS-TK-TICKET  PIC X(8).
               10 WS-TK-ENTRIES PIC 9(09) COMP.
               10 WS-TK-FAILED  PIC 9(09) COMP.
               10 WS-TK-FIRST   PIC X(17).
               10 WS-TK-LAST    PIC X(17).
       01 WS-TICKET-OTHER-ENTRIES PIC 9(09) COMP VALUE 0.
       01 WS-TICKET-OTHER-FAILED  PIC 9(09) COMP VALUE 0.

       01 WS-FILE-TABLE.
           05 WS-FILE-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-FILE-ENTRY OCCURS 200 TIMES.
               10 WS-FT-FILE    PIC X(60).
               10 WS-FT-ENTRIES PIC 9(09) COMP.
               10 WS-FT-FAILED  PIC 9(09) COMP.
               10 WS-FT-FIRST   PIC X(17).
               10 WS-FT-LAST    PIC X(17).
       01 WS-FILE-OTHER-ENTRIES PIC 9(09) COMP VALUE 0.
       01 WS-FILE-OTHER-FAILED  PIC 9(09) COMP VALUE 0.

       01 WS-SUB-IX    PIC 9(03) COMP VALUE 0.
       01 WS-SHIFT-IX  PIC 9(03) COMP VALUE 0.
       01 WS-SUB-TICKET PIC X(8).
       01 WS-SUB-FILE   PIC X(60).
       01 WS-SUB-STAMP  PIC X(17).

       01 WS-EXTRACT-LINE PIC X(500).
       01 WS-EXTRACT-PTR  PIC 9(04) COMP VALUE 0.
       01 WS-VALUE-WORK   PIC X(40).
       01 WS-VALUE-LEN    PIC 9(02) COMP VALUE 0.
       01 WS-HEAD-PTR     PIC 9(03) COMP VALUE 0.

       01 WS-LOG-HEAD-LINE.
           05 FILLER PIC X(32) VALUE 'LOG FILE'.
           05 FILLER PIC X(14) VALUE 'STATE'.
           05 FILLER PIC X(11) VALUE '  ENTRIES'.
           05 FILLER PIC X(11) VALUE ' SELECTED'.
           05 FILLER PIC X(64) VALUE 'REMARK'.

       01 WS-LOG-LINE.
           05 WS-LL-NAME    PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-LL-STATE   PIC X(12).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-LL-COUNTS.
               10 WS-LL-READ     PIC Z(8)9.
               10 FILLER         PIC X(2) VALUE SPACES.
               10 WS-LL-SELECTED PIC Z(8)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-LL-REMARK  PIC X(40).
           05 FILLER        PIC X(24) VALUE SPACES.

       01 WS-DETAIL-HEAD-LINE.
           05 FILLER PIC X(9)  VALUE 'DATE'.
           05 FILLER PIC X(9)  VALUE 'TIME'.
           05 FILLER PIC X(12) VALUE 'PROGRAM'.
           05 FILLER PIC X(3)  VALUE 'OP'.
           05 FILLER PIC X(45) VALUE 'FILE'.
           05 FILLER PIC X(3)  VALUE 'ST'.
           05 FILLER PIC X(5)  VALUE 'RC'.
           05 FILLER PIC X(9)  VALUE 'TICKET'.
           05 FILLER PIC X(9)  VALUE 'USER'.
           05 FILLER PIC X(28) VALUE 'KEY / NOTE'.

       01 WS-DETAIL-LINE.
           05 WS-DL-DATE   PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-TIME.
               10 WS-DL-HH PIC X(2).
               10 FILLER   PIC X(1) VALUE ':'.
               10 WS-DL-MM PIC X(2).
               10 FILLER   PIC X(1) VALUE ':'.
               10 WS-DL-SS PIC X(2).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-PGM    PIC X(11).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-OP     PIC X(1).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DL-FILE   PIC X(44).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-STATUS PIC X(2).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-RC     PIC X(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-TICKET PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-USER   PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-KEY    PIC X(20).
           05 FILLER       PIC X(8) VALUE SPACES.

       01 WS-SUBTOTAL-HEAD-LINE.
           05 WS-SH-LABEL PIC X(46).
           05 FILLER PIC X(11) VALUE '  ENTRIES'.
           05 FILLER PIC X(11) VALUE 'RC 8 OR UP'.
           05 FILLER PIC X(19) VALUE 'FIRST ENTRY'.
           05 FILLER PIC X(19) VALUE 'LAST ENTRY'.
           05 FILLER PIC X(26) VALUE SPACES.

       01 WS-SUBTOTAL-LINE.
           05 WS-ST-NAME    PIC X(44).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-ST-ENTRIES PIC Z(8)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-ST-FAILED  PIC Z(8)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-ST-FIRST   PIC X(17).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-ST-LAST    PIC X(17).
           05 FILLER        PIC X(28) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(36).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-ARCHIVE-RETENTION
           PERFORM READ-PARAMETERS

           IF NOT QUERY-ABORTED
               PERFORM CHECK-PARAMETERS
           END-IF
           IF NOT QUERY-ABORTED
               PERFORM SET-SCAN-WINDOW
           END-IF
           IF NOT QUERY-ABORTED
               PERFORM OPEN-QUERY-FILES
           END-IF
           IF NOT QUERY-ABORTED
               PERFORM RUN-QUERY
               PERFORM CLOSE-QUERY-FILES
               PERFORM REMOVE-WORK-FILES
           END-IF

           DISPLAY 'AUDITQRY: ENTRIES READ ' WS-READ-TOTAL
               ' SELECTED ' WS-SELECTED-TOTAL
           DISPLAY 'AUDITQRY: LOGS SCANNED ' WS-LOGS-SCANNED
               ' ARCHIVES MISSING ' WS-MISSING-TOTAL
               ' PURGED ' WS-PURGED-TOTAL

           IF QUERY-ABORTED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ARCHIVE-GAP OR WS-SELECTED-TOTAL = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       GET-BUSINESS-DATE SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-BUSINESS-DATE

           EXIT.

      * Purged archives are told apart from lost ones using the same
      * retention AUDITARC works to; RETAIN= here overrides it.
       READ-ARCHIVE-RETENTION SECTION.

           OPEN INPUT ARC-PARM-FILE
           IF WS-ARC-PARM-STATUS NOT = "00"
               GO TO READ-ARCHIVE-RETENTION-EXIT
           END-IF

           READ ARC-PARM-FILE
               AT END
                   CONTINUE
           END-READ
           IF WS-ARC-PARM-STATUS = "00"
               MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
               UNSTRING ARC-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               MOVE WS-PARM-VALUE(1:3) TO WS-RETAIN-X
               IF WS-PARM-KEYWORD = 'RETAIN'
                       AND WS-RETAIN-X IS NUMERIC
                       AND WS-RETAIN-X NOT = '000'
                   MOVE WS-RETAIN-X TO WS-RETAIN-DAYS
               END-IF
           END-IF
           CLOSE ARC-PARM-FILE.

       READ-ARCHIVE-RETENTION-EXIT.

           EXIT.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF WS-PARM-STATUS NOT = "35"
               CLOSE PARM-FILE
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
                   WHEN 'TKT'
                       MOVE WS-PARM-VALUE(1:8) TO WS-SEL-TICKET
                   WHEN 'FILE'
                       MOVE WS-PARM-VALUE TO WS-SEL-FILE
                   WHEN 'PGM'
                       MOVE WS-PARM-VALUE(1:11) TO WS-SEL-PGM
                   WHEN 'OP'
                       MOVE WS-PARM-VALUE(1:10) TO WS-SEL-OPS
                   WHEN 'MINRC'
                       IF WS-PARM-VALUE(1:4) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:4) TO WS-SEL-MINRC
                       ELSE
                           DISPLAY 'AUDITQRY: MINRC MUST BE 4 DIGITS'
                           SET QUERY-ABORTED TO TRUE
                       END-IF
                   WHEN 'FROM'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
                       ELSE
                           DISPLAY 'AUDITQRY: FROM MUST BE YYYYMMDD'
                           SET QUERY-ABORTED TO TRUE
                       END-IF
                   WHEN 'TO'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
                       ELSE
                           DISPLAY 'AUDITQRY: TO MUST BE YYYYMMDD'
                           SET QUERY-ABORTED TO TRUE
                       END-IF
                   WHEN 'RETAIN'
                       MOVE WS-PARM-VALUE(1:3) TO WS-RETAIN-X
                       IF WS-RETAIN-X IS NUMERIC
                               AND WS-RETAIN-X NOT = '000'
                           MOVE WS-RETAIN-X TO WS-RETAIN-DAYS
                       ELSE
                           DISPLAY 'AUDITQRY: RETAIN MUST BE 3 DIGITS'
                           SET QUERY-ABORTED TO TRUE
                       END-IF
                   WHEN 'CALENDAR'
                       MOVE WS-PARM-VALUE TO WS-CALENDAR-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'EXTRACT'
                       MOVE WS-PARM-VALUE TO WS-EXTRACT-FILENAME
                   WHEN OTHER
                       DISPLAY 'AUDITQRY: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

      * The date range defaults to the current business date alone.
       CHECK-PARAMETERS SECTION.

           IF WS-TO-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = 0
               MOVE WS-TO-DATE TO WS-FROM-DATE
           END-IF

           MOVE WS-FROM-DATE TO WS-WALK-DATE-N
           PERFORM CHECK-WALK-DATE
           IF BAD-DATE
               DISPLAY 'AUDITQRY: FROM IS NOT A VALID DATE '
                   WS-FROM-DATE
               SET QUERY-ABORTED TO TRUE
               GO TO CHECK-PARAMETERS-EXIT
           END-IF

           MOVE WS-TO-DATE TO WS-WALK-DATE-N
           PERFORM CHECK-WALK-DATE
           IF BAD-DATE
               DISPLAY 'AUDITQRY: TO IS NOT A VALID DATE '
                   WS-TO-DATE
               SET QUERY-ABORTED TO TRUE
               GO TO CHECK-PARAMETERS-EXIT
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'AUDITQRY: FROM ' WS-FROM-DATE
                   ' IS AFTER TO ' WS-TO-DATE
               SET QUERY-ABORTED TO TRUE
               GO TO CHECK-PARAMETERS-EXIT
           END-IF

           IF WS-SEL-FILE NOT = SPACES
               MOVE 0 TO WS-SEL-FILE-LEN
               INSPECT WS-SEL-FILE TALLYING WS-SEL-FILE-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
               IF WS-SEL-FILE-LEN < 70
                   SET FILE-WILDCARD TO TRUE
               END-IF
           END-IF.

       CHECK-PARAMETERS-EXIT.

           EXIT.

       CHECK-WALK-DATE SECTION.

           MOVE 'N' TO WS-BAD-DATE-SWITCH
           IF WS-WALK-MONTH < 1 OR WS-WALK-MONTH > 12
               SET BAD-DATE TO TRUE
               GO TO CHECK-WALK-DATE-EXIT
           END-IF

           PERFORM SET-MONTH-LIMIT
           IF WS-WALK-DAY < 1 OR WS-WALK-DAY > WS-MONTH-LIMIT
               SET BAD-DATE TO TRUE
           END-IF.

       CHECK-WALK-DATE-EXIT.

           EXIT.

      * AUDITARC rolls the log at the start of each day into
      * AUDITLOG.D<that day>, so an archive holds entries dated before
      * its name. Archives are expected for each day after FROM up to
      * the first roll after TO (the next business day when a calendar
      * is given). A business date can run on past midnight and over a
      * weekend, so archives up to a week after TO are read as well;
      * every entry is still selected by its own date.
       SET-SCAN-WINDOW SECTION.

           MOVE WS-RUN-DATE TO WS-WALK-DATE-N
           PERFORM STEP-BACK-ONE-DAY WS-RETAIN-DAYS TIMES
           MOVE WS-WALK-DATE-N TO WS-PURGE-DATE

           IF WS-CALENDAR-FILENAME NOT = SPACES
               MOVE SPACES TO BUSDATE
               MOVE 'BUSDATE' TO BD-PGM-NAME
               SET BD-NEXT-BUSINESS-DAY TO TRUE
               MOVE WS-CALENDAR-FILENAME TO BD-CALENDAR-FILENAME
               MOVE WS-TO-DATE TO BD-DATE
               CALL "BUSDATE" USING BUSDATE FILENAME-FILE-STATUS
               IF BD-YES AND BD-RESULT-DATE > 0
                   MOVE BD-RESULT-DATE TO WS-EXPECT-END
               ELSE
                   DISPLAY 'AUDITQRY: BUSINESS CALENDAR NOT USABLE '
                       WS-CALENDAR-FILENAME(1:40)
                   SET QUERY-ABORTED TO TRUE
                   GO TO SET-SCAN-WINDOW-EXIT
               END-IF
           ELSE
               MOVE WS-TO-DATE TO WS-WALK-DATE-N
               PERFORM STEP-FORWARD-ONE-DAY
               MOVE WS-WALK-DATE-N TO WS-EXPECT-END
           END-IF

           MOVE WS-TO-DATE TO WS-WALK-DATE-N
           PERFORM STEP-FORWARD-ONE-DAY 7 TIMES
           MOVE WS-WALK-DATE-N TO WS-SCAN-END
           IF WS-EXPECT-END > WS-SCAN-END
               MOVE WS-EXPECT-END TO WS-SCAN-END
           END-IF
           IF WS-SCAN-END > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-SCAN-END
           END-IF
           IF WS-EXPECT-END > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-EXPECT-END
           END-IF.

       SET-SCAN-WINDOW-EXIT.

           EXIT.

       OPEN-QUERY-FILES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'AUDITQRY' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'AUDITQRY: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               SET QUERY-ABORTED TO TRUE
               GO TO OPEN-QUERY-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE

           MOVE WS-EXTRACT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'AUDITQRY: CANNOT OPEN EXTRACT '
                   WS-EXTRACT-FILENAME(1:40)
               PERFORM CLOSE-REPORT
               SET QUERY-ABORTED TO TRUE
               GO TO OPEN-QUERY-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-EXTRACT-HANDLE

           MOVE WS-WORK-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'AUDITQRY: CANNOT OPEN WORK FILE '
                   WS-WORK-FILENAME(1:40)
               PERFORM CLOSE-REPORT
               PERFORM CLOSE-EXTRACT
               SET QUERY-ABORTED TO TRUE
               GO TO OPEN-QUERY-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-WORK-HANDLE

           MOVE SPACES TO WS-EXTRACT-LINE
           MOVE 1 TO WS-EXTRACT-PTR
           STRING 'DATE,TIME,PROGRAM,OP,FILE,STATUS,RC,TICKET,USER,'
                  'KEY,NOTE'
                  DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
               WITH POINTER WS-EXTRACT-PTR
           PERFORM WRITE-EXTRACT-LINE.

       OPEN-QUERY-FILES-EXIT.

           EXIT.

       RUN-QUERY SECTION.

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM SCAN-ARCHIVES
           MOVE SPACES TO WS-DYN-LOG-FILENAME
           MOVE 'AUDITLOG' TO WS-DYN-LOG-FILENAME
           PERFORM SCAN-LOG-FILE
           PERFORM CLOSE-WORK-FILE

           IF QUERY-ABORTED
               GO TO RUN-QUERY-EXIT
           END-IF

           IF WS-SELECTED-TOTAL = 0
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
               MOVE 'NO AUDIT ENTRIES MATCH THE SELECTION' TO
                   FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-QUERY-SUMMARY
               GO TO RUN-QUERY-EXIT
           END-IF

           PERFORM SORT-SELECTED-ENTRIES
           IF QUERY-ABORTED
               GO TO RUN-QUERY-EXIT
           END-IF

           PERFORM LIST-SELECTED-ENTRIES
           PERFORM WRITE-TICKET-SUBTOTALS
           PERFORM WRITE-FILE-SUBTOTALS
           PERFORM WRITE-QUERY-SUMMARY.

       RUN-QUERY-EXIT.

           EXIT.

       WRITE-REPORT-HEADINGS SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'AUDIT TRAIL QUERY - ENTRIES DATED '
                       DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  ' - RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 1 TO WS-HEAD-PTR
           STRING 'SELECTION: TKT=' DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
               WITH POINTER WS-HEAD-PTR
           IF WS-SEL-TICKET = SPACES
               STRING 'ANY' DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
                   WITH POINTER WS-HEAD-PTR
           ELSE
               STRING WS-SEL-TICKET DELIMITED BY SPACE
                   INTO FILE-RECORD OF FILEHANDLER
                   WITH POINTER WS-HEAD-PTR
           END-IF
           STRING ' FILE=' DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
               WITH POINTER WS-HEAD-PTR
           IF WS-SEL-FILE = SPACES
               STRING 'ANY' DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
                   WITH POINTER WS-HEAD-PTR
           ELSE
               STRING WS-SEL-FILE DELIMITED BY SPACE
                   INTO FILE-RECORD OF FILEHANDLER
                   WITH POINTER WS-HEAD-PTR
           END-IF
           STRING ' PGM=' DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
               WITH POINTER WS-HEAD-PTR
           IF WS-SEL-PGM = SPACES
               STRING 'ANY' DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
                   WITH POINTER WS-HEAD-PTR
           ELSE
               STRING WS-SEL-PGM DELIMITED BY SPACE
                   INTO FILE-RECORD OF FILEHANDLER
                   WITH POINTER WS-HEAD-PTR
           END-IF
           STRING ' OP=' DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
               WITH POINTER WS-HEAD-PTR
           IF WS-SEL-OPS = SPACES
               STRING 'ANY' DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
                   WITH POINTER WS-HEAD-PTR
           ELSE
               STRING WS-SEL-OPS DELIMITED BY SPACE
                   INTO FILE-RECORD OF FILEHANDLER
                   WITH POINTER WS-HEAD-PTR
           END-IF
           STRING ' MINRC=' DELIMITED BY SIZE
                  WS-SEL-MINRC DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
               WITH POINTER WS-HEAD-PTR
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'LOGS READ: ARCHIVES AUDITLOG.D' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO AUDITLOG.D' DELIMITED BY SIZE
                  WS-SCAN-END DELIMITED BY SIZE
                  ' AND THE LIVE AUDITLOG' DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-LOG-HEAD-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       SCAN-ARCHIVES SECTION.

           MOVE WS-FROM-DATE TO WS-DAY-DATE
           PERFORM SCAN-ONE-ARCHIVE-DAY
               UNTIL WS-DAY-DATE > WS-SCAN-END OR QUERY-ABORTED

           EXIT.

       SCAN-ONE-ARCHIVE-DAY SECTION.

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'AUDITLOG.D' DELIMITED BY SIZE
                  WS-DAY-DATE  DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME

           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE WS-ARCHIVE-NAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC

           IF WS-CHK-RC = 0
               MOVE SPACES TO WS-DYN-LOG-FILENAME
               MOVE WS-ARCHIVE-NAME TO WS-DYN-LOG-FILENAME
               PERFORM SCAN-LOG-FILE
           ELSE
               IF WS-DAY-DATE > WS-FROM-DATE
                       AND WS-DAY-DATE NOT > WS-EXPECT-END
                   PERFORM REPORT-MISSING-ARCHIVE
               END-IF
           END-IF

           MOVE WS-DAY-DATE TO WS-WALK-DATE-N
           PERFORM STEP-FORWARD-ONE-DAY
           MOVE WS-WALK-DATE-N TO WS-DAY-DATE

           EXIT.

      * A day without an archive is classed as purged when it falls
      * outside the retention, as not expected when the calendar says
      * AUDITARC had no business day to roll, and otherwise as missing.
      * Purged and missing archives leave the query with RC 4.
       REPORT-MISSING-ARCHIVE SECTION.

           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-ARCHIVE-NAME TO WS-LL-NAME
           MOVE SPACES TO WS-LL-COUNTS

           IF WS-CALENDAR-FILENAME NOT = SPACES
               MOVE SPACES TO BUSDATE
               MOVE 'BUSDATE' TO BD-PGM-NAME
               SET BD-IS-BUSINESS-DAY TO TRUE
               MOVE WS-CALENDAR-FILENAME TO BD-CALENDAR-FILENAME
               MOVE WS-DAY-DATE TO BD-DATE
               CALL "BUSDATE" USING BUSDATE FILENAME-FILE-STATUS
           ELSE
               MOVE 'Y' TO BD-RESULT-FLAG
           END-IF

           EVALUATE TRUE
               WHEN WS-DAY-DATE = WS-RUN-DATE
                   MOVE 'NOT ROLLED' TO WS-LL-STATE
                   MOVE 'ENTRIES ARE STILL ON THE LIVE AUDITLOG' TO
                       WS-LL-REMARK
               WHEN WS-DAY-DATE < WS-PURGE-DATE
                   MOVE 'PURGED' TO WS-LL-STATE
                   STRING 'BEYOND RETENTION OF ' DELIMITED BY SIZE
                          WS-RETAIN-DAYS DELIMITED BY SIZE
                          ' DAYS' DELIMITED BY SIZE
                       INTO WS-LL-REMARK
                   ADD 1 TO WS-PURGED-TOTAL
                   SET ARCHIVE-GAP TO TRUE
                   DISPLAY 'AUDITQRY: ARCHIVE PURGED '
                       WS-ARCHIVE-NAME(1:30)
               WHEN BD-NO
                   MOVE 'NOT EXPECTED' TO WS-LL-STATE
                   MOVE 'NOT A BUSINESS DAY' TO WS-LL-REMARK
               WHEN OTHER
                   MOVE 'MISSING' TO WS-LL-STATE
                   MOVE 'ARCHIVE NOT FOUND - ENTRIES NOT SEARCHED' TO
                       WS-LL-REMARK
                   ADD 1 TO WS-MISSING-TOTAL
                   SET ARCHIVE-GAP TO TRUE
                   DISPLAY 'AUDITQRY: ARCHIVE MISSING '
                       WS-ARCHIVE-NAME(1:30)
           END-EVALUATE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-LOG-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * The query's own FILEHANDLER calls land on the live AUDITLOG
      * while it is being read, so entries from AUDITQRY itself are
      * never selected.
       SCAN-LOG-FILE SECTION.

           MOVE 0 TO WS-LOG-READ WS-LOG-SELECTED
           MOVE 'N' TO WS-LOG-EOF-SWITCH
           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-DYN-LOG-FILENAME TO WS-LL-NAME

           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               MOVE 'UNREADABLE' TO WS-LL-STATE
               MOVE SPACES TO WS-LL-COUNTS
               STRING 'OPEN FAILED, STATUS ' DELIMITED BY SIZE
                      WS-LOG-STATUS DELIMITED BY SIZE
                   INTO WS-LL-REMARK
               ADD 1 TO WS-MISSING-TOTAL
               SET ARCHIVE-GAP TO TRUE
               DISPLAY 'AUDITQRY: CANNOT READ '
                   WS-DYN-LOG-FILENAME(1:30) ' STATUS ' WS-LOG-STATUS
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE WS-LOG-LINE TO FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
               GO TO SCAN-LOG-FILE-EXIT
           END-IF

           PERFORM SCAN-ONE-ENTRY UNTIL LOG-EOF
           CLOSE LOG-FILE
           ADD 1 TO WS-LOGS-SCANNED

           MOVE 'SCANNED' TO WS-LL-STATE
           MOVE WS-LOG-READ TO WS-LL-READ
           MOVE WS-LOG-SELECTED TO WS-LL-SELECTED
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-LOG-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE.

       SCAN-LOG-FILE-EXIT.

           EXIT.

       SCAN-ONE-ENTRY SECTION.

           READ LOG-FILE
               AT END
                   SET LOG-EOF TO TRUE
           END-READ
           IF LOG-EOF
               GO TO SCAN-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-LOG-READ WS-READ-TOTAL
           MOVE LOG-RECORD TO WS-AUDIT-LINE
           PERFORM PARSE-AUDIT-ENTRY
           PERFORM SELECT-AUDIT-ENTRY
           IF NOT ENTRY-SELECTED
               GO TO SCAN-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-LOG-SELECTED WS-SELECTED-TOTAL
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-AUDIT-LINE TO FILE-RECORD OF FILEHANDLER
           MOVE 300 TO RECORD-LENGTH OF FILEHANDLER
           MOVE WS-WORK-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-WORK-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               DISPLAY 'AUDITQRY: WORK FILE WRITE FAILED - '
                   SHOP-RETURN-MESSAGE
               SET QUERY-ABORTED TO TRUE
               SET LOG-EOF TO TRUE
           END-IF.

       SCAN-ONE-ENTRY-EXIT.

           EXIT.

      * Line layout is that written by FILEHANDLER AUDIT-LOG-ENTRY.
      * Lock-wait lines carry no STATUS, RC or TKT; their text after
      * the file name is kept as a note.
       PARSE-AUDIT-ENTRY SECTION.

           MOVE SPACES TO WS-ENTRY-FIELDS
           MOVE WS-AUDIT-LINE(1:8)   TO WS-ENTRY-DATE
           MOVE WS-AUDIT-LINE(10:8)  TO WS-ENTRY-TIME
           MOVE WS-AUDIT-LINE(23:11) TO WS-ENTRY-PGM
           MOVE WS-AUDIT-LINE(38:1)  TO WS-ENTRY-OP

           MOVE SPACES TO WS-FILE-PART WS-TAIL-PART
           UNSTRING WS-AUDIT-LINE DELIMITED BY " STATUS="
               INTO WS-FILE-PART WS-TAIL-PART
           END-UNSTRING

           MOVE 45 TO WS-PARSE-PTR
           UNSTRING WS-FILE-PART DELIMITED BY SPACE
               INTO WS-ENTRY-FILE
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING
           IF WS-TAIL-PART = SPACES AND WS-PARSE-PTR NOT > 300
               MOVE WS-FILE-PART(WS-PARSE-PTR:) TO WS-ENTRY-NOTE
           END-IF

           MOVE WS-TAIL-PART(1:2) TO WS-ENTRY-STATUS
           MOVE WS-TAIL-PART(7:4) TO WS-ENTRY-RC-X
           IF WS-ENTRY-RC-X IS NUMERIC
               MOVE WS-ENTRY-RC-X TO WS-ENTRY-RC
           ELSE
               MOVE 0 TO WS-ENTRY-RC
           END-IF
           MOVE WS-TAIL-PART(16:8) TO WS-ENTRY-TICKET
           IF WS-TAIL-PART(24:5) = ' USR='
               MOVE WS-TAIL-PART(29:8) TO WS-ENTRY-USER
               IF WS-TAIL-PART(37:5) = ' KEY='
                   MOVE WS-TAIL-PART(42:20) TO WS-ENTRY-KEY
               END-IF
           END-IF

           EXIT.

       SELECT-AUDIT-ENTRY SECTION.

           MOVE 'N' TO WS-SELECT-SWITCH

           IF WS-ENTRY-DATE NOT NUMERIC
               GO TO SELECT-AUDIT-ENTRY-EXIT
           END-IF
           IF WS-ENTRY-DATE-N < WS-FROM-DATE
                   OR WS-ENTRY-DATE-N > WS-TO-DATE
               GO TO SELECT-AUDIT-ENTRY-EXIT
           END-IF
           IF WS-ENTRY-PGM = 'AUDITQRY'
               GO TO SELECT-AUDIT-ENTRY-EXIT
           END-IF
           IF WS-SEL-TICKET NOT = SPACES
                   AND WS-ENTRY-TICKET NOT = WS-SEL-TICKET
               GO TO SELECT-AUDIT-ENTRY-EXIT
           END-IF
           IF WS-SEL-PGM NOT = SPACES
                   AND WS-ENTRY-PGM NOT = WS-SEL-PGM
               GO TO SELECT-AUDIT-ENTRY-EXIT
           END-IF
           IF WS-ENTRY-RC < WS-SEL-MINRC
               GO TO SELECT-AUDIT-ENTRY-EXIT
           END-IF

           IF WS-SEL-OPS NOT = SPACES
               IF WS-ENTRY-OP = SPACE
                   GO TO SELECT-AUDIT-ENTRY-EXIT
               END-IF
               MOVE 0 TO WS-OP-TALLY
               INSPECT WS-SEL-OPS TALLYING WS-OP-TALLY
                   FOR ALL WS-ENTRY-OP
               IF WS-OP-TALLY = 0
                   GO TO SELECT-AUDIT-ENTRY-EXIT
               END-IF
           END-IF

           IF WS-SEL-FILE NOT = SPACES
               IF FILE-WILDCARD
                   IF WS-SEL-FILE-LEN > 0
                       IF WS-ENTRY-FILE(1:WS-SEL-FILE-LEN) NOT =
                               WS-SEL-FILE(1:WS-SEL-FILE-LEN)
                           GO TO SELECT-AUDIT-ENTRY-EXIT
                       END-IF
                   END-IF
               ELSE
                   IF WS-ENTRY-FILE NOT = WS-SEL-FILE
                       GO TO SELECT-AUDIT-ENTRY-EXIT
                   END-IF
               END-IF
           END-IF

           SET ENTRY-SELECTED TO TRUE.

       SELECT-AUDIT-ENTRY-EXIT.

           EXIT.

       CLOSE-WORK-FILE SECTION.

           MOVE WS-WORK-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-WORK-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

      * Entries from several logs are put in date and time order on
      * the stamp in columns 1-17 of each line.
       SORT-SELECTED-ENTRIES SECTION.

           MOVE SPACES TO FILESORT
           MOVE 'FILESORT' TO FS-PGM-NAME
           MOVE WS-WORK-FILENAME TO FS-INPUT-FILENAME
           MOVE WS-SORTED-FILENAME TO FS-OUTPUT-FILENAME
           MOVE 1 TO FS-KEY-COUNT
           MOVE 1 TO FS-KEY-OFFSET(1)
           MOVE 17 TO FS-KEY-LENGTH(1)
           SET FS-KEY-ASCENDING(1) TO TRUE
           CALL "FILESORT" USING FILESORT FILENAME-FILE-STATUS

           IF NOT RC-SUCCESS
               DISPLAY 'AUDITQRY: SORT FAILED - ' SHOP-RETURN-MESSAGE
               SET QUERY-ABORTED TO TRUE
           END-IF

           EXIT.

       LIST-SELECTED-ENTRIES SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           MOVE 'SELECTED ENTRIES IN DATE AND TIME ORDER' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-DETAIL-HEAD-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-SORTED-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'AUDITQRY: CANNOT OPEN SORTED ENTRIES '
                   WS-SORTED-FILENAME(1:40)
               SET QUERY-ABORTED TO TRUE
               GO TO LIST-SELECTED-ENTRIES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-SORTED-HANDLE

           MOVE 'N' TO WS-SORTED-EOF-SWITCH
           PERFORM LIST-ONE-ENTRY UNTIL SORTED-EOF

           MOVE WS-SORTED-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-SORTED-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       LIST-SELECTED-ENTRIES-EXIT.

           EXIT.

       LIST-ONE-ENTRY SECTION.

           MOVE WS-SORTED-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-SORTED-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET SORTED-EOF TO TRUE
               GO TO LIST-ONE-ENTRY-EXIT
           END-IF
           IF NOT RC-SUCCESS
               DISPLAY 'AUDITQRY: SORTED ENTRY READ FAILED - '
                   SHOP-RETURN-MESSAGE
               SET QUERY-ABORTED TO TRUE
               SET SORTED-EOF TO TRUE
               GO TO LIST-ONE-ENTRY-EXIT
           END-IF

           MOVE FILE-RECORD OF FILEHANDLER(1:300) TO WS-AUDIT-LINE
           PERFORM PARSE-AUDIT-ENTRY
           ADD 1 TO WS-LISTED-TOTAL
           MOVE 'N' TO WS-FAILED-SWITCH
           IF WS-ENTRY-RC-X IS NUMERIC AND WS-ENTRY-RC >= 0008
               SET ENTRY-FAILED TO TRUE
               ADD 1 TO WS-FAILED-TOTAL
           END-IF
           MOVE WS-AUDIT-LINE(1:17) TO WS-SUB-STAMP

           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-EXTRACT-ROW
           PERFORM TALLY-TICKET
           PERFORM TALLY-FILE.

       LIST-ONE-ENTRY-EXIT.

           EXIT.

       WRITE-DETAIL-LINE SECTION.

           MOVE WS-ENTRY-DATE       TO WS-DL-DATE
           MOVE WS-ENTRY-TIME(1:2)  TO WS-DL-HH
           MOVE WS-ENTRY-TIME(3:2)  TO WS-DL-MM
           MOVE WS-ENTRY-TIME(5:2)  TO WS-DL-SS
           MOVE WS-ENTRY-PGM        TO WS-DL-PGM
           MOVE WS-ENTRY-OP         TO WS-DL-OP
           MOVE WS-ENTRY-FILE       TO WS-DL-FILE
           MOVE WS-ENTRY-STATUS     TO WS-DL-STATUS
           MOVE WS-ENTRY-RC-X       TO WS-DL-RC
           MOVE WS-ENTRY-TICKET     TO WS-DL-TICKET
           MOVE WS-ENTRY-USER       TO WS-DL-USER
           IF WS-ENTRY-KEY NOT = SPACES
               MOVE WS-ENTRY-KEY    TO WS-DL-KEY
           ELSE
               MOVE WS-ENTRY-NOTE   TO WS-DL-KEY
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-DETAIL-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * One comma-separated row per entry for the auditors; the file
      * name, key and note are quoted as they may hold any character.
       WRITE-EXTRACT-ROW SECTION.

           MOVE SPACES TO WS-EXTRACT-LINE
           MOVE 1 TO WS-EXTRACT-PTR
           STRING WS-ENTRY-DATE   DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  WS-ENTRY-TIME   DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  WS-ENTRY-PGM    DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-ENTRY-OP     DELIMITED BY SPACE
                  ',"'            DELIMITED BY SIZE
                  WS-ENTRY-FILE   DELIMITED BY SPACE
                  '",'            DELIMITED BY SIZE
                  WS-ENTRY-STATUS DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-ENTRY-RC-X   DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-ENTRY-TICKET DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-ENTRY-USER   DELIMITED BY SPACE
                  ',"'            DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
               WITH POINTER WS-EXTRACT-PTR

           MOVE WS-ENTRY-KEY TO WS-VALUE-WORK
           PERFORM APPEND-EXTRACT-VALUE
           STRING '","' DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
               WITH POINTER WS-EXTRACT-PTR
           MOVE WS-ENTRY-NOTE TO WS-VALUE-WORK
           PERFORM APPEND-EXTRACT-VALUE
           STRING '"' DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
               WITH POINTER WS-EXTRACT-PTR

           PERFORM WRITE-EXTRACT-LINE

           EXIT.

       APPEND-EXTRACT-VALUE SECTION.

           INSPECT WS-VALUE-WORK REPLACING ALL '"' BY "'"
           MOVE 40 TO WS-VALUE-LEN
           MOVE 'N' TO WS-TRIM-SWITCH
           PERFORM TRIM-ONE-SPACE UNTIL TRIM-DONE
           IF WS-VALUE-LEN > 0
               STRING WS-VALUE-WORK(1:WS-VALUE-LEN) DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
                   WITH POINTER WS-EXTRACT-PTR
               END-STRING
           END-IF

           EXIT.

       TRIM-ONE-SPACE SECTION.

           IF WS-VALUE-LEN = 0
               SET TRIM-DONE TO TRUE
           ELSE
               IF WS-VALUE-WORK(WS-VALUE-LEN:1) NOT = SPACE
                   SET TRIM-DONE TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-VALUE-LEN
               END-IF
           END-IF

           EXIT.

       TALLY-TICKET SECTION.

           MOVE WS-ENTRY-TICKET TO WS-SUB-TICKET
           IF WS-SUB-TICKET = SPACES
               MOVE '(NONE)' TO WS-SUB-TICKET
           END-IF

           MOVE 'N' TO WS-FOUND-SWITCH WS-INSERT-SWITCH
           MOVE 0 TO WS-SUB-IX
           PERFORM LOCATE-TICKET
               UNTIL SUBTOTAL-FOUND OR INSERT-POINT-FOUND
                   OR WS-SUB-IX >= WS-TICKET-COUNT

           IF NOT SUBTOTAL-FOUND
               IF WS-TICKET-COUNT >= 200
                   ADD 1 TO WS-TICKET-OTHER-ENTRIES
                   IF ENTRY-FAILED
                       ADD 1 TO WS-TICKET-OTHER-FAILED
                   END-IF
                   GO TO TALLY-TICKET-EXIT
               END-IF
               IF INSERT-POINT-FOUND
                   PERFORM SHIFT-TICKET-DOWN
                       VARYING WS-SHIFT-IX FROM WS-TICKET-COUNT BY -1
                       UNTIL WS-SHIFT-IX < WS-SUB-IX
               ELSE
                   COMPUTE WS-SUB-IX = WS-TICKET-COUNT + 1
               END-IF
               ADD 1 TO WS-TICKET-COUNT
               MOVE WS-SUB-TICKET TO WS-TK-TICKET(WS-SUB-IX)
               MOVE 0 TO WS-TK-ENTRIES(WS-SUB-IX)
               MOVE 0 TO WS-TK-FAILED(WS-SUB-IX)
               MOVE WS-SUB-STAMP TO WS-TK-FIRST(WS-SUB-IX)
           END-IF

           ADD 1 TO WS-TK-ENTRIES(WS-SUB-IX)
           IF ENTRY-FAILED
               ADD 1 TO WS-TK-FAILED(WS-SUB-IX)
           END-IF
           MOVE WS-SUB-STAMP TO WS-TK-LAST(WS-SUB-IX).

       TALLY-TICKET-EXIT.

           EXIT.

       LOCATE-TICKET SECTION.

           ADD 1 TO WS-SUB-IX
           IF WS-TK-TICKET(WS-SUB-IX) = WS-SUB-TICKET
               SET SUBTOTAL-FOUND TO TRUE
           ELSE
               IF WS-TK-TICKET(WS-SUB-IX) > WS-SUB-TICKET
                   SET INSERT-POINT-FOUND TO TRUE
               END-IF
           END-IF

           EXIT.

       SHIFT-TICKET-DOWN SECTION.

           MOVE WS-TICKET-ENTRY(WS-SHIFT-IX) TO
               WS-TICKET-ENTRY(WS-SHIFT-IX + 1)

           EXIT.

       TALLY-FILE SECTION.

           MOVE WS-ENTRY-FILE TO WS-SUB-FILE

           MOVE 'N' TO WS-FOUND-SWITCH WS-INSERT-SWITCH
           MOVE 0 TO WS-SUB-IX
           PERFORM LOCATE-FILE
               UNTIL SUBTOTAL-FOUND OR INSERT-POINT-FOUND
                   OR WS-SUB-IX >= WS-FILE-COUNT

           IF NOT SUBTOTAL-FOUND
               IF WS-FILE-COUNT >= 200
                   ADD 1 TO WS-FILE-OTHER-ENTRIES
                   IF ENTRY-FAILED
                       ADD 1 TO WS-FILE-OTHER-FAILED
                   END-IF
                   GO TO TALLY-FILE-EXIT
               END-IF
               IF INSERT-POINT-FOUND
                   PERFORM SHIFT-FILE-DOWN
                       VARYING WS-SHIFT-IX FROM WS-FILE-COUNT BY -1
                       UNTIL WS-SHIFT-IX < WS-SUB-IX
               ELSE
                   COMPUTE WS-SUB-IX = WS-FILE-COUNT + 1
               END-IF
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-SUB-FILE TO WS-FT-FILE(WS-SUB-IX)
               MOVE 0 TO WS-FT-ENTRIES(WS-SUB-IX)
               MOVE 0 TO WS-FT-FAILED(WS-SUB-IX)
               MOVE WS-SUB-STAMP TO WS-FT-FIRST(WS-SUB-IX)
           END-IF

           ADD 1 TO WS-FT-ENTRIES(WS-SUB-IX)
           IF ENTRY-FAILED
               ADD 1 TO WS-FT-FAILED(WS-SUB-IX)
           END-IF
           MOVE WS-SUB-STAMP TO WS-FT-LAST(WS-SUB-IX).

       TALLY-FILE-EXIT.

           EXIT.

       LOCATE-FILE SECTION.

           ADD 1 TO WS-SUB-IX
           IF WS-FT-FILE(WS-SUB-IX) = WS-SUB-FILE
               SET SUBTOTAL-FOUND TO TRUE
           ELSE
               IF WS-FT-FILE(WS-SUB-IX) > WS-SUB-FILE
                   SET INSERT-POINT-FOUND TO TRUE
               END-IF
           END-IF

           EXIT.

       SHIFT-FILE-DOWN SECTION.

           MOVE WS-FILE-ENTRY(WS-SHIFT-IX) TO
               WS-FILE-ENTRY(WS-SHIFT-IX + 1)

           EXIT.

       WRITE-TICKET-SUBTOTALS SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           MOVE 'SUBTOTALS BY CHANGE TICKET' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           MOVE 'TICKET' TO WS-SH-LABEL
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUBTOTAL-HEAD-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-ONE-TICKET-SUBTOTAL
               VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > WS-TICKET-COUNT

           IF WS-TICKET-OTHER-ENTRIES > 0
               MOVE SPACES TO WS-SUBTOTAL-LINE
               MOVE 'OTHER TICKETS (OVER 200)' TO WS-ST-NAME
               MOVE WS-TICKET-OTHER-ENTRIES TO WS-ST-ENTRIES
               MOVE WS-TICKET-OTHER-FAILED TO WS-ST-FAILED
               PERFORM WRITE-SUBTOTAL-LINE
           END-IF

           EXIT.

       WRITE-ONE-TICKET-SUBTOTAL SECTION.

           MOVE SPACES TO WS-SUBTOTAL-LINE
           MOVE WS-TK-TICKET(WS-SUB-IX)  TO WS-ST-NAME
           MOVE WS-TK-ENTRIES(WS-SUB-IX) TO WS-ST-ENTRIES
           MOVE WS-TK-FAILED(WS-SUB-IX)  TO WS-ST-FAILED
           MOVE WS-TK-FIRST(WS-SUB-IX)   TO WS-ST-FIRST
           MOVE WS-TK-LAST(WS-SUB-IX)    TO WS-ST-LAST
           PERFORM WRITE-SUBTOTAL-LINE

           EXIT.

       WRITE-FILE-SUBTOTALS SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           MOVE 'SUBTOTALS BY FILE' TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           MOVE 'FILE' TO WS-SH-LABEL
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUBTOTAL-HEAD-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-ONE-FILE-SUBTOTAL
               VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > WS-FILE-COUNT

           IF WS-FILE-OTHER-ENTRIES > 0
               MOVE SPACES TO WS-SUBTOTAL-LINE
               MOVE 'OTHER FILES (OVER 200)' TO WS-ST-NAME
               MOVE WS-FILE-OTHER-ENTRIES TO WS-ST-ENTRIES
               MOVE WS-FILE-OTHER-FAILED TO WS-ST-FAILED
               PERFORM WRITE-SUBTOTAL-LINE
           END-IF

           EXIT.

       WRITE-ONE-FILE-SUBTOTAL SECTION.

           MOVE SPACES TO WS-SUBTOTAL-LINE
           MOVE WS-FT-FILE(WS-SUB-IX)    TO WS-ST-NAME
           MOVE WS-FT-ENTRIES(WS-SUB-IX) TO WS-ST-ENTRIES
           MOVE WS-FT-FAILED(WS-SUB-IX)  TO WS-ST-FAILED
           MOVE WS-FT-FIRST(WS-SUB-IX)   TO WS-ST-FIRST
           MOVE WS-FT-LAST(WS-SUB-IX)    TO WS-ST-LAST
           PERFORM WRITE-SUBTOTAL-LINE

           EXIT.

       WRITE-SUBTOTAL-LINE SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUBTOTAL-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-QUERY-SUMMARY SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'LOGS SCANNED' TO WS-SL-LABEL
           MOVE WS-LOGS-SCANNED TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ARCHIVES MISSING OR UNREADABLE' TO WS-SL-LABEL
           MOVE WS-MISSING-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ARCHIVES PURGED' TO WS-SL-LABEL
           MOVE WS-PURGED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ENTRIES READ' TO WS-SL-LABEL
           MOVE WS-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ENTRIES SELECTED' TO WS-SL-LABEL
           MOVE WS-SELECTED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'SELECTED WITH RC 0008 OR HIGHER' TO WS-SL-LABEL
           MOVE WS-FAILED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'DISTINCT TICKETS' TO WS-SL-LABEL
           MOVE WS-TICKET-COUNT TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'DISTINCT FILES' TO WS-SL-LABEL
           MOVE WS-FILE-COUNT TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
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

       WRITE-EXTRACT-LINE SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-EXTRACT-LINE TO FILE-RECORD OF FILEHANDLER
           COMPUTE RECORD-LENGTH OF FILEHANDLER = WS-EXTRACT-PTR - 1
           MOVE WS-EXTRACT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-EXTRACT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-QUERY-FILES SECTION.

           PERFORM CLOSE-REPORT
           PERFORM CLOSE-EXTRACT

           EXIT.

       CLOSE-REPORT SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-EXTRACT SECTION.

           MOVE WS-EXTRACT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-EXTRACT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

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

      * Date walking, as in AUDITARC and BUSDATE.
       STEP-FORWARD-ONE-DAY SECTION.

           PERFORM SET-MONTH-LIMIT
           IF WS-WALK-DAY < WS-MONTH-LIMIT
               ADD 1 TO WS-WALK-DAY
           ELSE
               MOVE 1 TO WS-WALK-DAY
               IF WS-WALK-MONTH < 12
                   ADD 1 TO WS-WALK-MONTH
               ELSE
                   MOVE 1 TO WS-WALK-MONTH
                   ADD 1 TO WS-WALK-YEAR
               END-IF
           END-IF

           EXIT.

       STEP-BACK-ONE-DAY SECTION.

           IF WS-WALK-DAY > 1
               SUBTRACT 1 FROM WS-WALK-DAY
           ELSE
               IF WS-WALK-MONTH > 1
                   SUBTRACT 1 FROM WS-WALK-MONTH
               ELSE
                   MOVE 12 TO WS-WALK-MONTH
                   SUBTRACT 1 FROM WS-WALK-YEAR
               END-IF
               PERFORM SET-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT TO WS-WALK-DAY
           END-IF

           EXIT.

       SET-MONTH-LIMIT SECTION.

           MOVE WS-DAYS-IN-MONTH(WS-WALK-MONTH) TO WS-MONTH-LIMIT
           IF WS-WALK-MONTH = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF

           EXIT.

       CHECK-LEAP-YEAR SECTION.

           DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-WALK-YEAR BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-WALK-YEAR BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400

           IF WS-LEAP-REM-400 = 0
               MOVE 29 TO WS-MONTH-LIMIT
           ELSE
               IF WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF

           EXIT.
