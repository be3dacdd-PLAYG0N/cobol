       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO DYNAMIC WS-DYN-PARM-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-DYN-REGISTER-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.

       SELECT RULES-FILE ASSIGN TO DYNAMIC WS-DYN-RULES-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RULES-STATUS.

       SELECT CAPTURE-FILE ASSIGN TO DYNAMIC WS-DYN-CAPTURE-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CAPTURE-STATUS.

       SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-DYN-PRINT-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

      * Report register entry, written by FILEHANDLER as each report
      * closes and by RPTDIST for each bundle (kind 'B').
       FD REGISTER-FILE
           DATA RECORD IS RPTREG-RECORD.
       01 RPTREG-RECORD.
           05 RG-STAMP.
               10 RG-DATE  PIC 9(08).
               10 RG-TIME  PIC 9(08).
           05 RG-PGM       PIC X(11).
           05 RG-KIND      PIC X(01).
           05 RG-RECIPIENT PIC X(08).
           05 RG-LINES     PIC 9(09).
           05 RG-PAGES     PIC 9(05).
           05 RG-FILE      PIC X(100).
           05 RG-SOURCE    PIC X(100).
           05 FILLER       PIC X(50).

      * Archive rules, one 80-byte record per report:
      *   cols 01-44  report file name, or a prefix ending in *
      *   cols 46-53  report id the archive keeps it under
      *   cols 55-57  retention period in days
      * A bundle is matched on the name of the report it was split
      * from. Reports no rule covers are kept under the first eight
      * characters of the file name, up to the first '.', for the
      * RETAIN= period.
       FD RULES-FILE
           DATA RECORD IS RULES-RECORD.
       01 RULES-RECORD.
           05 RR-FILE-PATTERN PIC X(44).
           05 FILLER          PIC X(01).
           05 RR-REPORT-ID    PIC X(08).
           05 FILLER          PIC X(01).
           05 RR-RETAIN-DAYS  PIC X(03).
           05 FILLER          PIC X(23).

       FD CAPTURE-FILE
           DATA RECORD IS CAPTURE-RECORD.
       01 CAPTURE-RECORD PIC X(133).

       FD PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".

      * The parameters are read from RPTARCH.PRM unless the
      * environment variable RPTARCH_PRM names another file, so that
      * reprint requests can be run without touching the nightly
      * capture parameters.
       01 WS-DYN-PARM-FILENAME     PIC X(70).
       01 WS-DYN-REGISTER-FILENAME PIC X(200).
       01 WS-DYN-RULES-FILENAME    PIC X(200).
       01 WS-DYN-CAPTURE-FILENAME  PIC X(200).
       01 WS-DYN-PRINT-FILENAME    PIC X(200).
       01 WS-PARM-STATUS     PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-RULES-STATUS    PIC X(2).
       01 WS-CAPTURE-STATUS  PIC X(2).
       01 WS-PRINT-STATUS    PIC X(2).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 ARCHIVE-ABORTED VALUE 'Y'.
       01 WS-REGISTER-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 REGISTER-EOF VALUE 'Y'.
       01 WS-RULES-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RULES-EOF VALUE 'Y'.
       01 WS-CAPTURE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CAPTURE-EOF VALUE 'Y'.
       01 WS-BROWSE-END-SWITCH PIC X(1) VALUE 'N'.
           88 BROWSE-ENDED VALUE 'Y'.
       01 WS-RULE-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 RULE-FOUND VALUE 'Y'.
       01 WS-DUPLICATE-SWITCH PIC X(1) VALUE 'N'.
           88 ENTRY-DUPLICATE VALUE 'Y'.
       01 WS-SELECTED-SWITCH PIC X(1) VALUE 'N'.
           88 ENTRY-SELECTED VALUE 'Y'.
       01 WS-REPORT-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88 REPORT-OPEN VALUE 'Y'.
       01 WS-REG-ASIDE-SWITCH PIC X(1) VALUE 'N'.
           88 REGISTER-SET-ASIDE VALUE 'Y'.
       01 WS-LEFTOVER-SWITCH PIC X(1) VALUE 'N'.
           88 LEFTOVER-REGISTER VALUE 'Y'.
       01 WS-DONE-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 DONE-FILE-FOUND VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-ACTION PIC X(8) VALUE 'CAPTURE'.
           88 CAPTURE-ACTION VALUE 'CAPTURE'.
           88 LIST-ACTION    VALUE 'LIST'.
           88 REPRINT-ACTION VALUE 'REPRINT'.
       01 WS-ARCHIVE-BASE      PIC X(60)  VALUE 'RPTARCH'.
       01 WS-DIR-FILENAME      PIC X(200) VALUE SPACES.
       01 WS-PAGE-FILENAME     PIC X(200) VALUE SPACES.
       01 WS-REGISTER-FILENAME PIC X(200) VALUE 'RPTREG'.
       01 WS-CAPTURE-REG-NAME  PIC X(200) VALUE SPACES.
       01 WS-RULES-FILENAME    PIC X(200) VALUE SPACES.
       01 WS-REPORT-FILENAME   PIC X(200) VALUE 'RPTARCH.RPT'.
       01 WS-OUTPUT-FILENAME   PIC X(200) VALUE 'RPTARCH.PRT'.
       01 WS-DEFAULT-RETAIN PIC 9(03) VALUE 90.
       01 WS-SEL-REPORT-ID  PIC X(08) VALUE SPACES.
       01 WS-SEL-RECIPIENT  PIC X(08) VALUE SPACES.
       01 WS-SEL-DATE       PIC 9(08) VALUE 0.
       01 WS-SEL-ENTRY      PIC 9(04) VALUE 0.
       01 WS-FROM-DATE      PIC 9(08) VALUE 0.
       01 WS-TO-DATE        PIC 9(08) VALUE 0.
       01 WS-FROM-PAGE      PIC 9(05) VALUE 1.
       01 WS-TO-PAGE        PIC 9(05) VALUE 99999.

       01 WS-DIR-HANDLE    PIC 9(02) VALUE 0.
       01 WS-PAGE-HANDLE   PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.
       01 WS-OPEN-NAME     PIC X(200).
       01 WS-OPEN-ALT-KEYS PIC 9(01).
       01 WS-OPEN-HANDLE   PIC 9(02).

       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-DATE      PIC 9(08) VALUE 0.
       01 WS-RUN-TIME      PIC 9(08) VALUE 0.
       01 WS-ARCH-RC       PIC 9(02) VALUE 0.

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

      * Directory of the archive, one entry per report or bundle
      * captured, keyed by report id, business date and entry number
      * within the date. Alternate key 1 is the recipient (spaces for
      * a whole report), alternate key 2 the business date, so the
      * archive can be listed by date range.
       01 WS-DIR-RECORD.
           05 WS-DK-KEY.
               10 WS-DK-REPORT-ID PIC X(08).
               10 WS-DK-DATE      PIC 9(08).
               10 WS-DK-ENTRY     PIC 9(04).
           05 WS-DD-DATA.
               10 WS-DD-RECIPIENT    PIC X(08).
               10 FILLER             PIC X(04).
               10 WS-DD-DATE         PIC 9(08).
               10 WS-DD-ARCHIVE-ID   PIC 9(09).
               10 WS-DD-KIND         PIC X(01).
                   88 DD-REPORT VALUE 'R'.
                   88 DD-BUNDLE VALUE 'B'.
               10 WS-DD-PAGES        PIC 9(05).
               10 WS-DD-LINES        PIC 9(09).
               10 WS-DD-RETAIN       PIC 9(03).
               10 WS-DD-EXPIRES      PIC 9(08).
               10 WS-DD-REG-TIME     PIC 9(08).
               10 WS-DD-PGM          PIC X(11).
               10 WS-DD-CAPTURE-DATE PIC 9(08).
               10 WS-DD-CAPTURE-TIME PIC 9(08).
               10 WS-DD-FILE         PIC X(100).
               10 WS-DD-SOURCE       PIC X(100).
               10 FILLER             PIC X(190).

      * The first directory record holds the last archive id issued.
       01 WS-CONTROL-KEY.
           05 FILLER PIC X(08) VALUE '*CONTROL'.
           05 FILLER PIC 9(08) VALUE 0.
           05 FILLER PIC 9(04) VALUE 0.
       01 WS-LAST-ARCHIVE-ID PIC 9(09) VALUE 0.

      * Archived print lines, keyed by archive id, page and line. The
      * line keeps its carriage-control byte.
       01 WS-PAGE-RECORD.
           05 WS-PK-KEY.
               10 WS-PK-ARCHIVE-ID PIC 9(09).
               10 WS-PK-PAGE       PIC 9(05).
               10 WS-PK-LINE       PIC 9(04).
               10 FILLER           PIC X(02).
           05 WS-PD-DATA.
               10 WS-PD-LINE PIC X(133).
               10 FILLER     PIC X(347).

       01 WS-RULE-TABLE.
           05 WS-RULE-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
               10 WS-RT-PATTERN    PIC X(44).
               10 WS-RT-PREFIX-LEN PIC 9(02) COMP.
               10 WS-RT-REPORT-ID  PIC X(08).
               10 WS-RT-RETAIN     PIC 9(03).
       01 WS-RULE-IX PIC 9(03) COMP VALUE 0.
       01 WS-MATCH-NAME PIC X(100).
       01 WS-STAR-COUNT PIC 9(02) COMP VALUE 0.
       01 WS-SCAN-IX    PIC 9(03) COMP VALUE 0.
       01 WS-BASE-START PIC 9(03) COMP VALUE 0.

      * Latest registration of each file in the registers captured
      * in this run. A file holds only what was last written to it,
      * so a bundle RPTDIST extended and registered twice, or a
      * report registered again on a later night, is captured once,
      * under its latest registration.
       01 WS-DONE-TABLE.
           05 WS-DONE-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-DONE-ENTRY OCCURS 500 TIMES.
               10 WS-DN-FILE      PIC X(100).
               10 WS-DN-RECIPIENT PIC X(08).
               10 WS-DN-STAMP     PIC X(16).
               10 WS-DN-CAPTURED-SWITCH PIC X(1).
                   88 DN-CAPTURED VALUE 'Y'.
       01 WS-DONE-IX PIC 9(03) COMP VALUE 0.

      * The entry being captured.
       01 WS-CAP-REPORT-ID PIC X(08).
       01 WS-CAP-RETAIN    PIC 9(03).
       01 WS-CAP-ENTRY     PIC 9(04).
       01 WS-CAP-PAGES     PIC 9(05).
       01 WS-CAP-LINE      PIC 9(04).
       01 WS-CAP-LINES     PIC 9(09).
       01 WS-CAP-NOTE      PIC X(10).

      * Entries past their retention, gathered before any is deleted.
       01 WS-PURGE-TABLE.
           05 WS-PURGE-COUNT PIC 9(04) COMP VALUE 0.
           05 WS-PURGE-ENTRY OCCURS 1000 TIMES.
               10 WS-PG-KEY        PIC X(20).
               10 WS-PG-ARCHIVE-ID PIC 9(09).
               10 WS-PG-RECIPIENT  PIC X(08).
               10 WS-PG-PAGES      PIC 9(05).
               10 WS-PG-LINES      PIC 9(09).
               10 WS-PG-EXPIRES    PIC 9(08).
               10 WS-PG-FILE       PIC X(100).
       01 WS-PURGE-IX PIC 9(04) COMP VALUE 0.
       01 WS-PURGE-KEY PIC X(20).

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
       01 WS-DAY-IX PIC 9(03) COMP VALUE 0.

       01 WS-REGISTER-TOTAL  PIC 9(09) VALUE 0.
       01 WS-REPORT-TOTAL    PIC 9(09) VALUE 0.
       01 WS-BUNDLE-TOTAL    PIC 9(09) VALUE 0.
       01 WS-PAGES-TOTAL     PIC 9(09) VALUE 0.
       01 WS-LINES-TOTAL     PIC 9(09) VALUE 0.
       01 WS-DUPLICATE-TOTAL PIC 9(09) VALUE 0.
       01 WS-SUPERSEDED-TOTAL PIC 9(09) VALUE 0.
       01 WS-MISSING-TOTAL   PIC 9(09) VALUE 0.
       01 WS-PURGED-TOTAL    PIC 9(09) VALUE 0.
       01 WS-PURGED-LINES    PIC 9(09) VALUE 0.
       01 WS-LISTED-TOTAL    PIC 9(09) VALUE 0.

       01 WS-STAMP-LINE.
           05 WS-ST-CC PIC X(01).
           05 WS-ST-TEXT PIC X(132).

       01 WS-DETAIL-LINE.
           05 WS-DL-REPORT-ID PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-ENTRY PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-RECIPIENT PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-PAGES PIC Z(4)9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DL-LINES PIC Z(8)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-EXPIRES PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-NOTE PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DL-FILE PIC X(55).
           05 FILLER PIC X(02) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM GET-BUSINESS-DATE
           PERFORM READ-PARAMETERS

           IF NOT ARCHIVE-ABORTED
               PERFORM OPEN-ARCHIVE-FILES
           END-IF

           IF NOT ARCHIVE-ABORTED
               EVALUATE TRUE
                   WHEN CAPTURE-ACTION
                       PERFORM CAPTURE-REPORTS
                   WHEN LIST-ACTION
                       PERFORM LIST-ARCHIVE
                   WHEN REPRINT-ACTION
                       PERFORM REPRINT-REPORT
               END-EVALUATE
               PERFORM CLOSE-ARCHIVE-FILES
           END-IF

           IF ARCHIVE-ABORTED
               MOVE 12 TO WS-ARCH-RC
           END-IF
           MOVE WS-ARCH-RC TO RETURN-CODE

           GOBACK.

       GET-BUSINESS-DATE SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-BUSINESS-DATE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           EXIT.

       READ-PARAMETERS SECTION.

           MOVE SPACES TO WS-DYN-PARM-FILENAME
           ACCEPT WS-DYN-PARM-FILENAME FROM ENVIRONMENT 'RPTARCH_PRM'
           IF WS-DYN-PARM-FILENAME = SPACES
               MOVE 'RPTARCH.PRM' TO WS-DYN-PARM-FILENAME
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-FROM-DATE
           MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           MOVE WS-BUSINESS-DATE TO WS-SEL-DATE

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'RPTARCH: PARAMETER FILE NOT AVAILABLE, '
                   'CAPTURING WITH DEFAULTS'
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "10"
               CLOSE PARM-FILE
           END-IF

           PERFORM CHECK-PARAMETERS

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
                   WHEN 'ACTION'
                       MOVE WS-PARM-VALUE TO WS-ACTION
                   WHEN 'ARCHIVE'
                       MOVE WS-PARM-VALUE TO WS-ARCHIVE-BASE
                   WHEN 'REGISTER'
                       MOVE WS-PARM-VALUE TO WS-REGISTER-FILENAME
                   WHEN 'RULES'
                       MOVE WS-PARM-VALUE TO WS-RULES-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'OUTPUT'
                       MOVE WS-PARM-VALUE TO WS-OUTPUT-FILENAME
                   WHEN 'RETAIN'
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                               AND WS-PARM-VALUE(1:3) NOT = '000'
                           MOVE WS-PARM-VALUE(1:3) TO
                               WS-DEFAULT-RETAIN
                       ELSE
                           DISPLAY 'RPTARCH: BAD RETAIN VALUE, '
                               'USING ' WS-DEFAULT-RETAIN
                       END-IF
                   WHEN 'RPTID'
                       MOVE WS-PARM-VALUE TO WS-SEL-REPORT-ID
                   WHEN 'RECIPIENT'
                       MOVE WS-PARM-VALUE TO WS-SEL-RECIPIENT
                   WHEN 'DATE'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-SEL-DATE
                       ELSE
                           DISPLAY 'RPTARCH: BAD DATE VALUE'
                           SET ARCHIVE-ABORTED TO TRUE
                       END-IF
                   WHEN 'FROMDATE'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
                       ELSE
                           DISPLAY 'RPTARCH: BAD FROMDATE VALUE'
                           SET ARCHIVE-ABORTED TO TRUE
                       END-IF
                   WHEN 'TODATE'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
                       ELSE
                           DISPLAY 'RPTARCH: BAD TODATE VALUE'
                           SET ARCHIVE-ABORTED TO TRUE
                       END-IF
                   WHEN 'ENTRY'
                       IF WS-PARM-VALUE(1:4) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:4) TO WS-SEL-ENTRY
                       ELSE
                           DISPLAY 'RPTARCH: BAD ENTRY VALUE'
                           SET ARCHIVE-ABORTED TO TRUE
                       END-IF
                   WHEN 'FROMPAGE'
                       IF WS-PARM-VALUE(1:5) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:5) TO WS-FROM-PAGE
                       ELSE
                           DISPLAY 'RPTARCH: BAD FROMPAGE VALUE'
                           SET ARCHIVE-ABORTED TO TRUE
                       END-IF
                   WHEN 'TOPAGE'
                       IF WS-PARM-VALUE(1:5) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:5) TO WS-TO-PAGE
                       ELSE
                           DISPLAY 'RPTARCH: BAD TOPAGE VALUE'
                           SET ARCHIVE-ABORTED TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RPTARCH: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       CHECK-PARAMETERS SECTION.

           IF NOT CAPTURE-ACTION AND NOT LIST-ACTION
                   AND NOT REPRINT-ACTION
               DISPLAY 'RPTARCH: ACTION MUST BE CAPTURE, LIST OR '
                   'REPRINT'
               SET ARCHIVE-ABORTED TO TRUE
           END-IF

           IF WS-ARCHIVE-BASE = SPACES OR WS-REPORT-FILENAME = SPACES
               DISPLAY 'RPTARCH: ARCHIVE AND REPORT MAY NOT BE BLANK'
               SET ARCHIVE-ABORTED TO TRUE
           END-IF

           IF REPRINT-ACTION
               IF WS-SEL-REPORT-ID = SPACES
                       OR WS-OUTPUT-FILENAME = SPACES
                   DISPLAY 'RPTARCH: REPRINT NEEDS RPTID AND OUTPUT'
                   SET ARCHIVE-ABORTED TO TRUE
               END-IF
               IF WS-FROM-PAGE = 0 OR WS-FROM-PAGE > WS-TO-PAGE
                   DISPLAY 'RPTARCH: BAD PAGE RANGE'
                   SET ARCHIVE-ABORTED TO TRUE
               END-IF
           END-IF

           IF LIST-ACTION AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'RPTARCH: FROMDATE IS AFTER TODATE'
               SET ARCHIVE-ABORTED TO TRUE
           END-IF

           MOVE SPACES TO WS-DIR-FILENAME WS-PAGE-FILENAME
           STRING WS-ARCHIVE-BASE DELIMITED BY SPACE
                  '.DIR' DELIMITED BY SIZE
               INTO WS-DIR-FILENAME
           STRING WS-ARCHIVE-BASE DELIMITED BY SPACE
                  '.PGS' DELIMITED BY SIZE
               INTO WS-PAGE-FILENAME

           EXIT.

      * Capture opens the archive for update, creating it on the
      * first night; list and reprint only read it.
       OPEN-ARCHIVE-FILES SECTION.

           MOVE WS-DIR-FILENAME TO WS-OPEN-NAME
           MOVE 2 TO WS-OPEN-ALT-KEYS
           PERFORM OPEN-ONE-ARCHIVE-FILE
           IF ARCHIVE-ABORTED
               GO TO OPEN-ARCHIVE-FILES-EXIT
           END-IF
           MOVE WS-OPEN-HANDLE TO WS-DIR-HANDLE

           MOVE WS-PAGE-FILENAME TO WS-OPEN-NAME
           MOVE 0 TO WS-OPEN-ALT-KEYS
           PERFORM OPEN-ONE-ARCHIVE-FILE
           IF ARCHIVE-ABORTED
               PERFORM CLOSE-DIRECTORY
               GO TO OPEN-ARCHIVE-FILES-EXIT
           END-IF
           MOVE WS-OPEN-HANDLE TO WS-PAGE-HANDLE

           MOVE SPACES TO FILEHANDLER
           MOVE 'RPTARCH' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 'N' TO LABEL-PROCESSING OF FILEHANDLER
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'RPTARCH: UNABLE TO OPEN REPORT FILE'
               PERFORM CLOSE-ARCHIVE-FILES
               SET ARCHIVE-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE
               SET REPORT-OPEN TO TRUE
           END-IF.

       OPEN-ARCHIVE-FILES-EXIT.

           EXIT.

       OPEN-ONE-ARCHIVE-FILE SECTION.

           MOVE 0 TO WS-OPEN-HANDLE
           MOVE SPACES TO FILEHANDLER
           MOVE 'RPTARCH' TO PGM-NAME OF FILEHANDLER
           MOVE WS-OPEN-NAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET FO-INDEXED TO TRUE
           SET F-CHECK-EXISTS TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-NOT-FOUND
               IF NOT CAPTURE-ACTION
                   DISPLAY 'RPTARCH: ARCHIVE FILE NOT FOUND '
                       WS-OPEN-NAME(1:40)
                   SET ARCHIVE-ABORTED TO TRUE
                   GO TO OPEN-ONE-ARCHIVE-FILE-EXIT
               END-IF
               MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
               MOVE WS-OPEN-ALT-KEYS TO ALT-KEY-COUNT OF FILEHANDLER
               SET F-OPEN TO TRUE
               SET WRITE-MODE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               IF NOT FILENAME-OPENED
                   DISPLAY 'RPTARCH: CANNOT CREATE ARCHIVE FILE '
                       WS-OPEN-NAME(1:40)
                   SET ARCHIVE-ABORTED TO TRUE
                   GO TO OPEN-ONE-ARCHIVE-FILE-EXIT
               END-IF
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               DISPLAY 'RPTARCH: ARCHIVE FILE CREATED '
                   WS-OPEN-NAME(1:40)
           END-IF

           MOVE WS-OPEN-NAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-OPEN-ALT-KEYS TO ALT-KEY-COUNT OF FILEHANDLER
           SET FO-INDEXED TO TRUE
           SET F-OPEN TO TRUE
           IF CAPTURE-ACTION
               SET UPDATE-MODE TO TRUE
           ELSE
               SET READ-MODE TO TRUE
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'RPTARCH: CANNOT OPEN ARCHIVE FILE '
                   WS-OPEN-NAME(1:40)
               SET ARCHIVE-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-OPEN-HANDLE
           END-IF.

       OPEN-ONE-ARCHIVE-FILE-EXIT.

           EXIT.

      * Capture archives every report and bundle in the register,
      * purges entries past their retention and removes the register
      * it captured.
       CAPTURE-REPORTS SECTION.

           PERFORM LOAD-ARCHIVE-RULES
           PERFORM READ-ARCHIVE-CONTROL
           IF ARCHIVE-ABORTED
               GO TO CAPTURE-REPORTS-EXIT
           END-IF

           MOVE 'REPORT ARCHIVE CAPTURE' TO WS-ST-TEXT
           PERFORM WRITE-REPORT-HEADINGS

      * A register left set aside by a capture that ended in error
      * is captured and removed first, then tonight's register is
      * set aside and captured in the same run.
           PERFORM CHECK-LEFTOVER-REGISTER
           PERFORM NOTE-LATEST-REGISTRATIONS
           IF LEFTOVER-REGISTER
               PERFORM CAPTURE-REGISTER
               IF NOT ARCHIVE-ABORTED
                   PERFORM DELETE-CAPTURED-REGISTER
               END-IF
           END-IF

           IF NOT ARCHIVE-ABORTED
               PERFORM SET-REGISTER-ASIDE
           END-IF
           IF NOT ARCHIVE-ABORTED AND NOT REGISTER-SET-ASIDE
                   AND NOT LEFTOVER-REGISTER
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE 'NO REPORT REGISTER, NOTHING TO CAPTURE' TO
                   FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO WS-ARCH-RC
           END-IF
           IF NOT ARCHIVE-ABORTED AND REGISTER-SET-ASIDE
               PERFORM CAPTURE-REGISTER
           END-IF

           IF NOT ARCHIVE-ABORTED
               PERFORM PURGE-EXPIRED-ENTRIES
           END-IF

           PERFORM WRITE-CAPTURE-SUMMARY

           IF NOT ARCHIVE-ABORTED AND REGISTER-SET-ASIDE
               PERFORM DELETE-CAPTURED-REGISTER
           END-IF.

       CAPTURE-REPORTS-EXIT.

           EXIT.

       CHECK-LEFTOVER-REGISTER SECTION.

           MOVE 'N' TO WS-LEFTOVER-SWITCH
           MOVE SPACES TO WS-CAPTURE-REG-NAME
           STRING WS-REGISTER-FILENAME DELIMITED BY SPACE
                  '.CAP' DELIMITED BY SIZE
               INTO WS-CAPTURE-REG-NAME

           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE WS-CAPTURE-REG-NAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE 'REGISTER LEFT BY AN EARLIER CAPTURE TAKEN FIRST'
                   TO FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO WS-ARCH-RC
               SET LEFTOVER-REGISTER TO TRUE
           END-IF

           EXIT.

      * Every register to be captured is read once beforehand for the
      * latest registration of each file, so that earlier ones, in a
      * leftover register or earlier in tonight's, are passed over.
       NOTE-LATEST-REGISTRATIONS SECTION.

           MOVE 0 TO WS-DONE-COUNT
           IF LEFTOVER-REGISTER
               MOVE WS-CAPTURE-REG-NAME TO WS-DYN-REGISTER-FILENAME
               PERFORM NOTE-ONE-REGISTER
           END-IF
           MOVE WS-REGISTER-FILENAME TO WS-DYN-REGISTER-FILENAME
           PERFORM NOTE-ONE-REGISTER

           EXIT.

       NOTE-ONE-REGISTER SECTION.

           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               GO TO NOTE-ONE-REGISTER-EXIT
           END-IF
           MOVE 'N' TO WS-REGISTER-EOF-SWITCH
           PERFORM NOTE-ONE-REGISTRATION UNTIL REGISTER-EOF
           CLOSE REGISTER-FILE.

       NOTE-ONE-REGISTER-EXIT.

           EXIT.

       NOTE-ONE-REGISTRATION SECTION.

           READ REGISTER-FILE
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ

           IF REGISTER-EOF OR RG-FILE = SPACES
               GO TO NOTE-ONE-REGISTRATION-EXIT
           END-IF

           PERFORM FIND-DONE-FILE
           IF DONE-FILE-FOUND
               IF RG-STAMP > WS-DN-STAMP(WS-DONE-IX)
                   MOVE RG-STAMP TO WS-DN-STAMP(WS-DONE-IX)
               END-IF
               GO TO NOTE-ONE-REGISTRATION-EXIT
           END-IF
           IF WS-DONE-COUNT < 500
               ADD 1 TO WS-DONE-COUNT
               MOVE RG-FILE TO WS-DN-FILE(WS-DONE-COUNT)
               MOVE RG-RECIPIENT TO WS-DN-RECIPIENT(WS-DONE-COUNT)
               MOVE RG-STAMP TO WS-DN-STAMP(WS-DONE-COUNT)
               MOVE 'N' TO WS-DN-CAPTURED-SWITCH(WS-DONE-COUNT)
           END-IF.

       NOTE-ONE-REGISTRATION-EXIT.

           EXIT.

      * Tonight's register is renamed aside before it is read, so
      * reports that close while the capture runs go to a new
      * register for the next capture rather than being lost when
      * the captured one is removed. Entries a failed capture already
      * archived are found in the directory and not captured twice.
       SET-REGISTER-ASIDE SECTION.

           MOVE 'N' TO WS-REG-ASIDE-SWITCH
           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE WS-REGISTER-FILENAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               GO TO SET-REGISTER-ASIDE-EXIT
           END-IF

           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME
           MOVE WS-REGISTER-FILENAME TO WS-OLD-NAME
           MOVE WS-CAPTURE-REG-NAME TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-FILE-RC
           IF WS-FILE-RC = 0
               SET REGISTER-SET-ASIDE TO TRUE
           ELSE
               DISPLAY 'RPTARCH: CANNOT SET REPORT REGISTER ASIDE, RC '
                   WS-FILE-RC
               SET ARCHIVE-ABORTED TO TRUE
           END-IF.

       SET-REGISTER-ASIDE-EXIT.

           EXIT.

       CAPTURE-REGISTER SECTION.

           MOVE WS-CAPTURE-REG-NAME TO WS-DYN-REGISTER-FILENAME
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY 'RPTARCH: CANNOT READ REPORT REGISTER, STATUS '
                   WS-REGISTER-STATUS
               SET ARCHIVE-ABORTED TO TRUE
               GO TO CAPTURE-REGISTER-EXIT
           END-IF

           MOVE 'N' TO WS-REGISTER-EOF-SWITCH
           PERFORM CAPTURE-ONE-ENTRY
               UNTIL REGISTER-EOF OR ARCHIVE-ABORTED
           CLOSE REGISTER-FILE.

       CAPTURE-REGISTER-EXIT.

           EXIT.

       LOAD-ARCHIVE-RULES SECTION.

           MOVE 0 TO WS-RULE-COUNT
           IF WS-RULES-FILENAME = SPACES
               GO TO LOAD-ARCHIVE-RULES-EXIT
           END-IF

           MOVE WS-RULES-FILENAME TO WS-DYN-RULES-FILENAME
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY 'RPTARCH: RULES FILE NOT AVAILABLE, DEFAULT '
                   'IDS AND RETENTION USED'
               MOVE 4 TO WS-ARCH-RC
               GO TO LOAD-ARCHIVE-RULES-EXIT
           END-IF

           MOVE 'N' TO WS-RULES-EOF-SWITCH
           PERFORM LOAD-ONE-RULE UNTIL RULES-EOF

           CLOSE RULES-FILE.

       LOAD-ARCHIVE-RULES-EXIT.

           EXIT.

       LOAD-ONE-RULE SECTION.

           READ RULES-FILE
               AT END
                   SET RULES-EOF TO TRUE
           END-READ

           IF RULES-EOF
               GO TO LOAD-ONE-RULE-EXIT
           END-IF

           IF RULES-RECORD(1:1) = '*' AND RR-REPORT-ID = SPACES
               GO TO LOAD-ONE-RULE-EXIT
           END-IF

           IF RR-FILE-PATTERN = SPACES OR RR-REPORT-ID = SPACES
                   OR RR-REPORT-ID(1:1) = '*'
                   OR RR-RETAIN-DAYS IS NOT NUMERIC
                   OR RR-RETAIN-DAYS = '000'
               DISPLAY 'RPTARCH: BAD RULE IGNORED '
                   RULES-RECORD(1:60)
               MOVE 4 TO WS-ARCH-RC
               GO TO LOAD-ONE-RULE-EXIT
           END-IF

           IF WS-RULE-COUNT >= 100
               DISPLAY 'RPTARCH: RULE TABLE FULL, RULE IGNORED '
                   RR-FILE-PATTERN
               MOVE 4 TO WS-ARCH-RC
               GO TO LOAD-ONE-RULE-EXIT
           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE RR-FILE-PATTERN TO WS-RT-PATTERN(WS-RULE-COUNT)
           MOVE RR-REPORT-ID TO WS-RT-REPORT-ID(WS-RULE-COUNT)
           MOVE RR-RETAIN-DAYS TO WS-RT-RETAIN(WS-RULE-COUNT)
           MOVE 0 TO WS-STAR-COUNT
           INSPECT RR-FILE-PATTERN TALLYING WS-STAR-COUNT
               FOR CHARACTERS BEFORE INITIAL '*'
           IF WS-STAR-COUNT < 44
               MOVE WS-STAR-COUNT TO WS-RT-PREFIX-LEN(WS-RULE-COUNT)
           ELSE
               MOVE 99 TO WS-RT-PREFIX-LEN(WS-RULE-COUNT)
           END-IF.

       LOAD-ONE-RULE-EXIT.

           EXIT.

       READ-ARCHIVE-CONTROL SECTION.

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE WS-CONTROL-KEY TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               MOVE SPACES TO WS-DD-DATA
               MOVE 0 TO WS-DD-DATE
               MOVE 0 TO WS-DD-ARCHIVE-ID
               MOVE WS-CONTROL-KEY TO RECORD-KEY OF FILEHANDLER
               MOVE WS-DD-DATA TO FILE-RECORD OF FILEHANDLER
               SET F-WRITE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               IF FILENAME-INVALID
                   DISPLAY 'RPTARCH: CANNOT WRITE ARCHIVE CONTROL '
                       'RECORD'
                   SET ARCHIVE-ABORTED TO TRUE
               END-IF
               MOVE 0 TO WS-LAST-ARCHIVE-ID
           ELSE
               MOVE FILE-RECORD OF FILEHANDLER TO WS-DD-DATA
               MOVE WS-DD-ARCHIVE-ID TO WS-LAST-ARCHIVE-ID
           END-IF

           EXIT.

       WRITE-ARCHIVE-CONTROL SECTION.

           MOVE SPACES TO WS-DD-DATA
           MOVE 0 TO WS-DD-DATE
           MOVE WS-LAST-ARCHIVE-ID TO WS-DD-ARCHIVE-ID
           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-CONTROL-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE WS-DD-DATA TO FILE-RECORD OF FILEHANDLER
           SET F-REWRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'RPTARCH: CANNOT UPDATE ARCHIVE CONTROL RECORD'
               SET ARCHIVE-ABORTED TO TRUE
           END-IF

           EXIT.

       CAPTURE-ONE-ENTRY SECTION.

           READ REGISTER-FILE
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ

           IF REGISTER-EOF OR RG-FILE = SPACES
               GO TO CAPTURE-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-REGISTER-TOTAL

           PERFORM RESOLVE-ARCHIVE-RULE

           PERFORM FIND-DONE-FILE
           IF DONE-FILE-FOUND
               IF RG-STAMP < WS-DN-STAMP(WS-DONE-IX)
                   ADD 1 TO WS-SUPERSEDED-TOTAL
                   MOVE 0 TO WS-CAP-ENTRY
                   MOVE 'SUPERSEDED' TO WS-CAP-NOTE
                   PERFORM WRITE-CAPTURE-LINE
                   GO TO CAPTURE-ONE-ENTRY-EXIT
               END-IF
               IF RG-STAMP = WS-DN-STAMP(WS-DONE-IX)
                       AND DN-CAPTURED(WS-DONE-IX)
                   ADD 1 TO WS-DUPLICATE-TOTAL
                   GO TO CAPTURE-ONE-ENTRY-EXIT
               END-IF
               MOVE RG-STAMP TO WS-DN-STAMP(WS-DONE-IX)
               SET DN-CAPTURED(WS-DONE-IX) TO TRUE
           ELSE
               IF WS-DONE-COUNT < 500
                   ADD 1 TO WS-DONE-COUNT
                   MOVE RG-FILE TO WS-DN-FILE(WS-DONE-COUNT)
                   MOVE RG-RECIPIENT TO WS-DN-RECIPIENT(WS-DONE-COUNT)
                   MOVE RG-STAMP TO WS-DN-STAMP(WS-DONE-COUNT)
                   SET DN-CAPTURED(WS-DONE-COUNT) TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO WS-DIR-RECORD
           MOVE WS-CAP-REPORT-ID TO WS-DK-REPORT-ID
           MOVE RG-DATE TO WS-DK-DATE
           MOVE 0 TO WS-DK-ENTRY
           MOVE 0 TO WS-DD-PAGES WS-DD-LINES
           MOVE 0 TO WS-DD-EXPIRES
           PERFORM FIND-NEXT-ENTRY
           IF ENTRY-DUPLICATE
               ADD 1 TO WS-DUPLICATE-TOTAL
               MOVE 'DUPLICATE' TO WS-CAP-NOTE
               PERFORM WRITE-CAPTURE-LINE
               GO TO CAPTURE-ONE-ENTRY-EXIT
           END-IF

           MOVE RG-FILE TO WS-DYN-CAPTURE-FILENAME
           OPEN INPUT CAPTURE-FILE
           IF WS-CAPTURE-STATUS NOT = "00"
               ADD 1 TO WS-MISSING-TOTAL
               MOVE 'MISSING' TO WS-CAP-NOTE
               PERFORM WRITE-CAPTURE-LINE
               IF WS-ARCH-RC < 4
                   MOVE 4 TO WS-ARCH-RC
               END-IF
               GO TO CAPTURE-ONE-ENTRY-EXIT
           END-IF

      * The new archive id is recorded before any page is written
      * under it, so pages left by a capture cut short are never
      * merged with a later capture's under a reissued id.
           ADD 1 TO WS-LAST-ARCHIVE-ID
           PERFORM WRITE-ARCHIVE-CONTROL
           IF ARCHIVE-ABORTED
               CLOSE CAPTURE-FILE
               GO TO CAPTURE-ONE-ENTRY-EXIT
           END-IF

           MOVE 0 TO WS-CAP-PAGES WS-CAP-LINE WS-CAP-LINES
           MOVE 'N' TO WS-CAPTURE-EOF-SWITCH
           PERFORM ARCHIVE-ONE-LINE
               UNTIL CAPTURE-EOF OR ARCHIVE-ABORTED
           CLOSE CAPTURE-FILE
           IF ARCHIVE-ABORTED
               GO TO CAPTURE-ONE-ENTRY-EXIT
           END-IF

           MOVE RG-DATE TO WS-WALK-DATE-N
           MOVE 0 TO WS-DAY-IX
           PERFORM STEP-FORWARD-ONE-DAY
               UNTIL WS-DAY-IX >= WS-CAP-RETAIN

           MOVE SPACES TO WS-DIR-RECORD
           MOVE WS-CAP-REPORT-ID TO WS-DK-REPORT-ID
           MOVE RG-DATE TO WS-DK-DATE
           MOVE WS-CAP-ENTRY TO WS-DK-ENTRY
           MOVE RG-RECIPIENT TO WS-DD-RECIPIENT
           MOVE RG-DATE TO WS-DD-DATE
           MOVE WS-LAST-ARCHIVE-ID TO WS-DD-ARCHIVE-ID
           IF RG-KIND = 'B'
               MOVE 'B' TO WS-DD-KIND
           ELSE
               MOVE 'R' TO WS-DD-KIND
           END-IF
           MOVE WS-CAP-PAGES TO WS-DD-PAGES
           MOVE WS-CAP-LINES TO WS-DD-LINES
           MOVE WS-CAP-RETAIN TO WS-DD-RETAIN
           MOVE WS-WALK-DATE-N TO WS-DD-EXPIRES
           MOVE RG-TIME TO WS-DD-REG-TIME
           MOVE RG-PGM TO WS-DD-PGM
           MOVE WS-RUN-DATE TO WS-DD-CAPTURE-DATE
           MOVE WS-RUN-TIME TO WS-DD-CAPTURE-TIME
           MOVE RG-FILE TO WS-DD-FILE
           MOVE RG-SOURCE TO WS-DD-SOURCE

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-DK-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE WS-DD-DATA TO FILE-RECORD OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'RPTARCH: CANNOT WRITE DIRECTORY ENTRY FOR '
                   RG-FILE(1:40)
               SET ARCHIVE-ABORTED TO TRUE
               GO TO CAPTURE-ONE-ENTRY-EXIT
           END-IF

           IF DD-BUNDLE
               ADD 1 TO WS-BUNDLE-TOTAL
           ELSE
               ADD 1 TO WS-REPORT-TOTAL
           END-IF
           ADD WS-CAP-PAGES TO WS-PAGES-TOTAL
           ADD WS-CAP-LINES TO WS-LINES-TOTAL
           MOVE 'CAPTURED' TO WS-CAP-NOTE
           PERFORM WRITE-CAPTURE-LINE.

       CAPTURE-ONE-ENTRY-EXIT.

           EXIT.

       FIND-DONE-FILE SECTION.

           MOVE 'N' TO WS-DONE-FOUND-SWITCH
           MOVE 0 TO WS-DONE-IX
           PERFORM MATCH-ONE-DONE-FILE
               UNTIL DONE-FILE-FOUND OR WS-DONE-IX >= WS-DONE-COUNT

           EXIT.

       MATCH-ONE-DONE-FILE SECTION.

           ADD 1 TO WS-DONE-IX
           IF WS-DN-FILE(WS-DONE-IX) = RG-FILE
                   AND WS-DN-RECIPIENT(WS-DONE-IX) = RG-RECIPIENT
               SET DONE-FILE-FOUND TO TRUE
           END-IF

           EXIT.

      * The report id and retention come from the first rule whose
      * name or prefix matches the report the entry was written as.
       RESOLVE-ARCHIVE-RULE SECTION.

           MOVE RG-SOURCE TO WS-MATCH-NAME
           IF WS-MATCH-NAME = SPACES
               MOVE RG-FILE TO WS-MATCH-NAME
           END-IF

           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           MOVE 0 TO WS-RULE-IX
           PERFORM MATCH-ONE-RULE
               UNTIL RULE-FOUND OR WS-RULE-IX >= WS-RULE-COUNT

           IF RULE-FOUND
               MOVE WS-RT-REPORT-ID(WS-RULE-IX) TO WS-CAP-REPORT-ID
               MOVE WS-RT-RETAIN(WS-RULE-IX) TO WS-CAP-RETAIN
           ELSE
               PERFORM DEFAULT-REPORT-ID
               MOVE WS-DEFAULT-RETAIN TO WS-CAP-RETAIN
           END-IF

           EXIT.

       MATCH-ONE-RULE SECTION.

           ADD 1 TO WS-RULE-IX
           IF WS-RT-PREFIX-LEN(WS-RULE-IX) = 99
               IF WS-MATCH-NAME(1:44) = WS-RT-PATTERN(WS-RULE-IX)
                       AND WS-MATCH-NAME(45:56) = SPACES
                   SET RULE-FOUND TO TRUE
               END-IF
           ELSE
               IF WS-RT-PREFIX-LEN(WS-RULE-IX) = 0
                   SET RULE-FOUND TO TRUE
               ELSE
                   IF WS-MATCH-NAME(1:WS-RT-PREFIX-LEN(WS-RULE-IX))
                           = WS-RT-PATTERN(WS-RULE-IX)
                               (1:WS-RT-PREFIX-LEN(WS-RULE-IX))
                       SET RULE-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF

           EXIT.

      * Without a rule the report is kept under its file name, less
      * any directory path, up to the first '.'.
       DEFAULT-REPORT-ID SECTION.

           MOVE 1 TO WS-BASE-START
           MOVE 0 TO WS-SCAN-IX
           PERFORM SCAN-ONE-NAME-CHARACTER UNTIL WS-SCAN-IX >= 100

           MOVE SPACES TO WS-CAP-REPORT-ID
           UNSTRING WS-MATCH-NAME(WS-BASE-START:) DELIMITED BY '.'
                   OR SPACE
               INTO WS-CAP-REPORT-ID
           END-UNSTRING
           IF WS-CAP-REPORT-ID = SPACES
                   OR WS-CAP-REPORT-ID(1:1) = '*'
               MOVE 'UNNAMED' TO WS-CAP-REPORT-ID
           END-IF

           EXIT.

       SCAN-ONE-NAME-CHARACTER SECTION.

           ADD 1 TO WS-SCAN-IX
           IF WS-MATCH-NAME(WS-SCAN-IX:1) = '/'
                   AND WS-SCAN-IX < 100
               COMPUTE WS-BASE-START = WS-SCAN-IX + 1
           END-IF

           EXIT.

      * Browse the entries already archived for the report and date:
      * the same registration captured before is not captured again,
      * otherwise the new entry takes the next free number.
       FIND-NEXT-ENTRY SECTION.

           MOVE 'N' TO WS-DUPLICATE-SWITCH
           MOVE 0 TO WS-CAP-ENTRY
           MOVE 'N' TO WS-BROWSE-END-SWITCH

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE WS-DK-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE 16 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-START TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
           END-IF

           PERFORM CHECK-ONE-ARCHIVED-ENTRY
               UNTIL BROWSE-ENDED OR ENTRY-DUPLICATE

           ADD 1 TO WS-CAP-ENTRY

           EXIT.

       CHECK-ONE-ARCHIVED-ENTRY SECTION.

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
               GO TO CHECK-ONE-ARCHIVED-ENTRY-EXIT
           END-IF

           MOVE RECORD-KEY OF FILEHANDLER TO WS-DK-KEY
           MOVE FILE-RECORD OF FILEHANDLER TO WS-DD-DATA
           IF WS-DK-ENTRY > WS-CAP-ENTRY
               MOVE WS-DK-ENTRY TO WS-CAP-ENTRY
           END-IF
           IF WS-DD-FILE = RG-FILE
                   AND WS-DD-RECIPIENT = RG-RECIPIENT
                   AND WS-DD-REG-TIME = RG-TIME
               SET ENTRY-DUPLICATE TO TRUE
           END-IF.

       CHECK-ONE-ARCHIVED-ENTRY-EXIT.

           EXIT.

      * Pages start on the '1' carriage-control byte, as RPTDIST
      * splits them; lines ahead of the first one make up page 1.
       ARCHIVE-ONE-LINE SECTION.

           READ CAPTURE-FILE
               AT END
                   SET CAPTURE-EOF TO TRUE
           END-READ

           IF CAPTURE-EOF
               GO TO ARCHIVE-ONE-LINE-EXIT
           END-IF

           IF CAPTURE-RECORD(1:1) = '1' OR WS-CAP-PAGES = 0
                   OR WS-CAP-LINE >= 9999
               ADD 1 TO WS-CAP-PAGES
               MOVE 0 TO WS-CAP-LINE
           END-IF
           ADD 1 TO WS-CAP-LINE
           ADD 1 TO WS-CAP-LINES

           MOVE SPACES TO WS-PAGE-RECORD
           MOVE WS-LAST-ARCHIVE-ID TO WS-PK-ARCHIVE-ID
           MOVE WS-CAP-PAGES TO WS-PK-PAGE
           MOVE WS-CAP-LINE TO WS-PK-LINE
           MOVE CAPTURE-RECORD TO WS-PD-LINE

           MOVE WS-PAGE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-PAGE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-PK-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE WS-PD-DATA TO FILE-RECORD OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'RPTARCH: CANNOT WRITE ARCHIVE PAGE FOR '
                   RG-FILE(1:40)
               SET ARCHIVE-ABORTED TO TRUE
           END-IF.

       ARCHIVE-ONE-LINE-EXIT.

           EXIT.

       WRITE-CAPTURE-LINE SECTION.

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CAP-REPORT-ID TO WS-DL-REPORT-ID
           MOVE RG-DATE TO WS-DL-DATE
           MOVE WS-CAP-ENTRY TO WS-DL-ENTRY
           MOVE RG-RECIPIENT TO WS-DL-RECIPIENT
           MOVE 0 TO WS-DL-PAGES WS-DL-LINES
           IF WS-CAP-NOTE = 'CAPTURED'
               MOVE WS-CAP-PAGES TO WS-DL-PAGES
               MOVE WS-CAP-LINES TO WS-DL-LINES
               MOVE WS-WALK-DATE-N TO WS-DL-EXPIRES
           END-IF
           MOVE WS-CAP-NOTE TO WS-DL-NOTE
           MOVE RG-FILE TO WS-DL-FILE
           PERFORM WRITE-DETAIL-LINE

           EXIT.

      * Entries past their expiry date are gathered first and then
      * removed, pages before the directory entry, so a purge cut
      * short leaves the entry to be found again next night.
       PURGE-EXPIRED-ENTRIES SECTION.

           MOVE 0 TO WS-PURGE-COUNT
           MOVE 'N' TO WS-BROWSE-END-SWITCH

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE WS-CONTROL-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE 0 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-START TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
           END-IF

           PERFORM COLLECT-ONE-EXPIRED UNTIL BROWSE-ENDED

           MOVE 0 TO WS-PURGE-IX
           PERFORM PURGE-ONE-ENTRY
               UNTIL WS-PURGE-IX >= WS-PURGE-COUNT
                   OR ARCHIVE-ABORTED

           EXIT.

       COLLECT-ONE-EXPIRED SECTION.

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
               GO TO COLLECT-ONE-EXPIRED-EXIT
           END-IF

           MOVE RECORD-KEY OF FILEHANDLER TO WS-DK-KEY
           MOVE FILE-RECORD OF FILEHANDLER TO WS-DD-DATA
           IF WS-DK-KEY = WS-CONTROL-KEY
               GO TO COLLECT-ONE-EXPIRED-EXIT
           END-IF
           IF WS-DD-EXPIRES NOT < WS-BUSINESS-DATE
               GO TO COLLECT-ONE-EXPIRED-EXIT
           END-IF

           IF WS-PURGE-COUNT >= 1000
               DISPLAY 'RPTARCH: PURGE TABLE FULL, REMAINING ENTRIES '
                   'LEFT FOR THE NEXT RUN'
               IF WS-ARCH-RC < 4
                   MOVE 4 TO WS-ARCH-RC
               END-IF
               SET BROWSE-ENDED TO TRUE
               GO TO COLLECT-ONE-EXPIRED-EXIT
           END-IF

           ADD 1 TO WS-PURGE-COUNT
           MOVE WS-DK-KEY TO WS-PG-KEY(WS-PURGE-COUNT)
           MOVE WS-DD-ARCHIVE-ID TO WS-PG-ARCHIVE-ID(WS-PURGE-COUNT)
           MOVE WS-DD-RECIPIENT TO WS-PG-RECIPIENT(WS-PURGE-COUNT)
           MOVE WS-DD-PAGES TO WS-PG-PAGES(WS-PURGE-COUNT)
           MOVE WS-DD-LINES TO WS-PG-LINES(WS-PURGE-COUNT)
           MOVE WS-DD-EXPIRES TO WS-PG-EXPIRES(WS-PURGE-COUNT)
           MOVE WS-DD-FILE TO WS-PG-FILE(WS-PURGE-COUNT).

       COLLECT-ONE-EXPIRED-EXIT.

           EXIT.

       PURGE-ONE-ENTRY SECTION.

           ADD 1 TO WS-PURGE-IX
           MOVE 'N' TO WS-BROWSE-END-SWITCH
           PERFORM DELETE-ONE-PAGE-LINE
               UNTIL BROWSE-ENDED OR ARCHIVE-ABORTED
           IF ARCHIVE-ABORTED
               GO TO PURGE-ONE-ENTRY-EXIT
           END-IF

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-PG-KEY(WS-PURGE-IX) TO RECORD-KEY OF FILEHANDLER
           SET F-DELETE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'RPTARCH: CANNOT DELETE DIRECTORY ENTRY '
                   WS-PG-KEY(WS-PURGE-IX)
               SET ARCHIVE-ABORTED TO TRUE
               GO TO PURGE-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-PURGED-TOTAL
           MOVE WS-PG-KEY(WS-PURGE-IX) TO WS-DK-KEY
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DK-REPORT-ID TO WS-DL-REPORT-ID
           MOVE WS-DK-DATE TO WS-DL-DATE
           MOVE WS-DK-ENTRY TO WS-DL-ENTRY
           MOVE WS-PG-RECIPIENT(WS-PURGE-IX) TO WS-DL-RECIPIENT
           MOVE WS-PG-PAGES(WS-PURGE-IX) TO WS-DL-PAGES
           MOVE WS-PG-LINES(WS-PURGE-IX) TO WS-DL-LINES
           MOVE WS-PG-EXPIRES(WS-PURGE-IX) TO WS-DL-EXPIRES
           MOVE 'PURGED' TO WS-DL-NOTE
           MOVE WS-PG-FILE(WS-PURGE-IX) TO WS-DL-FILE
           PERFORM WRITE-DETAIL-LINE.

       PURGE-ONE-ENTRY-EXIT.

           EXIT.

      * Each deletion starts afresh at the archive id, so the browse
      * never depends on its position surviving the delete.
       DELETE-ONE-PAGE-LINE SECTION.

           MOVE SPACES TO WS-PAGE-RECORD
           MOVE WS-PG-ARCHIVE-ID(WS-PURGE-IX) TO WS-PK-ARCHIVE-ID
           MOVE 0 TO WS-PK-PAGE WS-PK-LINE

           MOVE WS-PAGE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-PAGE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE WS-PK-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE 9 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-START TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
               GO TO DELETE-ONE-PAGE-LINE-EXIT
           END-IF

           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
               GO TO DELETE-ONE-PAGE-LINE-EXIT
           END-IF

           SET F-DELETE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'RPTARCH: CANNOT DELETE ARCHIVE PAGE '
                   RECORD-KEY OF FILEHANDLER
               SET ARCHIVE-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-PURGED-LINES
           END-IF.

       DELETE-ONE-PAGE-LINE-EXIT.

           EXIT.

       WRITE-CAPTURE-SUMMARY SECTION.

           MOVE 'REGISTER ENTRIES READ' TO WS-SL-LABEL
           MOVE WS-REGISTER-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'REPORTS CAPTURED' TO WS-SL-LABEL
           MOVE WS-REPORT-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'BUNDLES CAPTURED' TO WS-SL-LABEL
           MOVE WS-BUNDLE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'PAGES ARCHIVED' TO WS-SL-LABEL
           MOVE WS-PAGES-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'LINES ARCHIVED' TO WS-SL-LABEL
           MOVE WS-LINES-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ALREADY CAPTURED' TO WS-SL-LABEL
           MOVE WS-DUPLICATE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'SUPERSEDED BY A LATER ENTRY' TO WS-SL-LABEL
           MOVE WS-SUPERSEDED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'FILES MISSING' TO WS-SL-LABEL
           MOVE WS-MISSING-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ENTRIES PURGED' TO WS-SL-LABEL
           MOVE WS-PURGED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'LINES PURGED' TO WS-SL-LABEL
           MOVE WS-PURGED-LINES TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           EVALUATE TRUE
               WHEN ARCHIVE-ABORTED
                   MOVE 'CAPTURE ENDED IN ERROR - REGISTER KEPT FOR '
                       TO FILE-RECORD OF FILEHANDLER(1:43)
                   MOVE 'RERUN' TO FILE-RECORD OF FILEHANDLER(44:5)
               WHEN WS-MISSING-TOTAL > 0
                   MOVE 'CAPTURE COMPLETE - SOME REGISTERED FILES WERE '
                       TO FILE-RECORD OF FILEHANDLER(1:46)
                   MOVE 'MISSING' TO FILE-RECORD OF FILEHANDLER(47:7)
               WHEN OTHER
                   MOVE 'CAPTURE COMPLETE' TO FILE-RECORD OF FILEHANDLER
           END-EVALUATE
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * Everything in the set-aside register has been archived.
      * Reports registered since are already in a new register.
       DELETE-CAPTURED-REGISTER SECTION.

           MOVE SPACES TO WS-OLD-NAME
           MOVE WS-CAPTURE-REG-NAME TO WS-OLD-NAME
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-FILE-RC
           IF WS-FILE-RC NOT = 0
               DISPLAY 'RPTARCH: CANNOT DELETE CAPTURED REGISTER, RC '
                   WS-FILE-RC
               IF WS-ARCH-RC < 8
                   MOVE 8 TO WS-ARCH-RC
               END-IF
           END-IF

           EXIT.

      * List shows every archived entry with a business date in the
      * range, optionally for one report id and one recipient.
       LIST-ARCHIVE SECTION.

           MOVE 'REPORT ARCHIVE LISTING' TO WS-ST-TEXT
           PERFORM WRITE-REPORT-HEADINGS

           MOVE 'N' TO WS-BROWSE-END-SWITCH
           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE 2 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE WS-FROM-DATE TO ALT-RECORD-KEY OF FILEHANDLER(1:8)
           MOVE 0 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-START TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
           END-IF

           PERFORM LIST-ONE-ENTRY UNTIL BROWSE-ENDED

           MOVE 'ENTRIES LISTED' TO WS-SL-LABEL
           MOVE WS-LISTED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF WS-LISTED-TOTAL = 0
               MOVE 'NO ARCHIVED REPORTS IN THE RANGE' TO
                   FILE-RECORD OF FILEHANDLER
               MOVE 4 TO WS-ARCH-RC
           ELSE
               MOVE 'END OF ARCHIVE LISTING' TO
                   FILE-RECORD OF FILEHANDLER
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       LIST-ONE-ENTRY SECTION.

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE 2 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
               GO TO LIST-ONE-ENTRY-EXIT
           END-IF

           MOVE RECORD-KEY OF FILEHANDLER TO WS-DK-KEY
           MOVE FILE-RECORD OF FILEHANDLER TO WS-DD-DATA
           IF WS-DK-KEY = WS-CONTROL-KEY
               GO TO LIST-ONE-ENTRY-EXIT
           END-IF
           IF WS-DD-DATE > WS-TO-DATE
               SET BROWSE-ENDED TO TRUE
               GO TO LIST-ONE-ENTRY-EXIT
           END-IF
           IF WS-SEL-REPORT-ID NOT = SPACES
                   AND WS-DK-REPORT-ID NOT = WS-SEL-REPORT-ID
               GO TO LIST-ONE-ENTRY-EXIT
           END-IF
           IF WS-SEL-RECIPIENT NOT = SPACES
                   AND WS-DD-RECIPIENT NOT = WS-SEL-RECIPIENT
               GO TO LIST-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-LISTED-TOTAL
           IF DD-BUNDLE
               MOVE 'BUNDLE' TO WS-CAP-NOTE
           ELSE
               MOVE 'REPORT' TO WS-CAP-NOTE
           END-IF
           PERFORM WRITE-ENTRY-LINE.

       LIST-ONE-ENTRY-EXIT.

           EXIT.

       WRITE-ENTRY-LINE SECTION.

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DK-REPORT-ID TO WS-DL-REPORT-ID
           MOVE WS-DK-DATE TO WS-DL-DATE
           MOVE WS-DK-ENTRY TO WS-DL-ENTRY
           MOVE WS-DD-RECIPIENT TO WS-DL-RECIPIENT
           MOVE WS-DD-PAGES TO WS-DL-PAGES
           MOVE WS-DD-LINES TO WS-DL-LINES
           MOVE WS-DD-EXPIRES TO WS-DL-EXPIRES
           MOVE WS-CAP-NOTE TO WS-DL-NOTE
           MOVE WS-DD-FILE TO WS-DL-FILE
           PERFORM WRITE-DETAIL-LINE

           EXIT.

      * Reprint re-creates one archived report, a recipient's bundle
      * or a page range of either as a new print file. Every page
      * is headed by a REPRINT stamp line.
       REPRINT-REPORT SECTION.

           MOVE 'REPORT ARCHIVE REPRINT' TO WS-ST-TEXT
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM SELECT-REPRINT-ENTRY
           IF NOT ENTRY-SELECTED
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               STRING 'NO ARCHIVED ENTRY FOR ' DELIMITED BY SIZE
                      WS-SEL-REPORT-ID DELIMITED BY SPACE
                      ' ON ' DELIMITED BY SIZE
                      WS-SEL-DATE DELIMITED BY SIZE
                      ' RECIPIENT ' DELIMITED BY SIZE
                      WS-SEL-RECIPIENT DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
               END-STRING
               SET RL-FOOTER TO TRUE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO WS-ARCH-RC
               GO TO REPRINT-REPORT-EXIT
           END-IF

           MOVE WS-OUTPUT-FILENAME TO WS-DYN-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY 'RPTARCH: CANNOT OPEN REPRINT FILE '
                   WS-OUTPUT-FILENAME(1:40)
               SET ARCHIVE-ABORTED TO TRUE
               GO TO REPRINT-REPORT-EXIT
           END-IF

           MOVE 0 TO WS-CAP-PAGES WS-CAP-LINES
           MOVE 'N' TO WS-BROWSE-END-SWITCH
           MOVE SPACES TO WS-PAGE-RECORD
           MOVE WS-DD-ARCHIVE-ID TO WS-PK-ARCHIVE-ID
           MOVE WS-FROM-PAGE TO WS-PK-PAGE
           MOVE 0 TO WS-PK-LINE

           MOVE WS-PAGE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-PAGE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE WS-PK-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE 9 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-START TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
           END-IF

           PERFORM REPRINT-ONE-LINE
               UNTIL BROWSE-ENDED OR ARCHIVE-ABORTED

           CLOSE PRINT-FILE
           IF ARCHIVE-ABORTED
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               STRING 'REPRINT FAILED - ' DELIMITED BY SIZE
                      WS-OUTPUT-FILENAME DELIMITED BY SPACE
                      ' IS INCOMPLETE' DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
               END-STRING
               SET RL-FOOTER TO TRUE
               PERFORM WRITE-REPORT-LINE
               GO TO REPRINT-REPORT-EXIT
           END-IF

           MOVE 'REPRINTED' TO WS-CAP-NOTE
           PERFORM WRITE-ENTRY-LINE

           MOVE 'PAGES REPRINTED' TO WS-SL-LABEL
           MOVE WS-CAP-PAGES TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'LINES REPRINTED' TO WS-SL-LABEL
           MOVE WS-CAP-LINES TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF WS-CAP-PAGES = 0
               MOVE 'PAGE RANGE IS OUTSIDE THE ARCHIVED REPORT' TO
                   FILE-RECORD OF FILEHANDLER
               MOVE 4 TO WS-ARCH-RC
           ELSE
               STRING 'REPRINT WRITTEN TO ' DELIMITED BY SIZE
                      WS-OUTPUT-FILENAME DELIMITED BY SPACE
                   INTO FILE-RECORD OF FILEHANDLER
               END-STRING
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE.

       REPRINT-REPORT-EXIT.

           EXIT.

      * ENTRY= picks one capture outright. Otherwise the latest
      * capture of the date is taken: the whole report, or the
      * bundle of the recipient named.
       SELECT-REPRINT-ENTRY SECTION.

           MOVE 'N' TO WS-SELECTED-SWITCH
           MOVE 'N' TO WS-BROWSE-END-SWITCH
           MOVE SPACES TO WS-DIR-RECORD
           MOVE WS-SEL-REPORT-ID TO WS-DK-REPORT-ID
           MOVE WS-SEL-DATE TO WS-DK-DATE
           MOVE 0 TO WS-DK-ENTRY
           MOVE SPACES TO WS-PURGE-KEY

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE WS-DK-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE 16 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-START TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
           END-IF

           PERFORM CHOOSE-ONE-ENTRY UNTIL BROWSE-ENDED

           IF WS-PURGE-KEY = SPACES
               GO TO SELECT-REPRINT-ENTRY-EXIT
           END-IF

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE WS-PURGE-KEY TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-INVALID
               MOVE RECORD-KEY OF FILEHANDLER TO WS-DK-KEY
               MOVE FILE-RECORD OF FILEHANDLER TO WS-DD-DATA
               SET ENTRY-SELECTED TO TRUE
           END-IF.

       SELECT-REPRINT-ENTRY-EXIT.

           EXIT.

       CHOOSE-ONE-ENTRY SECTION.

           MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
               GO TO CHOOSE-ONE-ENTRY-EXIT
           END-IF

           MOVE RECORD-KEY OF FILEHANDLER TO WS-DK-KEY
           MOVE FILE-RECORD OF FILEHANDLER TO WS-DD-DATA
           IF WS-SEL-ENTRY > 0
               IF WS-DK-ENTRY = WS-SEL-ENTRY
                   MOVE WS-DK-KEY TO WS-PURGE-KEY
                   SET BROWSE-ENDED TO TRUE
               END-IF
           ELSE
               IF WS-DD-RECIPIENT = WS-SEL-RECIPIENT
                   MOVE WS-DK-KEY TO WS-PURGE-KEY
               END-IF
           END-IF.

       CHOOSE-ONE-ENTRY-EXIT.

           EXIT.

       REPRINT-ONE-LINE SECTION.

           MOVE WS-PAGE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-PAGE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR FILENAME-END-RANGE OR FILENAME-INVALID
               SET BROWSE-ENDED TO TRUE
               GO TO REPRINT-ONE-LINE-EXIT
           END-IF

           MOVE RECORD-KEY OF FILEHANDLER TO WS-PK-KEY
           MOVE FILE-RECORD OF FILEHANDLER TO WS-PD-DATA
           IF WS-PK-PAGE > WS-TO-PAGE
               SET BROWSE-ENDED TO TRUE
               GO TO REPRINT-ONE-LINE-EXIT
           END-IF

           IF WS-PK-LINE = 1
               ADD 1 TO WS-CAP-PAGES
               PERFORM WRITE-REPRINT-STAMP
               IF ARCHIVE-ABORTED
                   GO TO REPRINT-ONE-LINE-EXIT
               END-IF
               IF WS-PD-LINE(1:1) = '1'
                   MOVE ' ' TO WS-PD-LINE(1:1)
               END-IF
           END-IF

           WRITE PRINT-RECORD FROM WS-PD-LINE
           PERFORM CHECK-REPRINT-WRITE
           IF NOT ARCHIVE-ABORTED
               ADD 1 TO WS-CAP-LINES
           END-IF.

       REPRINT-ONE-LINE-EXIT.

           EXIT.

       WRITE-REPRINT-STAMP SECTION.

           MOVE SPACES TO WS-STAMP-LINE
           MOVE '1' TO WS-ST-CC
           STRING '*** REPRINT ***  REPORT ' DELIMITED BY SIZE
                  WS-DK-REPORT-ID DELIMITED BY SPACE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  WS-DK-DATE DELIMITED BY SIZE
                  '  ENTRY ' DELIMITED BY SIZE
                  WS-DK-ENTRY DELIMITED BY SIZE
                  '  RECIPIENT ' DELIMITED BY SIZE
                  WS-DD-RECIPIENT DELIMITED BY SIZE
                  '  PAGE ' DELIMITED BY SIZE
                  WS-PK-PAGE DELIMITED BY SIZE
                  '  REPRINTED ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-ST-TEXT
           END-STRING
           WRITE PRINT-RECORD FROM WS-STAMP-LINE
           PERFORM CHECK-REPRINT-WRITE

           EXIT.

       CHECK-REPRINT-WRITE SECTION.

           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY 'RPTARCH: CANNOT WRITE REPRINT FILE '
                   WS-OUTPUT-FILENAME(1:40) ' STATUS ' WS-PRINT-STATUS
               SET ARCHIVE-ABORTED TO TRUE
           END-IF

           EXIT.

      * Shared report and date routines.
       WRITE-REPORT-HEADINGS SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-ST-TEXT TO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'ARCHIVE ' DELIMITED BY SIZE
                  WS-ARCHIVE-BASE DELIMITED BY SPACE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO FILE-RECORD OF FILEHANDLER
           END-STRING
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'REPORT    DATE      ENTRY RECIPIENT PAGES      LINES'
               TO FILE-RECORD OF FILEHANDLER(1:51)
           MOVE '  EXPIRES   ACTION      FILE' TO
               FILE-RECORD OF FILEHANDLER(52:28)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

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

       STEP-FORWARD-ONE-DAY SECTION.

           ADD 1 TO WS-DAY-IX
           MOVE WS-DAYS-IN-MONTH(WS-WALK-MONTH) TO WS-MONTH-LIMIT
           IF WS-WALK-MONTH = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF

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

       CLOSE-DIRECTORY SECTION.

           IF WS-DIR-HANDLE > 0
               MOVE WS-DIR-FILENAME TO FILENAME OF FILEHANDLER
               MOVE WS-DIR-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               MOVE 0 TO WS-DIR-HANDLE
           END-IF

           EXIT.

       CLOSE-ARCHIVE-FILES SECTION.

           PERFORM CLOSE-DIRECTORY

           IF WS-PAGE-HANDLE > 0
               MOVE WS-PAGE-FILENAME TO FILENAME OF FILEHANDLER
               MOVE WS-PAGE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               MOVE 0 TO WS-PAGE-HANDLE
           END-IF

           IF REPORT-OPEN
               MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
               MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               MOVE 'N' TO WS-REPORT-OPEN-SWITCH
           END-IF

           EXIT.
