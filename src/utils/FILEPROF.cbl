       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEPROF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEPROF.PRM"
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
       COPY "LAYOUTDICT.cpy".

       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 PROFILE-ABORTED VALUE 'Y'.
       01 WS-INPUT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 INPUT-EOF VALUE 'Y'.
       01 WS-BASE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 BASE-EOF VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-INPUT-FILENAME    PIC X(200) VALUE SPACES.
       01 WS-DICT-FILENAME     PIC X(200) VALUE SPACES.
       01 WS-REPORT-FILENAME   PIC X(200) VALUE 'FILEPROF.RPT'.
       01 WS-EXPORT-FILENAME   PIC X(200) VALUE 'FILEPROF.CSV'.
       01 WS-BASELINE-FILENAME PIC X(200) VALUE SPACES.
       01 WS-LAYOUT-NAME    PIC X(08) VALUE SPACES.
       01 WS-LAYOUT-VERSION PIC X(08) VALUE SPACES.
       01 WS-INPUT-ORG PIC X(1) VALUE 'S'.
           88 PROFILE-SEQUENTIAL VALUE 'S'.
           88 PROFILE-INDEXED    VALUE 'I'.
           88 PROFILE-RELATIVE   VALUE 'R'.
       01 WS-DISTINCT-CAP PIC 9(03) VALUE 200.

       01 WS-INPUT-HANDLE  PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.
       01 WS-EXPORT-HANDLE PIC 9(02) VALUE 0.
       01 WS-BASE-HANDLE   PIC 9(02) VALUE 0.

      * One entry per dictionary field. Values are profiled on their
      * first 40 bytes; distinct values are kept up to DISTCAP per
      * field, and the top ten are taken from those kept.
       01 WS-PROFILE-TABLE.
           05 WS-PF-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-PF-ENTRY OCCURS 100 TIMES.
               10 WS-PF-NAME      PIC X(20).
               10 WS-PF-OFFSET    PIC 9(04) COMP.
               10 WS-PF-LENGTH    PIC 9(03) COMP.
               10 WS-PF-TYPE      PIC X(01).
                   88 PF-NUMERIC      VALUE 'N'.
                   88 PF-DATE         VALUE 'D'.
               10 WS-PF-POPULATED PIC 9(09) COMP.
               10 WS-PF-BLANK     PIC 9(09) COMP.
               10 WS-PF-NONNUM    PIC 9(09) COMP.
               10 WS-PF-BADDATE   PIC 9(09) COMP.
               10 WS-PF-RANGE-SET PIC X(01).
               10 WS-PF-MIN       PIC X(40).
               10 WS-PF-MAX       PIC X(40).
               10 WS-PF-CAPPED    PIC X(01).
               10 WS-PF-DISTINCT  PIC 9(03) COMP.
               10 WS-PF-VALUE-ENTRY OCCURS 200 TIMES.
                   15 WS-PV-VALUE  PIC X(40).
                   15 WS-PV-COUNT  PIC 9(09) COMP.
                   15 WS-PV-LISTED PIC X(01).
       01 WS-PF-IX   PIC 9(03) COMP VALUE 0.
       01 WS-PV-IX   PIC 9(03) COMP VALUE 0.
       01 WS-PV-BEST PIC 9(03) COMP VALUE 0.
       01 WS-PV-RANK PIC 9(02) COMP VALUE 0.
       01 WS-DICT-FIELD-IX PIC 9(03) COMP VALUE 0.

      * Field summaries read back from an earlier export.
       01 WS-BASE-TABLE.
           05 WS-BS-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-BS-ENTRY OCCURS 100 TIMES.
               10 WS-BS-FIELD-NO  PIC 9(03).
               10 WS-BS-NAME      PIC X(20).
               10 WS-BS-RECORDS   PIC 9(09).
               10 WS-BS-POPULATED PIC 9(09).
               10 WS-BS-BLANK     PIC 9(09).
               10 WS-BS-NONNUM    PIC 9(09).
               10 WS-BS-BADDATE   PIC 9(09).
               10 WS-BS-DISTINCT  PIC 9(09).
               10 WS-BS-CAPPED    PIC X(01).
               10 WS-BS-MIN       PIC X(40).
               10 WS-BS-MAX       PIC X(40).
       01 WS-BS-IX   PIC 9(03) COMP VALUE 0.
       01 WS-BS-HIT  PIC 9(03) COMP VALUE 0.
       01 WS-BASE-RECORDS PIC 9(09) VALUE 0.
       01 WS-BASE-ROWS    PIC 9(09) VALUE 0.

       01 WS-PROF-RECORD PIC X(500).
       01 WS-PROF-LENGTH PIC 9(04) COMP VALUE 0.
       01 WS-RECORD-LIMIT PIC 9(04) COMP VALUE 500.
       01 WS-FIELD-WORK  PIC X(500).
       01 WS-FIELD-LEN   PIC 9(03) COMP VALUE 0.
       01 WS-VALUE-WORK  PIC X(40).
       01 WS-VALUE-LEN   PIC 9(03) COMP VALUE 0.
       01 WS-VALUE-STATE PIC X(1).
           88 VALUE-IS-VALID VALUE 'V'.
           88 VALUE-IS-BAD   VALUE 'B'.
       01 WS-TRIM-SWITCH PIC X(1).
           88 TRIM-DONE VALUE 'Y'.
       01 WS-FOUND-SWITCH PIC X(1).
           88 VALUE-FOUND VALUE 'Y'.

       01 WS-DATE-WORK.
           05 WS-DATE-YEAR  PIC 9(04).
           05 WS-DATE-MONTH PIC 9(02).
           05 WS-DATE-DAY   PIC 9(02).
       01 WS-MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-DAYS-IN-MONTH PIC 9(02) OCCURS 12 TIMES.
       01 WS-DATE-LIMIT   PIC 9(02) VALUE 0.
       01 WS-LEAP-REM-4   PIC 9(04).
       01 WS-LEAP-REM-100 PIC 9(04).
       01 WS-LEAP-REM-400 PIC 9(04).
       01 WS-LEAP-QUOT    PIC 9(04).

       01 WS-READ-TOTAL PIC 9(09) VALUE 0.

       01 WS-PCT-NOW     PIC 9(03)V99 VALUE 0.
       01 WS-PCT-BEFORE  PIC 9(03)V99 VALUE 0.
       01 WS-PCT-DELTA   PIC S9(03)V99 VALUE 0.
       01 WS-PCT-COUNT   PIC 9(09) VALUE 0.
       01 WS-PCT-BASE    PIC 9(09) VALUE 0.
       01 WS-PCT-RESULT  PIC 9(03)V99 VALUE 0.

       01 WS-EXPORT-LINE PIC X(500).
       01 WS-EXPORT-PTR  PIC 9(04) COMP VALUE 0.
       01 WS-EXPORT-ROW-TYPE PIC X(01).
       01 WS-NUM-TEXT    PIC 9(09).
       01 WS-FIELD-NO-TEXT PIC 9(03).
       01 WS-OFFSET-TEXT PIC 9(04).
       01 WS-LENGTH-TEXT PIC 9(03).
       01 WS-RANK-TEXT   PIC 9(02).

       01 WS-BASE-WORK.
           05 WS-BW-TYPE      PIC X(01).
           05 WS-BW-LAYOUT    PIC X(08).
           05 WS-BW-VERSION   PIC X(08).
           05 WS-BW-FIELD-NO  PIC X(03).
           05 WS-BW-NAME      PIC X(20).
           05 WS-BW-FTYPE     PIC X(01).
           05 WS-BW-OFFSET    PIC X(04).
           05 WS-BW-LENGTH    PIC X(03).
           05 WS-BW-RECORDS   PIC X(09).
           05 WS-BW-POPULATED PIC X(09).
           05 WS-BW-BLANK     PIC X(09).
           05 WS-BW-NONNUM    PIC X(09).
           05 WS-BW-BADDATE   PIC X(09).
           05 WS-BW-DISTINCT  PIC X(09).
           05 WS-BW-CAPPED    PIC X(01).
       01 WS-BASE-PTR  PIC 9(04) COMP VALUE 0.
       01 WS-BASE-REST PIC X(100).
       01 WS-BASE-MAX-REST PIC X(60).

       01 WS-FIELD-LINE.
           05 WS-FD-NUMBER    PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-NAME      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-TYPE      PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-OFFSET    PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-LENGTH    PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-POPULATED PIC Z(8)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-BLANK     PIC Z(8)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-NONNUM    PIC Z(8)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-BADDATE   PIC Z(8)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FD-DISTINCT  PIC ZZ9.
           05 WS-FD-CAPPED    PIC X(01).
           05 FILLER          PIC X(53) VALUE SPACES.

       01 WS-RANGE-LINE.
           05 FILLER          PIC X(09) VALUE SPACES.
           05 WS-RG-LABEL     PIC X(05).
           05 WS-RG-MIN       PIC X(40).
           05 FILLER          PIC X(06) VALUE ' MAX: '.
           05 WS-RG-MAX       PIC X(40).
           05 FILLER          PIC X(32) VALUE SPACES.

       01 WS-TOP-LINE.
           05 FILLER          PIC X(09) VALUE SPACES.
           05 FILLER          PIC X(04) VALUE 'TOP '.
           05 WS-TL-RANK      PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-TL-COUNT     PIC Z(8)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-TL-VALUE     PIC X(40).
           05 FILLER          PIC X(66) VALUE SPACES.

       01 WS-SHIFT-LINE.
           05 WS-SH-NUMBER    PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-SH-NAME      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-SH-POP-BEF   PIC ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-SH-POP-NOW   PIC ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-SH-POP-CHG   PIC +ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-SH-EXC-BEF   PIC ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-SH-EXC-NOW   PIC ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-SH-EXC-CHG   PIC +ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-SH-DST-BEF   PIC Z(8)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-SH-DST-NOW   PIC Z(8)9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-SH-NOTE      PIC X(20).
           05 FILLER          PIC X(15) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT PROFILE-ABORTED
               PERFORM LOAD-LAYOUT-FIELDS
           END-IF
           IF NOT PROFILE-ABORTED AND WS-BASELINE-FILENAME NOT = SPACES
               PERFORM LOAD-BASELINE
           END-IF
           IF NOT PROFILE-ABORTED
               PERFORM OPEN-PROFILE-FILES
           END-IF

           IF NOT PROFILE-ABORTED
               PERFORM PROFILE-ONE-RECORD UNTIL INPUT-EOF
               PERFORM CLOSE-PROFILE-INPUT
               PERFORM WRITE-PROFILE-REPORT
               IF WS-BASELINE-FILENAME NOT = SPACES
                   PERFORM WRITE-SHIFT-REPORT
               END-IF
               PERFORM WRITE-PROFILE-SUMMARY
               PERFORM CLOSE-PROFILE-OUTPUTS
               DISPLAY 'FILEPROF: RECORDS PROFILED ' WS-READ-TOTAL
               IF WS-READ-TOTAL = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEPROF: PARAMETER FILE NOT AVAILABLE'
               SET PROFILE-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT PROFILE-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-INPUT-FILENAME = SPACES
                   OR WS-DICT-FILENAME = SPACES
                   OR WS-LAYOUT-NAME = SPACES
               DISPLAY 'FILEPROF: INPUT, DICT AND LAYOUT MUST BE '
                   'NAMED'
               SET PROFILE-ABORTED TO TRUE
           END-IF
           IF NOT PROFILE-SEQUENTIAL AND NOT PROFILE-INDEXED
                   AND NOT PROFILE-RELATIVE
               DISPLAY 'FILEPROF: ORG MUST BE S, I OR R'
               SET PROFILE-ABORTED TO TRUE
           END-IF
           IF WS-DISTINCT-CAP < 1 OR WS-DISTINCT-CAP > 200
               DISPLAY 'FILEPROF: DISTCAP MUST BE 1-200'
               SET PROFILE-ABORTED TO TRUE
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
                   WHEN 'INPUT'
                       MOVE WS-PARM-VALUE TO WS-INPUT-FILENAME
                   WHEN 'ORG'
                       MOVE WS-PARM-VALUE(1:1) TO WS-INPUT-ORG
                   WHEN 'DICT'
                       MOVE WS-PARM-VALUE TO WS-DICT-FILENAME
                   WHEN 'LAYOUT'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-NAME
                   WHEN 'VERSION'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-VERSION
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'EXPORT'
                       MOVE WS-PARM-VALUE TO WS-EXPORT-FILENAME
                   WHEN 'BASELINE'
                       MOVE WS-PARM-VALUE TO WS-BASELINE-FILENAME
                   WHEN 'DISTCAP'
                       IF WS-PARM-VALUE(1:3) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:3) TO WS-DISTINCT-CAP
                       ELSE
                           DISPLAY 'FILEPROF: DISTCAP MUST BE 3 DIGITS'
                           SET PROFILE-ABORTED TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'FILEPROF: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

      * Indexed records are profiled on the 480-byte data portion,
      * the same view the dictionary offsets describe for masters.
       LOAD-LAYOUT-FIELDS SECTION.

           IF PROFILE-INDEXED
               MOVE 480 TO WS-RECORD-LIMIT
           END-IF

           MOVE SPACES TO LAYOUTDICT
           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-LOAD-LAYOUT TO TRUE
           MOVE WS-DICT-FILENAME TO LD-DICT-FILENAME
           MOVE WS-LAYOUT-NAME TO LD-LAYOUT-NAME
           MOVE WS-LAYOUT-VERSION TO LD-LAYOUT-VERSION
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF FILENAME-INVALID OR LD-FIELD-COUNT = 0
               DISPLAY 'FILEPROF: LAYOUT NOT IN DICTIONARY '
                   WS-LAYOUT-NAME ' ' WS-LAYOUT-VERSION
               SET PROFILE-ABORTED TO TRUE
               GO TO LOAD-LAYOUT-FIELDS-EXIT
           END-IF

           MOVE 0 TO WS-DICT-FIELD-IX
           PERFORM STORE-ONE-FIELD
               UNTIL WS-DICT-FIELD-IX >= LD-FIELD-COUNT
                   OR PROFILE-ABORTED.

       LOAD-LAYOUT-FIELDS-EXIT.

           EXIT.

       STORE-ONE-FIELD SECTION.

           ADD 1 TO WS-DICT-FIELD-IX
           SET LD-GET-ENTRY TO TRUE
           MOVE WS-DICT-FIELD-IX TO LD-FIELD-NUMBER
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF LD-NOT-FOUND
               DISPLAY 'FILEPROF: DICTIONARY ENTRY MISSING '
                   WS-DICT-FIELD-IX
               SET PROFILE-ABORTED TO TRUE
               GO TO STORE-ONE-FIELD-EXIT
           END-IF

           IF LD-FIELD-OFFSET < 1 OR LD-FIELD-LENGTH < 1
                   OR LD-FIELD-OFFSET + LD-FIELD-LENGTH - 1
                       > WS-RECORD-LIMIT
               DISPLAY 'FILEPROF: FIELD OUTSIDE RECORD ' LD-FIELD-NAME
               SET PROFILE-ABORTED TO TRUE
               GO TO STORE-ONE-FIELD-EXIT
           END-IF

           ADD 1 TO WS-PF-COUNT
           MOVE LD-FIELD-NAME   TO WS-PF-NAME(WS-PF-COUNT)
           MOVE LD-FIELD-OFFSET TO WS-PF-OFFSET(WS-PF-COUNT)
           MOVE LD-FIELD-LENGTH TO WS-PF-LENGTH(WS-PF-COUNT)
           MOVE LD-FIELD-TYPE   TO WS-PF-TYPE(WS-PF-COUNT)
           MOVE 0 TO WS-PF-POPULATED(WS-PF-COUNT)
           MOVE 0 TO WS-PF-BLANK(WS-PF-COUNT)
           MOVE 0 TO WS-PF-NONNUM(WS-PF-COUNT)
           MOVE 0 TO WS-PF-BADDATE(WS-PF-COUNT)
           MOVE 0 TO WS-PF-DISTINCT(WS-PF-COUNT)
           MOVE 'N' TO WS-PF-RANGE-SET(WS-PF-COUNT)
           MOVE 'N' TO WS-PF-CAPPED(WS-PF-COUNT)
           MOVE SPACES TO WS-PF-MIN(WS-PF-COUNT)
           MOVE SPACES TO WS-PF-MAX(WS-PF-COUNT).

       STORE-ONE-FIELD-EXIT.

           EXIT.

      * BASELINE= names the export of an earlier run, normally of the
      * previous generation; only its F (field summary) rows are used.
       LOAD-BASELINE SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEPROF' TO PGM-NAME OF FILEHANDLER
           MOVE WS-BASELINE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPROF: CANNOT OPEN BASELINE '
                   WS-BASELINE-FILENAME(1:40)
               SET PROFILE-ABORTED TO TRUE
               GO TO LOAD-BASELINE-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-BASE-HANDLE

           PERFORM LOAD-ONE-BASELINE-ROW UNTIL BASE-EOF

           MOVE WS-BASELINE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-BASE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF WS-BS-COUNT = 0
               DISPLAY 'FILEPROF: BASELINE HOLDS NO FIELD SUMMARIES'
               SET PROFILE-ABORTED TO TRUE
           END-IF.

       LOAD-BASELINE-EXIT.

           EXIT.

       LOAD-ONE-BASELINE-ROW SECTION.

           MOVE WS-BASELINE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-BASE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF
               SET BASE-EOF TO TRUE
               GO TO LOAD-ONE-BASELINE-ROW-EXIT
           END-IF

           ADD 1 TO WS-BASE-ROWS
           IF FILE-RECORD OF FILEHANDLER(1:2) NOT = 'F,'
               GO TO LOAD-ONE-BASELINE-ROW-EXIT
           END-IF

           MOVE SPACES TO WS-BASE-WORK WS-BASE-REST WS-BASE-MAX-REST
           MOVE 1 TO WS-BASE-PTR
           UNSTRING FILE-RECORD OF FILEHANDLER DELIMITED BY ","
               INTO WS-BW-TYPE WS-BW-LAYOUT WS-BW-VERSION
                    WS-BW-FIELD-NO WS-BW-NAME WS-BW-FTYPE
                    WS-BW-OFFSET WS-BW-LENGTH WS-BW-RECORDS
                    WS-BW-POPULATED WS-BW-BLANK WS-BW-NONNUM
                    WS-BW-BADDATE WS-BW-DISTINCT WS-BW-CAPPED
               WITH POINTER WS-BASE-PTR
           END-UNSTRING

           IF WS-BW-FIELD-NO NOT NUMERIC
                   OR WS-BW-RECORDS NOT NUMERIC
                   OR WS-BW-POPULATED NOT NUMERIC
                   OR WS-BW-BLANK NOT NUMERIC
                   OR WS-BW-NONNUM NOT NUMERIC
                   OR WS-BW-BADDATE NOT NUMERIC
                   OR WS-BW-DISTINCT NOT NUMERIC
               DISPLAY 'FILEPROF: BASELINE ROW NOT RECOGNISED '
                   WS-BASE-ROWS
               GO TO LOAD-ONE-BASELINE-ROW-EXIT
           END-IF
           IF WS-BS-COUNT >= 100
               GO TO LOAD-ONE-BASELINE-ROW-EXIT
           END-IF

           ADD 1 TO WS-BS-COUNT
           MOVE WS-BW-FIELD-NO  TO WS-BS-FIELD-NO(WS-BS-COUNT)
           MOVE WS-BW-NAME      TO WS-BS-NAME(WS-BS-COUNT)
           MOVE WS-BW-RECORDS   TO WS-BS-RECORDS(WS-BS-COUNT)
           MOVE WS-BW-POPULATED TO WS-BS-POPULATED(WS-BS-COUNT)
           MOVE WS-BW-BLANK     TO WS-BS-BLANK(WS-BS-COUNT)
           MOVE WS-BW-NONNUM    TO WS-BS-NONNUM(WS-BS-COUNT)
           MOVE WS-BW-BADDATE   TO WS-BS-BADDATE(WS-BS-COUNT)
           MOVE WS-BW-DISTINCT  TO WS-BS-DISTINCT(WS-BS-COUNT)
           MOVE WS-BW-CAPPED    TO WS-BS-CAPPED(WS-BS-COUNT)
           MOVE WS-BW-RECORDS   TO WS-BASE-RECORDS

      * The range values close the row as "min","max"; neither can
      * hold a double quote, so the quotes delimit them safely.
           MOVE FILE-RECORD OF FILEHANDLER(WS-BASE-PTR:)
               TO WS-BASE-REST
           MOVE SPACES TO WS-BS-MIN(WS-BS-COUNT)
           MOVE SPACES TO WS-BS-MAX(WS-BS-COUNT)
           UNSTRING WS-BASE-REST(2:) DELIMITED BY '","'
               INTO WS-BS-MIN(WS-BS-COUNT) WS-BASE-MAX-REST
           END-UNSTRING
           UNSTRING WS-BASE-MAX-REST DELIMITED BY '"'
               INTO WS-BS-MAX(WS-BS-COUNT)
           END-UNSTRING.

       LOAD-ONE-BASELINE-ROW-EXIT.

           EXIT.

       OPEN-PROFILE-FILES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEPROF' TO PGM-NAME OF FILEHANDLER
           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           EVALUATE TRUE
               WHEN PROFILE-INDEXED
                   SET FO-INDEXED TO TRUE
               WHEN PROFILE-RELATIVE
                   SET FO-RELATIVE TO TRUE
               WHEN OTHER
                   SET FO-SEQUENTIAL TO TRUE
           END-EVALUATE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPROF: CANNOT OPEN INPUT '
                   WS-INPUT-FILENAME(1:40)
               SET PROFILE-ABORTED TO TRUE
               GO TO OPEN-PROFILE-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-INPUT-HANDLE

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPROF: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               PERFORM CLOSE-PROFILE-INPUT
               SET PROFILE-ABORTED TO TRUE
               GO TO OPEN-PROFILE-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE

           MOVE WS-EXPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEPROF: CANNOT OPEN EXPORT '
                   WS-EXPORT-FILENAME(1:40)
               PERFORM CLOSE-PROFILE-INPUT
               MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
               MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               SET PROFILE-ABORTED TO TRUE
               GO TO OPEN-PROFILE-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-EXPORT-HANDLE.

       OPEN-PROFILE-FILES-EXIT.

           EXIT.

       PROFILE-ONE-RECORD SECTION.

           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-INPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE 0 TO RELATIVE-RECORD OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET INPUT-EOF TO TRUE
               GO TO PROFILE-ONE-RECORD-EXIT
           END-IF
           IF NOT RC-SUCCESS
               DISPLAY 'FILEPROF: INPUT READ FAILED - '
                   SHOP-RETURN-MESSAGE
               SET INPUT-EOF TO TRUE
               GO TO PROFILE-ONE-RECORD-EXIT
           END-IF

           ADD 1 TO WS-READ-TOTAL
           MOVE SPACES TO WS-PROF-RECORD
           IF PROFILE-INDEXED
               MOVE FILE-RECORD OF FILEHANDLER(1:480) TO
                   WS-PROF-RECORD(1:480)
           ELSE
               MOVE RECORD-LENGTH OF FILEHANDLER TO WS-PROF-LENGTH
               IF WS-PROF-LENGTH < 1 OR WS-PROF-LENGTH > 500
                   MOVE 500 TO WS-PROF-LENGTH
               END-IF
               MOVE FILE-RECORD OF FILEHANDLER(1:WS-PROF-LENGTH) TO
                   WS-PROF-RECORD(1:WS-PROF-LENGTH)
           END-IF

           PERFORM PROFILE-ONE-FIELD
               VARYING WS-PF-IX FROM 1 BY 1
               UNTIL WS-PF-IX > WS-PF-COUNT.

       PROFILE-ONE-RECORD-EXIT.

           EXIT.

       PROFILE-ONE-FIELD SECTION.

           MOVE WS-PF-LENGTH(WS-PF-IX) TO WS-FIELD-LEN
           MOVE SPACES TO WS-FIELD-WORK
           MOVE WS-PROF-RECORD(WS-PF-OFFSET(WS-PF-IX):WS-FIELD-LEN)
               TO WS-FIELD-WORK

           IF WS-FIELD-WORK(1:WS-FIELD-LEN) = SPACES
               ADD 1 TO WS-PF-BLANK(WS-PF-IX)
               GO TO PROFILE-ONE-FIELD-EXIT
           END-IF
           ADD 1 TO WS-PF-POPULATED(WS-PF-IX)

           SET VALUE-IS-VALID TO TRUE
           EVALUATE TRUE
               WHEN PF-NUMERIC(WS-PF-IX)
                   IF WS-FIELD-WORK(1:WS-FIELD-LEN) NOT NUMERIC
                       ADD 1 TO WS-PF-NONNUM(WS-PF-IX)
                       SET VALUE-IS-BAD TO TRUE
                   END-IF
               WHEN PF-DATE(WS-PF-IX)
                   PERFORM CHECK-DATE-FIELD
                   IF VALUE-IS-BAD
                       ADD 1 TO WS-PF-BADDATE(WS-PF-IX)
                   END-IF
           END-EVALUATE

           MOVE WS-FIELD-WORK(1:40) TO WS-VALUE-WORK

      * Out-of-type values still count as distinct values but are
      * kept out of the minimum and maximum.
           IF VALUE-IS-VALID
               IF WS-PF-RANGE-SET(WS-PF-IX) = 'N'
                   MOVE WS-VALUE-WORK TO WS-PF-MIN(WS-PF-IX)
                   MOVE WS-VALUE-WORK TO WS-PF-MAX(WS-PF-IX)
                   MOVE 'Y' TO WS-PF-RANGE-SET(WS-PF-IX)
               ELSE
                   IF WS-VALUE-WORK < WS-PF-MIN(WS-PF-IX)
                       MOVE WS-VALUE-WORK TO WS-PF-MIN(WS-PF-IX)
                   END-IF
                   IF WS-VALUE-WORK > WS-PF-MAX(WS-PF-IX)
                       MOVE WS-VALUE-WORK TO WS-PF-MAX(WS-PF-IX)
                   END-IF
               END-IF
           END-IF

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-PV-IX
           PERFORM LOCATE-FIELD-VALUE
               UNTIL VALUE-FOUND
                   OR WS-PV-IX >= WS-PF-DISTINCT(WS-PF-IX)
           IF NOT VALUE-FOUND
               IF WS-PF-DISTINCT(WS-PF-IX) < WS-DISTINCT-CAP
                   ADD 1 TO WS-PF-DISTINCT(WS-PF-IX)
                   MOVE WS-PF-DISTINCT(WS-PF-IX) TO WS-PV-IX
                   MOVE WS-VALUE-WORK TO WS-PV-VALUE(WS-PF-IX, WS-PV-IX)
                   MOVE 1 TO WS-PV-COUNT(WS-PF-IX, WS-PV-IX)
                   MOVE 'N' TO WS-PV-LISTED(WS-PF-IX, WS-PV-IX)
               ELSE
                   MOVE 'Y' TO WS-PF-CAPPED(WS-PF-IX)
               END-IF
           END-IF.

       PROFILE-ONE-FIELD-EXIT.

           EXIT.

       LOCATE-FIELD-VALUE SECTION.

           ADD 1 TO WS-PV-IX
           IF WS-PV-VALUE(WS-PF-IX, WS-PV-IX) = WS-VALUE-WORK
               ADD 1 TO WS-PV-COUNT(WS-PF-IX, WS-PV-IX)
               SET VALUE-FOUND TO TRUE
           END-IF

           EXIT.

       CHECK-DATE-FIELD SECTION.

           IF WS-FIELD-LEN NOT = 8
                   OR WS-FIELD-WORK(1:8) NOT NUMERIC
               SET VALUE-IS-BAD TO TRUE
               GO TO CHECK-DATE-FIELD-EXIT
           END-IF

           MOVE WS-FIELD-WORK(1:8) TO WS-DATE-WORK
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               SET VALUE-IS-BAD TO TRUE
               GO TO CHECK-DATE-FIELD-EXIT
           END-IF

           MOVE WS-DAYS-IN-MONTH(WS-DATE-MONTH) TO WS-DATE-LIMIT
           IF WS-DATE-MONTH = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF

           IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-DATE-LIMIT
               SET VALUE-IS-BAD TO TRUE
           END-IF.

       CHECK-DATE-FIELD-EXIT.

           EXIT.

       CHECK-LEAP-YEAR SECTION.

           DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-DATE-YEAR BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400

           IF WS-LEAP-REM-400 = 0
               MOVE 29 TO WS-DATE-LIMIT
           ELSE
               IF WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0
                   MOVE 29 TO WS-DATE-LIMIT
               END-IF
           END-IF

           EXIT.

      * One block per field: counts, range and the ten most frequent
      * values. The export gets an F row per field followed by its
      * V rows, preceded by a column heading row.
       WRITE-PROFILE-REPORT SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'FIELD PROFILE OF ' DELIMITED BY SIZE
                  WS-INPUT-FILENAME DELIMITED BY SPACE
                  ' LAYOUT ' DELIMITED BY SIZE
                  WS-LAYOUT-NAME DELIMITED BY SPACE
                  ' VERSION ' DELIMITED BY SIZE
                  WS-LAYOUT-VERSION DELIMITED BY SPACE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING ' NO FIELD NAME           T OFFS LEN '
                  ' POPULATED     BLANK    NON-NUM  BAD DATE DST'
                  DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-EXPORT-LINE
           MOVE 1 TO WS-EXPORT-PTR
           STRING 'TYPE,LAYOUT,VERSION,FIELDNO,FIELD,FTYPE,OFFSET,'
                  'LENGTH,RECORDS,POPULATED,BLANK,NONNUMERIC,'
                  'BADDATE,DISTINCT,CAPPED,MIN,MAX'
                  DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           PERFORM WRITE-EXPORT-LINE

           PERFORM WRITE-ONE-FIELD-PROFILE
               VARYING WS-PF-IX FROM 1 BY 1
               UNTIL WS-PF-IX > WS-PF-COUNT

           EXIT.

       WRITE-ONE-FIELD-PROFILE SECTION.

           MOVE WS-PF-IX                 TO WS-FD-NUMBER
           MOVE WS-PF-NAME(WS-PF-IX)     TO WS-FD-NAME
           MOVE WS-PF-TYPE(WS-PF-IX)     TO WS-FD-TYPE
           MOVE WS-PF-OFFSET(WS-PF-IX)   TO WS-FD-OFFSET
           MOVE WS-PF-LENGTH(WS-PF-IX)   TO WS-FD-LENGTH
           MOVE WS-PF-POPULATED(WS-PF-IX) TO WS-FD-POPULATED
           MOVE WS-PF-BLANK(WS-PF-IX)    TO WS-FD-BLANK
           MOVE WS-PF-NONNUM(WS-PF-IX)   TO WS-FD-NONNUM
           MOVE WS-PF-BADDATE(WS-PF-IX)  TO WS-FD-BADDATE
           MOVE WS-PF-DISTINCT(WS-PF-IX) TO WS-FD-DISTINCT
           IF WS-PF-CAPPED(WS-PF-IX) = 'Y'
               MOVE '+' TO WS-FD-CAPPED
           ELSE
               MOVE SPACE TO WS-FD-CAPPED
           END-IF
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-FIELD-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           IF WS-PF-RANGE-SET(WS-PF-IX) = 'Y'
               MOVE 'MIN: ' TO WS-RG-LABEL
               MOVE WS-PF-MIN(WS-PF-IX) TO WS-RG-MIN
               MOVE WS-PF-MAX(WS-PF-IX) TO WS-RG-MAX
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE WS-RANGE-LINE TO FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM WRITE-FIELD-EXPORT-ROW

           MOVE 0 TO WS-PV-RANK
           MOVE 1 TO WS-PV-BEST
           PERFORM WRITE-NEXT-TOP-VALUE
               UNTIL WS-PV-RANK >= 10 OR WS-PV-BEST = 0

           EXIT.

       WRITE-NEXT-TOP-VALUE SECTION.

           MOVE 0 TO WS-PV-BEST
           PERFORM PICK-BEST-VALUE
               VARYING WS-PV-IX FROM 1 BY 1
               UNTIL WS-PV-IX > WS-PF-DISTINCT(WS-PF-IX)
           IF WS-PV-BEST = 0
               GO TO WRITE-NEXT-TOP-VALUE-EXIT
           END-IF

           MOVE 'Y' TO WS-PV-LISTED(WS-PF-IX, WS-PV-BEST)
           ADD 1 TO WS-PV-RANK
           MOVE WS-PV-RANK TO WS-TL-RANK
           MOVE WS-PV-COUNT(WS-PF-IX, WS-PV-BEST) TO WS-TL-COUNT
           MOVE WS-PV-VALUE(WS-PF-IX, WS-PV-BEST) TO WS-TL-VALUE
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-TOP-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-PV-VALUE(WS-PF-IX, WS-PV-BEST) TO WS-VALUE-WORK
           MOVE SPACES TO WS-EXPORT-LINE
           MOVE 1 TO WS-EXPORT-PTR
           MOVE 'V' TO WS-EXPORT-ROW-TYPE
           PERFORM START-EXPORT-ROW
           MOVE WS-PV-RANK TO WS-RANK-TEXT
           MOVE WS-PV-COUNT(WS-PF-IX, WS-PV-BEST) TO WS-NUM-TEXT
           STRING WS-RANK-TEXT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-NUM-TEXT DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           END-STRING
           PERFORM APPEND-EXPORT-VALUE
           STRING '"' DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

       WRITE-NEXT-TOP-VALUE-EXIT.

           EXIT.

       PICK-BEST-VALUE SECTION.

           IF WS-PV-LISTED(WS-PF-IX, WS-PV-IX) = 'N'
               IF WS-PV-BEST = 0
                   MOVE WS-PV-IX TO WS-PV-BEST
               ELSE
                   IF WS-PV-COUNT(WS-PF-IX, WS-PV-IX) >
                           WS-PV-COUNT(WS-PF-IX, WS-PV-BEST)
                       MOVE WS-PV-IX TO WS-PV-BEST
                   END-IF
               END-IF
           END-IF

           EXIT.

      * Layout, version, field number and name lead every row so
      * each can be filtered on its own in a spreadsheet.
       START-EXPORT-ROW SECTION.

           MOVE WS-PF-IX TO WS-FIELD-NO-TEXT
           STRING WS-EXPORT-ROW-TYPE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LAYOUT-NAME DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LAYOUT-VERSION DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-FIELD-NO-TEXT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PF-NAME(WS-PF-IX) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           END-STRING

           EXIT.

       WRITE-FIELD-EXPORT-ROW SECTION.

           MOVE SPACES TO WS-EXPORT-LINE
           MOVE 1 TO WS-EXPORT-PTR
           MOVE 'F' TO WS-EXPORT-ROW-TYPE
           PERFORM START-EXPORT-ROW

           MOVE WS-PF-OFFSET(WS-PF-IX) TO WS-OFFSET-TEXT
           MOVE WS-PF-LENGTH(WS-PF-IX) TO WS-LENGTH-TEXT
           STRING WS-PF-TYPE(WS-PF-IX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-OFFSET-TEXT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LENGTH-TEXT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           END-STRING

           MOVE WS-READ-TOTAL TO WS-NUM-TEXT
           PERFORM APPEND-EXPORT-COUNT
           MOVE WS-PF-POPULATED(WS-PF-IX) TO WS-NUM-TEXT
           PERFORM APPEND-EXPORT-COUNT
           MOVE WS-PF-BLANK(WS-PF-IX) TO WS-NUM-TEXT
           PERFORM APPEND-EXPORT-COUNT
           MOVE WS-PF-NONNUM(WS-PF-IX) TO WS-NUM-TEXT
           PERFORM APPEND-EXPORT-COUNT
           MOVE WS-PF-BADDATE(WS-PF-IX) TO WS-NUM-TEXT
           PERFORM APPEND-EXPORT-COUNT
           MOVE WS-PF-DISTINCT(WS-PF-IX) TO WS-NUM-TEXT
           PERFORM APPEND-EXPORT-COUNT

           STRING WS-PF-CAPPED(WS-PF-IX) DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           END-STRING

           MOVE WS-PF-MIN(WS-PF-IX) TO WS-VALUE-WORK
           PERFORM APPEND-EXPORT-VALUE
           STRING '","' DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           END-STRING
           MOVE WS-PF-MAX(WS-PF-IX) TO WS-VALUE-WORK
           PERFORM APPEND-EXPORT-VALUE
           STRING '"' DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           END-STRING

           PERFORM WRITE-EXPORT-LINE

           EXIT.

       APPEND-EXPORT-COUNT SECTION.

           STRING WS-NUM-TEXT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
               WITH POINTER WS-EXPORT-PTR
           END-STRING

           EXIT.

      * Double quotes in a value become single quotes so the quoted
      * export column stays intact; trailing spaces are dropped.
       APPEND-EXPORT-VALUE SECTION.

           INSPECT WS-VALUE-WORK REPLACING ALL '"' BY "'"
           MOVE 40 TO WS-VALUE-LEN
           MOVE 'N' TO WS-TRIM-SWITCH
           PERFORM TRIM-ONE-SPACE UNTIL TRIM-DONE
           IF WS-VALUE-LEN > 0
               STRING WS-VALUE-WORK(1:WS-VALUE-LEN) DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE
                   WITH POINTER WS-EXPORT-PTR
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

      * Percentages are of records read, so two generations of
      * different sizes compare directly. Exceptions are non-numeric
      * plus invalid date values.
       WRITE-SHIFT-REPORT SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'SHIFT FROM BASELINE ' DELIMITED BY SIZE
                  WS-BASELINE-FILENAME DELIMITED BY SPACE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING ' NO FIELD NAME           POP%BEF POP%NOW  CHANGE '
                  '  EXC%BEF EXC%NOW  CHANGE   DST BEFORE   DST NOW'
                  DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-ONE-FIELD-SHIFT
               VARYING WS-PF-IX FROM 1 BY 1
               UNTIL WS-PF-IX > WS-PF-COUNT

           EXIT.

       WRITE-ONE-FIELD-SHIFT SECTION.

           MOVE 0 TO WS-BS-HIT
           PERFORM MATCH-BASELINE-FIELD
               VARYING WS-BS-IX FROM 1 BY 1
               UNTIL WS-BS-IX > WS-BS-COUNT

           MOVE SPACES TO WS-SHIFT-LINE
           MOVE WS-PF-IX TO WS-SH-NUMBER
           MOVE WS-PF-NAME(WS-PF-IX) TO WS-SH-NAME

           MOVE WS-PF-POPULATED(WS-PF-IX) TO WS-PCT-COUNT
           MOVE WS-READ-TOTAL TO WS-PCT-BASE
           PERFORM COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO WS-PCT-NOW
           MOVE WS-PCT-NOW TO WS-SH-POP-NOW
           MOVE WS-PF-DISTINCT(WS-PF-IX) TO WS-SH-DST-NOW

           IF WS-BS-HIT = 0
               MOVE 'NOT IN BASELINE' TO WS-SH-NOTE
           ELSE
               PERFORM COMPARE-WITH-BASELINE
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SHIFT-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       COMPARE-WITH-BASELINE SECTION.

           MOVE WS-BS-POPULATED(WS-BS-HIT) TO WS-PCT-COUNT
           MOVE WS-BS-RECORDS(WS-BS-HIT) TO WS-PCT-BASE
           PERFORM COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO WS-PCT-BEFORE
           MOVE WS-PCT-BEFORE TO WS-SH-POP-BEF
           COMPUTE WS-PCT-DELTA = WS-PCT-NOW - WS-PCT-BEFORE
           MOVE WS-PCT-DELTA TO WS-SH-POP-CHG

           COMPUTE WS-PCT-COUNT = WS-PF-NONNUM(WS-PF-IX)
               + WS-PF-BADDATE(WS-PF-IX)
           MOVE WS-READ-TOTAL TO WS-PCT-BASE
           PERFORM COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO WS-PCT-NOW
           MOVE WS-PCT-NOW TO WS-SH-EXC-NOW
           COMPUTE WS-PCT-COUNT = WS-BS-NONNUM(WS-BS-HIT)
               + WS-BS-BADDATE(WS-BS-HIT)
           MOVE WS-BS-RECORDS(WS-BS-HIT) TO WS-PCT-BASE
           PERFORM COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO WS-PCT-BEFORE
           MOVE WS-PCT-BEFORE TO WS-SH-EXC-BEF
           COMPUTE WS-PCT-DELTA = WS-PCT-NOW - WS-PCT-BEFORE
           MOVE WS-PCT-DELTA TO WS-SH-EXC-CHG

           MOVE WS-BS-DISTINCT(WS-BS-HIT) TO WS-SH-DST-BEF

           EVALUATE TRUE
               WHEN WS-PF-MIN(WS-PF-IX) NOT = WS-BS-MIN(WS-BS-HIT)
                       AND WS-PF-MAX(WS-PF-IX) NOT =
                           WS-BS-MAX(WS-BS-HIT)
                   MOVE 'MIN AND MAX MOVED' TO WS-SH-NOTE
               WHEN WS-PF-MIN(WS-PF-IX) NOT = WS-BS-MIN(WS-BS-HIT)
                   MOVE 'MIN MOVED' TO WS-SH-NOTE
               WHEN WS-PF-MAX(WS-PF-IX) NOT = WS-BS-MAX(WS-BS-HIT)
                   MOVE 'MAX MOVED' TO WS-SH-NOTE
           END-EVALUATE

           EXIT.

      * Fields are matched by number and name, so a renumbered or
      * renamed field shows as not in the baseline.
       MATCH-BASELINE-FIELD SECTION.

           IF WS-BS-FIELD-NO(WS-BS-IX) = WS-PF-IX
                   AND WS-BS-NAME(WS-BS-IX) = WS-PF-NAME(WS-PF-IX)
               MOVE WS-BS-IX TO WS-BS-HIT
           END-IF

           EXIT.

       COMPUTE-PERCENT SECTION.

           IF WS-PCT-BASE = 0
               MOVE 0 TO WS-PCT-RESULT
           ELSE
               COMPUTE WS-PCT-RESULT ROUNDED =
                   WS-PCT-COUNT * 100 / WS-PCT-BASE
           END-IF

           EXIT.

       WRITE-PROFILE-SUMMARY SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'FIELDS PROFILED' TO WS-SL-LABEL
           MOVE WS-PF-COUNT TO WS-SL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           IF WS-BASELINE-FILENAME NOT = SPACES
               MOVE 'BASELINE RECORDS' TO WS-SL-LABEL
               MOVE WS-BASE-RECORDS TO WS-SL-COUNT
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 'RECORDS PROFILED' TO WS-SL-LABEL
           MOVE WS-READ-TOTAL TO WS-SL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       WRITE-EXPORT-LINE SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-EXPORT-LINE TO FILE-RECORD OF FILEHANDLER
           COMPUTE RECORD-LENGTH OF FILEHANDLER = WS-EXPORT-PTR - 1
           MOVE WS-EXPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-EXPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-PROFILE-INPUT SECTION.

           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-INPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-PROFILE-OUTPUTS SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           MOVE WS-EXPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-EXPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
