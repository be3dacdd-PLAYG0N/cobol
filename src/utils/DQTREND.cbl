       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQTREND.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "DQTREND.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT RUNLOG-IN-FILE ASSIGN TO "DQRUNLOG"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RUNLOG-IN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       FD RUNLOG-IN-FILE
           DATA RECORD IS RUNLOG-IN-RECORD.
       01 RUNLOG-IN-RECORD.
           05 DI-DATE           PIC 9(08).
           05 DI-TIME           PIC 9(08).
           05 DI-LAYOUT-NAME    PIC X(08).
           05 DI-LAYOUT-VERSION PIC X(08).
           05 DI-INPUT-FILE     PIC X(64).
           05 DI-RULE-SOURCE    PIC X(01).
           05 DI-CHECKED        PIC 9(09).
           05 DI-FAILED         PIC 9(09).
           05 DI-RULE-COUNT     PIC 9(03).
           05 DI-RULE-FAILURES  PIC 9(09) OCCURS 100 TIMES.
           05 FILLER            PIC X(02).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".
       COPY "LAYOUTDICT.cpy".

       01 WS-PARM-STATUS      PIC X(2).
       01 WS-RUNLOG-IN-STATUS PIC X(2).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 TREND-ABORTED VALUE 'Y'.
       01 WS-RUNLOG-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RUNLOG-EOF VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-REPORT-FILENAME PIC X(200) VALUE 'DQTREND.RPT'.
       01 WS-DICT-FILENAME   PIC X(200) VALUE SPACES.
       01 WS-REPORT-HANDLE   PIC 9(02) VALUE 0.
       01 WS-PERIOD-TYPE PIC X(5) VALUE 'WEEK'.
           88 PERIOD-WEEKLY  VALUE 'WEEK'.
           88 PERIOD-MONTHLY VALUE 'MONTH'.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-TO-DATE   PIC 9(08) VALUE 99999999.
       01 WS-RUN-DATE  PIC 9(08) VALUE 0.

      * Failure-rate limits in percent, LIMIT=layout,nn.nn per
      * layout and DEFLIMIT=nn.nn for layouts not named.
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-LIMIT-ENTRY OCCURS 50 TIMES.
               10 WS-LIM-LAYOUT  PIC X(08).
               10 WS-LIM-PERCENT PIC 9(03)V99.
       01 WS-LIM-IX PIC 9(03) COMP VALUE 0.
       01 WS-DEFAULT-LIMIT PIC 9(03)V99 VALUE 0.
       01 WS-DEFAULT-LIMIT-SWITCH PIC X(1) VALUE 'N'.
           88 DEFAULT-LIMIT-GIVEN VALUE 'Y'.
       01 WS-LIMIT-TEXT.
           05 WS-LIMIT-WHOLE PIC 9(02).
           05 WS-LIMIT-POINT PIC X(01).
           05 WS-LIMIT-FRACT PIC 9(02).
       01 WS-LIMIT-LAYOUT PIC X(08).
       01 WS-LIMIT-WORK   PIC 9(03)V99.
       01 WS-LIMIT-SWITCH PIC X(1).
           88 LIMIT-APPLIES VALUE 'Y'.

       01 WS-LAYOUT-TABLE.
           05 WS-LT-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-LT-ENTRY OCCURS 300 TIMES.
               10 WS-LT-LAYOUT  PIC X(08).
               10 WS-LT-VERSION PIC X(08).
               10 WS-LT-PERIOD  PIC 9(07) COMP.
               10 WS-LT-FIRST   PIC 9(08).
               10 WS-LT-RUNS    PIC 9(05) COMP.
               10 WS-LT-CHECKED PIC 9(11) COMP.
               10 WS-LT-FAILED  PIC 9(11) COMP.
       01 WS-LT-IX   PIC 9(03) COMP VALUE 0.
       01 WS-LT-SCAN PIC 9(03) COMP VALUE 0.
       01 WS-LT-PREV PIC 9(03) COMP VALUE 0.

       01 WS-FILE-TABLE.
           05 WS-FT-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-FT-ENTRY OCCURS 300 TIMES.
               10 WS-FT-FILE    PIC X(64).
               10 WS-FT-LAYOUT  PIC X(08).
               10 WS-FT-PERIOD  PIC 9(07) COMP.
               10 WS-FT-FIRST   PIC 9(08).
               10 WS-FT-RUNS    PIC 9(05) COMP.
               10 WS-FT-CHECKED PIC 9(11) COMP.
               10 WS-FT-FAILED  PIC 9(11) COMP.
       01 WS-FT-IX   PIC 9(03) COMP VALUE 0.
       01 WS-FT-SCAN PIC 9(03) COMP VALUE 0.
       01 WS-FT-PREV PIC 9(03) COMP VALUE 0.

       01 WS-RULE-TABLE.
           05 WS-RT-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
               10 WS-RT-LAYOUT   PIC X(08).
               10 WS-RT-VERSION  PIC X(08).
               10 WS-RT-SOURCE   PIC X(01).
               10 WS-RT-RULE     PIC 9(03).
               10 WS-RT-FAILURES PIC 9(11) COMP.
               10 WS-RT-LISTED   PIC X(01).
       01 WS-RT-IX    PIC 9(03) COMP VALUE 0.
       01 WS-RT-SCAN  PIC 9(03) COMP VALUE 0.
       01 WS-RT-BEST  PIC 9(03) COMP VALUE 0.
       01 WS-RT-RANK  PIC 9(02) COMP VALUE 0.
       01 WS-RULE-IX  PIC 9(03) COMP VALUE 0.
       01 WS-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
           88 TREND-TABLE-FULL VALUE 'Y'.
       01 WS-FOUND-SWITCH PIC X(1).
           88 ENTRY-FOUND VALUE 'Y'.
       01 WS-GROUP-SWITCH PIC X(1).
           88 GROUP-ALREADY-LISTED VALUE 'Y'.
       01 WS-DICT-LOADED-SWITCH PIC X(1).
           88 GROUP-DICT-LOADED VALUE 'Y'.

       01 WS-ENTRY-PERIOD PIC 9(07) COMP VALUE 0.
       01 WS-PRIOR-PERIOD PIC 9(07) COMP VALUE 0.
       01 WS-RUNS-READ     PIC 9(09) VALUE 0.
       01 WS-RUNS-SELECTED PIC 9(09) VALUE 0.

       01 WS-PASS-RATE  PIC 9(03)V99 VALUE 0.
       01 WS-PRIOR-RATE PIC 9(03)V99 VALUE 0.
       01 WS-FAIL-RATE  PIC 9(03)V99 VALUE 0.
       01 WS-RATE-CHECKED PIC 9(11) COMP VALUE 0.
       01 WS-RATE-FAILED  PIC 9(11) COMP VALUE 0.
       01 WS-RATE-DELTA PIC S9(03)V99 VALUE 0.

       01 WS-DATE-WORK.
           05 WS-DATE-YEAR  PIC 9(04).
           05 WS-DATE-MONTH PIC 9(02).
           05 WS-DATE-DAY   PIC 9(02).
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

       01 WS-LAYOUT-LINE.
           05 WS-LL-LAYOUT  PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-VERSION PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-PERIOD  PIC 9(07).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-FIRST   PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-RUNS    PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-CHECKED PIC Z(10)9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-FAILED  PIC Z(10)9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-PASS    PIC ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-CHANGE  PIC X(07).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LL-FLAG    PIC X(20).
           05 FILLER        PIC X(32) VALUE SPACES.

       01 WS-FILE-LINE.
           05 WS-FL-FILE    PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-FL-LAYOUT  PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-FL-PERIOD  PIC 9(07).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-FL-FIRST   PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-FL-RUNS    PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-FL-CHECKED PIC Z(10)9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-FL-FAILED  PIC Z(10)9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-FL-PASS    PIC ZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-FL-CHANGE  PIC X(07).
           05 FILLER        PIC X(31) VALUE SPACES.

       01 WS-RULE-LINE.
           05 WS-RL-LAYOUT   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RL-VERSION  PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RL-RANK     PIC Z9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RL-RULE     PIC ZZ9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RL-FIELD    PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RL-FAILURES PIC Z(10)9.
           05 FILLER         PIC X(74) VALUE SPACES.

       01 WS-CHANGE-EDIT PIC +ZZ9.99.
       01 WS-LIMIT-EDIT  PIC ZZ9.99.
       01 WS-LAYOUTS-FLAGGED PIC 9(09) VALUE 0.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT TREND-ABORTED
               PERFORM GET-RUN-DATE
               PERFORM LOAD-RUN-LOG
               PERFORM OPEN-REPORT
           END-IF

           IF NOT TREND-ABORTED
               PERFORM WRITE-LAYOUT-SCORECARD
               PERFORM WRITE-FILE-SCORECARD
               PERFORM WRITE-TOP-RULES
               PERFORM WRITE-TREND-SUMMARY
               PERFORM CLOSE-REPORT
               DISPLAY 'DQTREND: VALIDATION RUNS REPORTED '
                   WS-RUNS-SELECTED
               IF WS-RUNS-SELECTED = 0 OR WS-LAYOUTS-FLAGGED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'DQTREND: PARAMETER FILE NOT AVAILABLE'
               SET TREND-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT TREND-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF NOT PERIOD-WEEKLY AND NOT PERIOD-MONTHLY
               DISPLAY 'DQTREND: PERIOD MUST BE WEEK OR MONTH'
               SET TREND-ABORTED TO TRUE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'DQTREND: FROM DATE IS AFTER TO DATE'
               SET TREND-ABORTED TO TRUE
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
                   WHEN 'PERIOD'
                       MOVE WS-PARM-VALUE(1:5) TO WS-PERIOD-TYPE
                   WHEN 'FROM'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
                       ELSE
                           DISPLAY 'DQTREND: FROM MUST BE YYYYMMDD'
                           SET TREND-ABORTED TO TRUE
                       END-IF
                   WHEN 'TO'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
                       ELSE
                           DISPLAY 'DQTREND: TO MUST BE YYYYMMDD'
                           SET TREND-ABORTED TO TRUE
                       END-IF
                   WHEN 'DICT'
                       MOVE WS-PARM-VALUE TO WS-DICT-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'LIMIT'
                       PERFORM STORE-LAYOUT-LIMIT
                   WHEN 'DEFLIMIT'
                       MOVE WS-PARM-VALUE(1:5) TO WS-LIMIT-TEXT
                       PERFORM CONVERT-LIMIT-TEXT
                       IF NOT TREND-ABORTED
                           MOVE WS-LIMIT-WORK TO WS-DEFAULT-LIMIT
                           SET DEFAULT-LIMIT-GIVEN TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'DQTREND: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       STORE-LAYOUT-LIMIT SECTION.

           MOVE SPACES TO WS-LIMIT-LAYOUT WS-LIMIT-TEXT
           UNSTRING WS-PARM-VALUE DELIMITED BY ","
               INTO WS-LIMIT-LAYOUT WS-LIMIT-TEXT
           END-UNSTRING
           PERFORM CONVERT-LIMIT-TEXT
           IF TREND-ABORTED
               GO TO STORE-LAYOUT-LIMIT-EXIT
           END-IF

           IF WS-LIMIT-COUNT >= 50
               DISPLAY 'DQTREND: MORE THAN 50 LAYOUT LIMITS'
               SET TREND-ABORTED TO TRUE
               GO TO STORE-LAYOUT-LIMIT-EXIT
           END-IF
           ADD 1 TO WS-LIMIT-COUNT
           MOVE WS-LIMIT-LAYOUT TO WS-LIM-LAYOUT(WS-LIMIT-COUNT)
           MOVE WS-LIMIT-WORK TO WS-LIM-PERCENT(WS-LIMIT-COUNT).

       STORE-LAYOUT-LIMIT-EXIT.

           EXIT.

       CONVERT-LIMIT-TEXT SECTION.

           IF WS-LIMIT-WHOLE IS NOT NUMERIC
                   OR WS-LIMIT-POINT NOT = '.'
                   OR WS-LIMIT-FRACT IS NOT NUMERIC
               DISPLAY 'DQTREND: LIMIT PERCENT MUST BE NN.NN '
                   WS-PARM-VALUE(1:30)
               SET TREND-ABORTED TO TRUE
               GO TO CONVERT-LIMIT-TEXT-EXIT
           END-IF
           COMPUTE WS-LIMIT-WORK = WS-LIMIT-WHOLE
               + WS-LIMIT-FRACT / 100.

       CONVERT-LIMIT-TEXT-EXIT.

           EXIT.

       GET-RUN-DATE SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-RUN-DATE

           EXIT.

       LOAD-RUN-LOG SECTION.

           OPEN INPUT RUNLOG-IN-FILE
           IF WS-RUNLOG-IN-STATUS NOT = "00"
               DISPLAY 'DQTREND: DQRUNLOG NOT AVAILABLE, STATUS '
                   WS-RUNLOG-IN-STATUS
               SET RUNLOG-EOF TO TRUE
           END-IF

           PERFORM LOAD-ONE-RUN UNTIL RUNLOG-EOF

           IF WS-RUNLOG-IN-STATUS = "00" OR WS-RUNLOG-IN-STATUS = "10"
               CLOSE RUNLOG-IN-FILE
           END-IF
           IF TREND-TABLE-FULL
               DISPLAY 'DQTREND: TREND TABLES FULL, SOME RUNS NOT '
                   'REPORTED'
           END-IF

           EXIT.

       LOAD-ONE-RUN SECTION.

           READ RUNLOG-IN-FILE
               AT END
                   SET RUNLOG-EOF TO TRUE
           END-READ
           IF RUNLOG-EOF
               GO TO LOAD-ONE-RUN-EXIT
           END-IF

           ADD 1 TO WS-RUNS-READ
           IF DI-DATE < WS-FROM-DATE OR DI-DATE > WS-TO-DATE
               GO TO LOAD-ONE-RUN-EXIT
           END-IF
           ADD 1 TO WS-RUNS-SELECTED

           MOVE DI-DATE TO WS-DATE-WORK
           IF PERIOD-WEEKLY
               PERFORM COMPUTE-DAY-SERIAL
               DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-ENTRY-PERIOD
           ELSE
               COMPUTE WS-ENTRY-PERIOD = WS-DATE-YEAR * 100
                   + WS-DATE-MONTH
           END-IF

           PERFORM ACCUMULATE-LAYOUT-ENTRY
           PERFORM ACCUMULATE-FILE-ENTRY
           PERFORM ACCUMULATE-RULE-FAILURE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > DI-RULE-COUNT
                   OR WS-RULE-IX > 100.

       LOAD-ONE-RUN-EXIT.

           EXIT.

       COMPUTE-DAY-SERIAL SECTION.

           COMPUTE WS-SER-YM1 = WS-DATE-YEAR - 1
           DIVIDE WS-SER-YM1 BY 4 GIVING WS-SER-T4
           DIVIDE WS-SER-YM1 BY 100 GIVING WS-SER-T100
           DIVIDE WS-SER-YM1 BY 400 GIVING WS-SER-T400
           COMPUTE WS-DAY-SERIAL = WS-SER-YM1 * 365
               + WS-SER-T4 - WS-SER-T100 + WS-SER-T400
               + WS-CUM-DAYS(WS-DATE-MONTH) + WS-DATE-DAY

           IF WS-DATE-MONTH > 2
               DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DATE-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0 OR
                       (WS-LEAP-REM-4 = 0 AND
                           WS-LEAP-REM-100 NOT = 0)
                   ADD 1 TO WS-DAY-SERIAL
               END-IF
           END-IF

           EXIT.

       ACCUMULATE-LAYOUT-ENTRY SECTION.

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-LT-IX
           PERFORM LOCATE-LAYOUT-ENTRY
               UNTIL ENTRY-FOUND OR WS-LT-IX >= WS-LT-COUNT

           IF NOT ENTRY-FOUND
               IF WS-LT-COUNT < 300
                   ADD 1 TO WS-LT-COUNT
                   MOVE WS-LT-COUNT TO WS-LT-IX
                   MOVE DI-LAYOUT-NAME TO WS-LT-LAYOUT(WS-LT-IX)
                   MOVE DI-LAYOUT-VERSION TO WS-LT-VERSION(WS-LT-IX)
                   MOVE WS-ENTRY-PERIOD TO WS-LT-PERIOD(WS-LT-IX)
                   MOVE DI-DATE TO WS-LT-FIRST(WS-LT-IX)
                   MOVE 1 TO WS-LT-RUNS(WS-LT-IX)
                   MOVE DI-CHECKED TO WS-LT-CHECKED(WS-LT-IX)
                   MOVE DI-FAILED TO WS-LT-FAILED(WS-LT-IX)
               ELSE
                   SET TREND-TABLE-FULL TO TRUE
               END-IF
           END-IF

           EXIT.

       LOCATE-LAYOUT-ENTRY SECTION.

           ADD 1 TO WS-LT-IX
           IF WS-LT-LAYOUT(WS-LT-IX) = DI-LAYOUT-NAME
                   AND WS-LT-VERSION(WS-LT-IX) = DI-LAYOUT-VERSION
                   AND WS-LT-PERIOD(WS-LT-IX) = WS-ENTRY-PERIOD
               ADD 1 TO WS-LT-RUNS(WS-LT-IX)
               ADD DI-CHECKED TO WS-LT-CHECKED(WS-LT-IX)
               ADD DI-FAILED TO WS-LT-FAILED(WS-LT-IX)
               IF DI-DATE < WS-LT-FIRST(WS-LT-IX)
                   MOVE DI-DATE TO WS-LT-FIRST(WS-LT-IX)
               END-IF
               SET ENTRY-FOUND TO TRUE
           END-IF

           EXIT.

       ACCUMULATE-FILE-ENTRY SECTION.

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-FT-IX
           PERFORM LOCATE-FILE-ENTRY
               UNTIL ENTRY-FOUND OR WS-FT-IX >= WS-FT-COUNT

           IF NOT ENTRY-FOUND
               IF WS-FT-COUNT < 300
                   ADD 1 TO WS-FT-COUNT
                   MOVE WS-FT-COUNT TO WS-FT-IX
                   MOVE DI-INPUT-FILE TO WS-FT-FILE(WS-FT-IX)
                   MOVE DI-LAYOUT-NAME TO WS-FT-LAYOUT(WS-FT-IX)
                   MOVE WS-ENTRY-PERIOD TO WS-FT-PERIOD(WS-FT-IX)
                   MOVE DI-DATE TO WS-FT-FIRST(WS-FT-IX)
                   MOVE 1 TO WS-FT-RUNS(WS-FT-IX)
                   MOVE DI-CHECKED TO WS-FT-CHECKED(WS-FT-IX)
                   MOVE DI-FAILED TO WS-FT-FAILED(WS-FT-IX)
               ELSE
                   SET TREND-TABLE-FULL TO TRUE
               END-IF
           END-IF

           EXIT.

       LOCATE-FILE-ENTRY SECTION.

           ADD 1 TO WS-FT-IX
           IF WS-FT-FILE(WS-FT-IX) = DI-INPUT-FILE
                   AND WS-FT-LAYOUT(WS-FT-IX) = DI-LAYOUT-NAME
                   AND WS-FT-PERIOD(WS-FT-IX) = WS-ENTRY-PERIOD
               ADD 1 TO WS-FT-RUNS(WS-FT-IX)
               ADD DI-CHECKED TO WS-FT-CHECKED(WS-FT-IX)
               ADD DI-FAILED TO WS-FT-FAILED(WS-FT-IX)
               IF DI-DATE < WS-FT-FIRST(WS-FT-IX)
                   MOVE DI-DATE TO WS-FT-FIRST(WS-FT-IX)
               END-IF
               SET ENTRY-FOUND TO TRUE
           END-IF

           EXIT.

       ACCUMULATE-RULE-FAILURE SECTION.

           IF DI-RULE-FAILURES(WS-RULE-IX) = 0
               GO TO ACCUMULATE-RULE-FAILURE-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-RT-IX
           PERFORM LOCATE-RULE-ENTRY
               UNTIL ENTRY-FOUND OR WS-RT-IX >= WS-RT-COUNT

           IF NOT ENTRY-FOUND
               IF WS-RT-COUNT < 500
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-RT-COUNT TO WS-RT-IX
                   MOVE DI-LAYOUT-NAME TO WS-RT-LAYOUT(WS-RT-IX)
                   MOVE DI-LAYOUT-VERSION TO WS-RT-VERSION(WS-RT-IX)
                   MOVE DI-RULE-SOURCE TO WS-RT-SOURCE(WS-RT-IX)
                   MOVE WS-RULE-IX TO WS-RT-RULE(WS-RT-IX)
                   MOVE DI-RULE-FAILURES(WS-RULE-IX) TO
                       WS-RT-FAILURES(WS-RT-IX)
                   MOVE 'N' TO WS-RT-LISTED(WS-RT-IX)
               ELSE
                   SET TREND-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       ACCUMULATE-RULE-FAILURE-EXIT.

           EXIT.

       LOCATE-RULE-ENTRY SECTION.

           ADD 1 TO WS-RT-IX
           IF WS-RT-LAYOUT(WS-RT-IX) = DI-LAYOUT-NAME
                   AND WS-RT-VERSION(WS-RT-IX) = DI-LAYOUT-VERSION
                   AND WS-RT-SOURCE(WS-RT-IX) = DI-RULE-SOURCE
                   AND WS-RT-RULE(WS-RT-IX) = WS-RULE-IX
               ADD DI-RULE-FAILURES(WS-RULE-IX) TO
                   WS-RT-FAILURES(WS-RT-IX)
               SET ENTRY-FOUND TO TRUE
           END-IF

           EXIT.

       OPEN-REPORT SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'DQTREND' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'DQTREND: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               SET TREND-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE
           END-IF

           EXIT.

      * Pass rate and its change from the previous week or month for
      * each layout version, flagged when the failure rate is over
      * the limit set for that layout.
       WRITE-LAYOUT-SCORECARD SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'DATA QUALITY SCORECARD BY LAYOUT - '
                      DELIMITED BY SIZE
                  WS-PERIOD-TYPE DELIMITED BY SPACE
                  'LY - RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'LAYOUT   VERSION  PERIOD  FIRST    '
                  ' RUNS     CHECKED      FAILED  PASS% '
                  ' CHANGE FLAG' DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-LT-IX
           PERFORM WRITE-ONE-LAYOUT-LINE
               UNTIL WS-LT-IX >= WS-LT-COUNT

           EXIT.

       WRITE-ONE-LAYOUT-LINE SECTION.

           ADD 1 TO WS-LT-IX
           MOVE WS-LT-PERIOD(WS-LT-IX) TO WS-ENTRY-PERIOD
           PERFORM COMPUTE-PRIOR-PERIOD
           MOVE 0 TO WS-LT-PREV
           PERFORM SCAN-PRIOR-LAYOUT
               VARYING WS-LT-SCAN FROM 1 BY 1
               UNTIL WS-LT-SCAN > WS-LT-COUNT

           MOVE SPACES TO WS-LL-CHANGE
           IF WS-LT-PREV > 0
               MOVE WS-LT-CHECKED(WS-LT-PREV) TO WS-RATE-CHECKED
               MOVE WS-LT-FAILED(WS-LT-PREV) TO WS-RATE-FAILED
               PERFORM COMPUTE-PASS-RATE
               MOVE WS-PASS-RATE TO WS-PRIOR-RATE
           END-IF
           MOVE WS-LT-CHECKED(WS-LT-IX) TO WS-RATE-CHECKED
           MOVE WS-LT-FAILED(WS-LT-IX) TO WS-RATE-FAILED
           PERFORM COMPUTE-PASS-RATE
           MOVE WS-PASS-RATE TO WS-LL-PASS
           IF WS-LT-PREV > 0
               COMPUTE WS-RATE-DELTA = WS-PASS-RATE - WS-PRIOR-RATE
               MOVE WS-RATE-DELTA TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-LL-CHANGE
           END-IF

           COMPUTE WS-FAIL-RATE = 100 - WS-PASS-RATE
           MOVE WS-LT-LAYOUT(WS-LT-IX) TO WS-LIMIT-LAYOUT
           PERFORM FIND-LAYOUT-LIMIT
           MOVE SPACES TO WS-LL-FLAG
           IF LIMIT-APPLIES AND WS-FAIL-RATE > WS-LIMIT-WORK
               MOVE WS-LIMIT-WORK TO WS-LIMIT-EDIT
               STRING '*** OVER LIMIT ' DELIMITED BY SIZE
                      WS-LIMIT-EDIT DELIMITED BY SIZE
                   INTO WS-LL-FLAG
               ADD 1 TO WS-LAYOUTS-FLAGGED
           END-IF

           MOVE WS-LT-LAYOUT(WS-LT-IX)  TO WS-LL-LAYOUT
           MOVE WS-LT-VERSION(WS-LT-IX) TO WS-LL-VERSION
           MOVE WS-LT-PERIOD(WS-LT-IX)  TO WS-LL-PERIOD
           MOVE WS-LT-FIRST(WS-LT-IX)   TO WS-LL-FIRST
           MOVE WS-LT-RUNS(WS-LT-IX)    TO WS-LL-RUNS
           MOVE WS-LT-CHECKED(WS-LT-IX) TO WS-LL-CHECKED
           MOVE WS-LT-FAILED(WS-LT-IX)  TO WS-LL-FAILED
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-LAYOUT-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       SCAN-PRIOR-LAYOUT SECTION.

           IF WS-LT-LAYOUT(WS-LT-SCAN) = WS-LT-LAYOUT(WS-LT-IX)
                   AND WS-LT-VERSION(WS-LT-SCAN) =
                       WS-LT-VERSION(WS-LT-IX)
                   AND WS-LT-PERIOD(WS-LT-SCAN) = WS-PRIOR-PERIOD
               MOVE WS-LT-SCAN TO WS-LT-PREV
           END-IF

           EXIT.

       WRITE-FILE-SCORECARD SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'INPUT FILE                     LAYOUT   PERIOD  '
                  'FIRST     RUNS     CHECKED      FAILED  PASS% '
                  ' CHANGE' DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-FT-IX
           PERFORM WRITE-ONE-FILE-LINE
               UNTIL WS-FT-IX >= WS-FT-COUNT

           EXIT.

       WRITE-ONE-FILE-LINE SECTION.

           ADD 1 TO WS-FT-IX
           MOVE WS-FT-PERIOD(WS-FT-IX) TO WS-ENTRY-PERIOD
           PERFORM COMPUTE-PRIOR-PERIOD
           MOVE 0 TO WS-FT-PREV
           PERFORM SCAN-PRIOR-FILE
               VARYING WS-FT-SCAN FROM 1 BY 1
               UNTIL WS-FT-SCAN > WS-FT-COUNT

           MOVE SPACES TO WS-FL-CHANGE
           IF WS-FT-PREV > 0
               MOVE WS-FT-CHECKED(WS-FT-PREV) TO WS-RATE-CHECKED
               MOVE WS-FT-FAILED(WS-FT-PREV) TO WS-RATE-FAILED
               PERFORM COMPUTE-PASS-RATE
               MOVE WS-PASS-RATE TO WS-PRIOR-RATE
           END-IF
           MOVE WS-FT-CHECKED(WS-FT-IX) TO WS-RATE-CHECKED
           MOVE WS-FT-FAILED(WS-FT-IX) TO WS-RATE-FAILED
           PERFORM COMPUTE-PASS-RATE
           MOVE WS-PASS-RATE TO WS-FL-PASS
           IF WS-FT-PREV > 0
               COMPUTE WS-RATE-DELTA = WS-PASS-RATE - WS-PRIOR-RATE
               MOVE WS-RATE-DELTA TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-FL-CHANGE
           END-IF

           MOVE WS-FT-FILE(WS-FT-IX)    TO WS-FL-FILE
           MOVE WS-FT-LAYOUT(WS-FT-IX)  TO WS-FL-LAYOUT
           MOVE WS-FT-PERIOD(WS-FT-IX)  TO WS-FL-PERIOD
           MOVE WS-FT-FIRST(WS-FT-IX)   TO WS-FL-FIRST
           MOVE WS-FT-RUNS(WS-FT-IX)    TO WS-FL-RUNS
           MOVE WS-FT-CHECKED(WS-FT-IX) TO WS-FL-CHECKED
           MOVE WS-FT-FAILED(WS-FT-IX)  TO WS-FL-FAILED
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-FILE-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       SCAN-PRIOR-FILE SECTION.

           IF WS-FT-FILE(WS-FT-SCAN) = WS-FT-FILE(WS-FT-IX)
                   AND WS-FT-LAYOUT(WS-FT-SCAN) =
                       WS-FT-LAYOUT(WS-FT-IX)
                   AND WS-FT-PERIOD(WS-FT-SCAN) = WS-PRIOR-PERIOD
               MOVE WS-FT-SCAN TO WS-FT-PREV
           END-IF

           EXIT.

      * Weeks are day serial / 7, so the prior week is one less;
      * months are YYYYMM, so January steps back to December.
       COMPUTE-PRIOR-PERIOD SECTION.

           IF PERIOD-MONTHLY
               DIVIDE WS-ENTRY-PERIOD BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               IF WS-LEAP-REM-4 = 1
                   COMPUTE WS-PRIOR-PERIOD = WS-ENTRY-PERIOD - 89
               ELSE
                   COMPUTE WS-PRIOR-PERIOD = WS-ENTRY-PERIOD - 1
               END-IF
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-ENTRY-PERIOD - 1
           END-IF

           EXIT.

       COMPUTE-PASS-RATE SECTION.

           IF WS-RATE-CHECKED = 0
               MOVE 100 TO WS-PASS-RATE
           ELSE
               COMPUTE WS-PASS-RATE ROUNDED =
                   (WS-RATE-CHECKED - WS-RATE-FAILED) * 100
                       / WS-RATE-CHECKED
           END-IF

           EXIT.

       FIND-LAYOUT-LIMIT SECTION.

           MOVE 'N' TO WS-LIMIT-SWITCH
           IF DEFAULT-LIMIT-GIVEN
               MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-WORK
               SET LIMIT-APPLIES TO TRUE
           END-IF
           PERFORM MATCH-ONE-LIMIT
               VARYING WS-LIM-IX FROM 1 BY 1
               UNTIL WS-LIM-IX > WS-LIMIT-COUNT

           EXIT.

       MATCH-ONE-LIMIT SECTION.

           IF WS-LIM-LAYOUT(WS-LIM-IX) = WS-LIMIT-LAYOUT
               MOVE WS-LIM-PERCENT(WS-LIM-IX) TO WS-LIMIT-WORK
               SET LIMIT-APPLIES TO TRUE
           END-IF

           EXIT.

      * The ten rules with most failures for each layout version over
      * the whole reporting range. Rule n of a dictionary-driven run
      * is field n of the layout, named through LAYOUTDICT.
       WRITE-TOP-RULES SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'LAYOUT   VERSION  TOP RULE FIELD                '
                  '    FAILURES' DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-RT-IX
           PERFORM WRITE-ONE-RULE-GROUP
               UNTIL WS-RT-IX >= WS-RT-COUNT

           EXIT.

       WRITE-ONE-RULE-GROUP SECTION.

           ADD 1 TO WS-RT-IX
           MOVE 'N' TO WS-GROUP-SWITCH
           PERFORM CHECK-GROUP-LISTED
               VARYING WS-RT-SCAN FROM 1 BY 1
               UNTIL WS-RT-SCAN >= WS-RT-IX
           IF GROUP-ALREADY-LISTED
               GO TO WRITE-ONE-RULE-GROUP-EXIT
           END-IF

           MOVE 'N' TO WS-DICT-LOADED-SWITCH
           IF WS-DICT-FILENAME NOT = SPACES
                   AND WS-RT-SOURCE(WS-RT-IX) = 'D'
               MOVE SPACES TO LAYOUTDICT
               MOVE 'LAYOUTDICT' TO LD-PGM-NAME
               SET LD-LOAD-LAYOUT TO TRUE
               MOVE WS-DICT-FILENAME TO LD-DICT-FILENAME
               MOVE WS-RT-LAYOUT(WS-RT-IX) TO LD-LAYOUT-NAME
               MOVE WS-RT-VERSION(WS-RT-IX) TO LD-LAYOUT-VERSION
               CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
               IF NOT FILENAME-INVALID
                   SET GROUP-DICT-LOADED TO TRUE
               END-IF
           END-IF

           MOVE 0 TO WS-RT-RANK
           MOVE 1 TO WS-RT-BEST
           PERFORM WRITE-NEXT-TOP-RULE
               UNTIL WS-RT-RANK >= 10 OR WS-RT-BEST = 0.

       WRITE-ONE-RULE-GROUP-EXIT.

           EXIT.

       CHECK-GROUP-LISTED SECTION.

           IF WS-RT-LAYOUT(WS-RT-SCAN) = WS-RT-LAYOUT(WS-RT-IX)
                   AND WS-RT-VERSION(WS-RT-SCAN) =
                       WS-RT-VERSION(WS-RT-IX)
                   AND WS-RT-SOURCE(WS-RT-SCAN) =
                       WS-RT-SOURCE(WS-RT-IX)
               SET GROUP-ALREADY-LISTED TO TRUE
           END-IF

           EXIT.

       WRITE-NEXT-TOP-RULE SECTION.

           MOVE 0 TO WS-RT-BEST
           PERFORM PICK-BEST-RULE
               VARYING WS-RT-SCAN FROM WS-RT-IX BY 1
               UNTIL WS-RT-SCAN > WS-RT-COUNT
           IF WS-RT-BEST = 0
               GO TO WRITE-NEXT-TOP-RULE-EXIT
           END-IF

           MOVE 'Y' TO WS-RT-LISTED(WS-RT-BEST)
           ADD 1 TO WS-RT-RANK
           MOVE WS-RT-LAYOUT(WS-RT-BEST)   TO WS-RL-LAYOUT
           MOVE WS-RT-VERSION(WS-RT-BEST)  TO WS-RL-VERSION
           MOVE WS-RT-RANK                 TO WS-RL-RANK
           MOVE WS-RT-RULE(WS-RT-BEST)     TO WS-RL-RULE
           MOVE WS-RT-FAILURES(WS-RT-BEST) TO WS-RL-FAILURES

           EVALUATE TRUE
               WHEN WS-RT-SOURCE(WS-RT-BEST) NOT = 'D'
                   MOVE '(RULES FILE)' TO WS-RL-FIELD
               WHEN NOT GROUP-DICT-LOADED
                   MOVE '(NOT IN DICTIONARY)' TO WS-RL-FIELD
               WHEN OTHER
                   SET LD-GET-ENTRY TO TRUE
                   MOVE WS-RT-RULE(WS-RT-BEST) TO LD-FIELD-NUMBER
                   CALL "LAYOUTDICT" USING LAYOUTDICT
                       FILENAME-FILE-STATUS
                   IF LD-FOUND
                       MOVE LD-FIELD-NAME TO WS-RL-FIELD
                   ELSE
                       MOVE '(NOT IN DICTIONARY)' TO WS-RL-FIELD
                   END-IF
           END-EVALUATE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-RULE-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE.

       WRITE-NEXT-TOP-RULE-EXIT.

           EXIT.

       PICK-BEST-RULE SECTION.

           IF WS-RT-LISTED(WS-RT-SCAN) = 'N'
                   AND WS-RT-LAYOUT(WS-RT-SCAN) = WS-RT-LAYOUT(WS-RT-IX)
                   AND WS-RT-VERSION(WS-RT-SCAN) =
                       WS-RT-VERSION(WS-RT-IX)
                   AND WS-RT-SOURCE(WS-RT-SCAN) =
                       WS-RT-SOURCE(WS-RT-IX)
               IF WS-RT-BEST = 0
                   MOVE WS-RT-SCAN TO WS-RT-BEST
               ELSE
                   IF WS-RT-FAILURES(WS-RT-SCAN) >
                           WS-RT-FAILURES(WS-RT-BEST)
                       MOVE WS-RT-SCAN TO WS-RT-BEST
                   END-IF
               END-IF
           END-IF

           EXIT.

       WRITE-TREND-SUMMARY SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'VALIDATION RUNS IN LOG' TO WS-SL-LABEL
           MOVE WS-RUNS-READ TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'VALIDATION RUNS REPORTED' TO WS-SL-LABEL
           MOVE WS-RUNS-SELECTED TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'LAYOUT PERIODS OVER LIMIT' TO WS-SL-LABEL
           MOVE WS-LAYOUTS-FLAGGED TO WS-SL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
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

       CLOSE-REPORT SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
