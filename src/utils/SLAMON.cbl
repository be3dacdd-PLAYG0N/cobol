       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAMON.

      * Batch deadline monitor. Deadlines come from SLADEFS, one job
      * per 80-byte record:
      *   COLS 01-08  JOB NAME
      *   COLS 10-13  LATEST START HHMM (BLANK = NO START DEADLINE)
      *   COLS 15-18  LATEST END HHMM   (BLANK = NO END DEADLINE)
      *   COLS 20-23  EXPECTED RUN MINUTES (BLANK = FROM HISTORY)
      * Predecessors are those declared to RUNCTL in RUNDEFS. Times
      * are taken on the batch window clock, which starts at WINDOW=
      * (HHMM, default 1800) and runs to the same time next day, so
      * a 06:00 deadline falls after a 23:00 start.
      *
      * A job declared in RUNDEFS as month-end only has no deadline
      * unless BUSDATE finds the business date is month-end in the
      * CALENDAR= file. Without a calendar it is never due, as RUNCTL
      * would refuse to start it.
      *
      * MODE=MONITOR (the default) may be run any number of times
      * during the window; it raises each kind of warning to OPERALRT
      * once per job and business date. MODE=REPORT writes the SLA
      * report for the business date (or REPORTDATE=) with month-to-
      * date on-time percentages.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "SLAMON.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT SLA-DEF-FILE ASSIGN TO "SLADEFS"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SLA-DEF-STATUS.

       SELECT RUN-DEF-FILE ASSIGN TO "RUNDEFS"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RUN-DEF-STATUS.

       SELECT ALERT-IN-FILE ASSIGN TO "OPERALRT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ALERT-IN-STATUS.

       SELECT ALERT-OUT-FILE ASSIGN TO "OPERALRT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ALERT-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       FD SLA-DEF-FILE
           DATA RECORD IS SLA-DEF-RECORD.
       01 SLA-DEF-RECORD.
           05 SD-JOB-NAME     PIC X(08).
           05 FILLER          PIC X(01).
           05 SD-LATEST-START PIC X(04).
           05 FILLER          PIC X(01).
           05 SD-LATEST-END   PIC X(04).
           05 FILLER          PIC X(01).
           05 SD-EXPECTED     PIC X(04).
           05 FILLER          PIC X(57).

       FD RUN-DEF-FILE
           DATA RECORD IS RUN-DEF-RECORD.
       01 RUN-DEF-RECORD.
           05 DF-JOB-NAME PIC X(08).
           05 FILLER      PIC X(01).
           05 DF-MONTH-END-FLAG PIC X(01).
           05 FILLER      PIC X(01).
           05 DF-PRED-1   PIC X(08).
           05 FILLER      PIC X(01).
           05 DF-PRED-2   PIC X(08).
           05 FILLER      PIC X(01).
           05 DF-PRED-3   PIC X(08).
           05 FILLER      PIC X(01).
           05 DF-PRED-4   PIC X(08).
           05 FILLER      PIC X(34).

       FD ALERT-IN-FILE
           DATA RECORD IS ALERT-IN-RECORD.
       01 ALERT-IN-RECORD.
           05 AI-DATE    PIC 9(08).
           05 AI-TIME    PIC 9(08).
           05 AI-PGM     PIC X(11).
           05 AI-FILE    PIC X(64).
           05 AI-OP      PIC X(1).
           05 AI-STATUS  PIC X(2).
           05 AI-MESSAGE PIC X(40).
           05 FILLER     PIC X(6).

       FD ALERT-OUT-FILE
           DATA RECORD IS ALERT-OUT-RECORD.
       01 ALERT-OUT-RECORD.
           05 AO-DATE    PIC 9(08).
           05 AO-TIME    PIC 9(08).
           05 AO-PGM     PIC X(11).
           05 AO-FILE    PIC X(64).
           05 AO-OP      PIC X(1).
           05 AO-STATUS  PIC X(2).
           05 AO-MESSAGE PIC X(40).
           05 FILLER     PIC X(6).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".
       COPY "BUSDATE.cpy".

       01 WS-PARM-STATUS      PIC X(2).
       01 WS-SLA-DEF-STATUS   PIC X(2).
       01 WS-RUN-DEF-STATUS   PIC X(2).
       01 WS-ALERT-IN-STATUS  PIC X(2).
       01 WS-ALERT-OUT-STATUS PIC X(2).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-DEF-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 DEF-EOF VALUE 'Y'.
       01 WS-ALERT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 ALERT-IN-EOF VALUE 'Y'.
       01 WS-CTL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 CONTROL-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 SLA-ABORTED VALUE 'Y'.
       01 WS-CHANGE-SWITCH PIC X(1) VALUE 'N'.
           88 PROJECTION-CHANGED VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-MODE PIC X(1) VALUE 'M'.
           88 MODE-MONITOR VALUE 'M'.
           88 MODE-REPORT  VALUE 'R'.
       01 WS-CONTROL-FILENAME PIC X(200) VALUE SPACES.
       01 WS-CALENDAR-FILENAME PIC X(200) VALUE SPACES.
       01 WS-MONTH-END-SWITCH PIC X(1) VALUE 'N'.
           88 MONTH-END-DATE VALUE 'Y'.
       01 WS-REPORT-FILENAME  PIC X(200) VALUE 'SLAMON.RPT'.
       01 WS-CTL-HANDLE    PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.
       01 WS-WINDOW-START  PIC 9(04) COMP VALUE 1080.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-REPORT-DATE   PIC 9(08) VALUE 0.
       01 WS-BUSINESS-SERIAL PIC 9(09) COMP VALUE 0.

      * Every job with a deadline, and every predecessor of one.
      * Times are minutes past the start of the batch window.
       01 WS-JOB-TABLE.
           05 WS-JOB-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-JOB-ENTRY OCCURS 200 TIMES.
               10 WS-JB-NAME PIC X(08).
               10 WS-JB-SLA-SWITCH PIC X(01).
                   88 JB-HAS-SLA VALUE 'Y'.
               10 WS-JB-DUE-SWITCH PIC X(01).
                   88 JB-NOT-DUE-TODAY VALUE 'N'.
               10 WS-JB-START-SWITCH PIC X(01).
                   88 JB-START-DEADLINE VALUE 'Y'.
               10 WS-JB-END-SWITCH PIC X(01).
                   88 JB-END-DEADLINE VALUE 'Y'.
               10 WS-JB-LATEST-START PIC 9(04) COMP.
               10 WS-JB-LATEST-END   PIC 9(04) COMP.
               10 WS-JB-EXP-SOURCE PIC X(01).
                   88 JB-EXP-DEFINED VALUE 'D'.
                   88 JB-EXP-HISTORY VALUE 'H'.
                   88 JB-EXP-NONE    VALUE 'N'.
               10 WS-JB-EXPECTED  PIC 9(04) COMP.
               10 WS-JB-HIST-SUM  PIC 9(07) COMP.
               10 WS-JB-HIST-RUNS PIC 9(03) COMP.
               10 WS-JB-PRED-NAME PIC X(08) OCCURS 4 TIMES.
               10 WS-JB-PRED-IX   PIC 9(03) COMP OCCURS 4 TIMES.
               10 WS-JB-STATE PIC X(01).
                   88 JB-NOT-STARTED VALUE 'N'.
                   88 JB-RUNNING     VALUE 'S'.
                   88 JB-ENDED       VALUE 'E'.
               10 WS-JB-RC        PIC 9(04).
               10 WS-JB-ACT-START PIC 9(04) COMP.
               10 WS-JB-ACT-END   PIC 9(04) COMP.
               10 WS-JB-PROJ-END  PIC 9(05) COMP.
               10 WS-JB-MTD-RUNS   PIC 9(03) COMP.
               10 WS-JB-MTD-ONTIME PIC 9(03) COMP.
       01 WS-JOB-IX   PIC 9(03) COMP VALUE 0.
       01 WS-FIND-IX  PIC 9(03) COMP VALUE 0.
       01 WS-SCAN-IX  PIC 9(03) COMP VALUE 0.
       01 WS-PRED-IX  PIC 9(01) COMP VALUE 0.
       01 WS-PRED-JOB PIC 9(03) COMP VALUE 0.
       01 WS-FIND-JOB PIC X(08).
       01 WS-PASS-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-PRED-OPEN-SWITCH PIC X(1).
           88 PREDECESSOR-NOT-ENDED VALUE 'Y'.

      * Warnings already raised for the business date.
       01 WS-RAISED-TABLE.
           05 WS-RAISED-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-RAISED-ENTRY OCCURS 500 TIMES.
               10 WS-RA-JOB  PIC X(08).
               10 WS-RA-KIND PIC X(01).
       01 WS-RAISED-IX PIC 9(03) COMP VALUE 0.
       01 WS-RAISED-SWITCH PIC X(1).
           88 ALERT-ALREADY-RAISED VALUE 'Y'.

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

       01 WS-HHMM.
           05 WS-HHMM-HH PIC 9(02).
           05 WS-HHMM-MM PIC 9(02).
       01 WS-HHMM-X REDEFINES WS-HHMM PIC X(04).
       01 WS-HHMM-VALID-SWITCH PIC X(1).
           88 HHMM-VALID VALUE 'Y'.
       01 WS-CLOCK-MINUTES  PIC 9(04) COMP VALUE 0.
       01 WS-WINDOW-MINUTES PIC 9(05) COMP VALUE 0.
       01 WS-WORK-MINUTES   PIC 9(05) COMP VALUE 0.
       01 WS-MINUTE-QUOT    PIC 9(05) COMP VALUE 0.
       01 WS-NOW-MINUTES    PIC 9(05) COMP VALUE 0.
       01 WS-RUN-START      PIC 9(05) COMP VALUE 0.
       01 WS-RUN-END        PIC 9(05) COMP VALUE 0.
       01 WS-RUN-MINUTES    PIC 9(05) COMP VALUE 0.
       01 WS-EST-START      PIC 9(05) COMP VALUE 0.
       01 WS-NEW-PROJ       PIC 9(05) COMP VALUE 0.
       01 WS-NOW-TIME       PIC 9(08).
       01 WS-CLOCK-TEXT.
           05 WS-CT-HH PIC 9(02).
           05 FILLER   PIC X(01) VALUE ':'.
           05 WS-CT-MM PIC 9(02).
       01 WS-PROJ-TEXT  PIC X(05).
       01 WS-LIMIT-TEXT PIC X(05).
       01 WS-EXP-TEXT   PIC 9(04).

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

       01 WS-ALERT-KIND    PIC X(01).
       01 WS-ALERT-MESSAGE PIC X(40).
       01 WS-WARNING-TOTAL PIC 9(05) COMP VALUE 0.
       01 WS-MISSED-TOTAL  PIC 9(05) COMP VALUE 0.
       01 WS-RAISED-TOTAL  PIC 9(05) COMP VALUE 0.

       01 WS-RPT-JOBS    PIC 9(05) COMP VALUE 0.
       01 WS-RPT-ONTIME  PIC 9(05) COMP VALUE 0.
       01 WS-RPT-LATE    PIC 9(05) COMP VALUE 0.
       01 WS-RPT-NOT-RUN PIC 9(05) COMP VALUE 0.
       01 WS-MTD-RUNS    PIC 9(07) COMP VALUE 0.
       01 WS-MTD-ONTIME  PIC 9(07) COMP VALUE 0.
       01 WS-START-LATE-SWITCH PIC X(1).
           88 RUN-STARTED-LATE VALUE 'Y'.
       01 WS-END-LATE-SWITCH PIC X(1).
           88 RUN-ENDED-LATE VALUE 'Y'.
       01 WS-VARIANCE PIC S9(05) COMP VALUE 0.
       01 WS-VARIANCE-EDIT PIC -(4)9.
       01 WS-PCT-EDIT PIC ZZ9.9.
       01 WS-PCT-WORK PIC 9(03)V9 VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-JOB       PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-LSTART    PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-ASTART    PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-SVAR      PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-DL-LEND      PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-AEND      PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-EVAR      PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-STATUS    PIC X(22).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-MTD-RUNS  PIC ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-MTD-OK    PIC ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-MTD-PCT   PIC X(05).
           05 FILLER          PIC X(39) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT SLA-ABORTED
               PERFORM GET-BUSINESS-DATE
               PERFORM LOAD-RUN-DEFINITIONS
               PERFORM LOAD-SLA-DEFINITIONS
           END-IF
           IF NOT SLA-ABORTED
               PERFORM RESOLVE-PREDECESSORS
               PERFORM READ-CONTROL-HISTORY
           END-IF
           IF SLA-ABORTED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SET-EXPECTED-RUN-TIMES

           IF MODE-MONITOR
               PERFORM MONITOR-DEADLINES
               IF WS-MISSED-TOTAL > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WARNING-TOTAL > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               PERFORM WRITE-SLA-REPORT
               IF SLA-ABORTED
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-RPT-LATE > 0 OR WS-RPT-NOT-RUN > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'SLAMON: PARAMETER FILE NOT AVAILABLE'
               SET SLA-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT SLA-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-CONTROL-FILENAME = SPACES
               DISPLAY 'SLAMON: CONTROL= RUN CONTROL FILE IS REQUIRED'
               SET SLA-ABORTED TO TRUE
           END-IF
           IF NOT MODE-MONITOR AND NOT MODE-REPORT
               DISPLAY 'SLAMON: MODE MUST BE MONITOR OR REPORT'
               SET SLA-ABORTED TO TRUE
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
                   WHEN 'MODE'
                       MOVE WS-PARM-VALUE(1:1) TO WS-MODE
                   WHEN 'CONTROL'
                       MOVE WS-PARM-VALUE TO WS-CONTROL-FILENAME
                   WHEN 'CALENDAR'
                       MOVE WS-PARM-VALUE TO WS-CALENDAR-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'WINDOW'
                       MOVE WS-PARM-VALUE(1:4) TO WS-HHMM-X
                       PERFORM CHECK-HHMM
                       IF HHMM-VALID AND WS-PARM-VALUE(5:1) = SPACE
                           COMPUTE WS-WINDOW-START =
                               WS-HHMM-HH * 60 + WS-HHMM-MM
                       ELSE
                           DISPLAY 'SLAMON: WINDOW MUST BE HHMM'
                           SET SLA-ABORTED TO TRUE
                       END-IF
                   WHEN 'REPORTDATE'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-REPORT-DATE
                       ELSE
                           DISPLAY 'SLAMON: REPORTDATE MUST BE '
                               'YYYYMMDD'
                           SET SLA-ABORTED TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'SLAMON: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       CHECK-HHMM SECTION.

           MOVE 'N' TO WS-HHMM-VALID-SWITCH
           IF WS-HHMM-X IS NUMERIC
               IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
                   SET HHMM-VALID TO TRUE
               END-IF
           END-IF

           EXIT.

       GET-BUSINESS-DATE SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-BUSINESS-DATE
           IF MODE-REPORT AND WS-REPORT-DATE NOT = 0
               MOVE WS-REPORT-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE

           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-DAY-SERIAL TO WS-BUSINESS-SERIAL

           MOVE 'N' TO WS-MONTH-END-SWITCH
           IF WS-CALENDAR-FILENAME NOT = SPACES
               MOVE SPACES TO BUSDATE
               MOVE 'BUSDATE' TO BD-PGM-NAME
               SET BD-IS-MONTH-END TO TRUE
               MOVE WS-CALENDAR-FILENAME TO BD-CALENDAR-FILENAME
               MOVE WS-BUSINESS-DATE TO BD-DATE
               CALL "BUSDATE" USING BUSDATE FILENAME-FILE-STATUS
               IF BD-YES
                   SET MONTH-END-DATE TO TRUE
               END-IF
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME(1:4) TO WS-HHMM-X
           PERFORM CLOCK-TO-WINDOW
           MOVE WS-WINDOW-MINUTES TO WS-NOW-MINUTES

           EXIT.

      * WS-HHMM in, WS-WINDOW-MINUTES out.
       CLOCK-TO-WINDOW SECTION.

           COMPUTE WS-WORK-MINUTES = WS-HHMM-HH * 60 + WS-HHMM-MM
               + 1440 - WS-WINDOW-START
           DIVIDE WS-WORK-MINUTES BY 1440 GIVING WS-MINUTE-QUOT
               REMAINDER WS-WINDOW-MINUTES

           EXIT.

      * WS-WINDOW-MINUTES in, WS-CLOCK-TEXT (HH:MM) out.
       WINDOW-TO-CLOCK SECTION.

           COMPUTE WS-WORK-MINUTES = WS-WINDOW-MINUTES
               + WS-WINDOW-START
           DIVIDE WS-WORK-MINUTES BY 1440 GIVING WS-MINUTE-QUOT
               REMAINDER WS-CLOCK-MINUTES
           DIVIDE WS-CLOCK-MINUTES BY 60 GIVING WS-CT-HH
               REMAINDER WS-CT-MM

           EXIT.

       LOAD-RUN-DEFINITIONS SECTION.

           MOVE 'N' TO WS-DEF-EOF-SWITCH
           OPEN INPUT RUN-DEF-FILE
           IF WS-RUN-DEF-STATUS NOT = "00"
               DISPLAY 'SLAMON: RUNDEFS NOT AVAILABLE, NO '
                   'PREDECESSORS KNOWN'
               GO TO LOAD-RUN-DEFINITIONS-EXIT
           END-IF

           PERFORM LOAD-ONE-RUN-DEF UNTIL DEF-EOF
           CLOSE RUN-DEF-FILE.

       LOAD-RUN-DEFINITIONS-EXIT.

           EXIT.

       LOAD-ONE-RUN-DEF SECTION.

           READ RUN-DEF-FILE
               AT END
                   SET DEF-EOF TO TRUE
           END-READ

           IF DEF-EOF OR DF-JOB-NAME = SPACES
               GO TO LOAD-ONE-RUN-DEF-EXIT
           END-IF

           MOVE DF-JOB-NAME TO WS-FIND-JOB
           PERFORM FIND-OR-ADD-JOB
           IF WS-FIND-IX = 0
               GO TO LOAD-ONE-RUN-DEF-EXIT
           END-IF
           IF DF-MONTH-END-FLAG = 'E' AND NOT MONTH-END-DATE
               MOVE 'N' TO WS-JB-DUE-SWITCH(WS-FIND-IX)
               GO TO LOAD-ONE-RUN-DEF-EXIT
           END-IF

           MOVE DF-PRED-1 TO WS-JB-PRED-NAME(WS-FIND-IX, 1)
           MOVE DF-PRED-2 TO WS-JB-PRED-NAME(WS-FIND-IX, 2)
           MOVE DF-PRED-3 TO WS-JB-PRED-NAME(WS-FIND-IX, 3)
           MOVE DF-PRED-4 TO WS-JB-PRED-NAME(WS-FIND-IX, 4).

       LOAD-ONE-RUN-DEF-EXIT.

           EXIT.

       LOAD-SLA-DEFINITIONS SECTION.

           MOVE 'N' TO WS-DEF-EOF-SWITCH
           OPEN INPUT SLA-DEF-FILE
           IF WS-SLA-DEF-STATUS NOT = "00"
               DISPLAY 'SLAMON: SLADEFS NOT AVAILABLE, STATUS '
                   WS-SLA-DEF-STATUS
               SET SLA-ABORTED TO TRUE
               GO TO LOAD-SLA-DEFINITIONS-EXIT
           END-IF

           PERFORM LOAD-ONE-SLA-DEF UNTIL DEF-EOF
           CLOSE SLA-DEF-FILE.

       LOAD-SLA-DEFINITIONS-EXIT.

           EXIT.

       LOAD-ONE-SLA-DEF SECTION.

           READ SLA-DEF-FILE
               AT END
                   SET DEF-EOF TO TRUE
           END-READ

           IF DEF-EOF OR SD-JOB-NAME = SPACES
               GO TO LOAD-ONE-SLA-DEF-EXIT
           END-IF

           MOVE SD-JOB-NAME TO WS-FIND-JOB
           PERFORM FIND-OR-ADD-JOB
           IF WS-FIND-IX = 0
               GO TO LOAD-ONE-SLA-DEF-EXIT
           END-IF
           IF JB-NOT-DUE-TODAY(WS-FIND-IX)
               GO TO LOAD-ONE-SLA-DEF-EXIT
           END-IF
           MOVE 'Y' TO WS-JB-SLA-SWITCH(WS-FIND-IX)

           IF SD-LATEST-START NOT = SPACES
               MOVE SD-LATEST-START TO WS-HHMM-X
               PERFORM CHECK-HHMM
               IF HHMM-VALID
                   PERFORM CLOCK-TO-WINDOW
                   MOVE WS-WINDOW-MINUTES TO
                       WS-JB-LATEST-START(WS-FIND-IX)
                   MOVE 'Y' TO WS-JB-START-SWITCH(WS-FIND-IX)
               ELSE
                   DISPLAY 'SLAMON: BAD LATEST START FOR '
                       SD-JOB-NAME ', IGNORED'
               END-IF
           END-IF

           IF SD-LATEST-END NOT = SPACES
               MOVE SD-LATEST-END TO WS-HHMM-X
               PERFORM CHECK-HHMM
               IF HHMM-VALID
                   PERFORM CLOCK-TO-WINDOW
                   MOVE WS-WINDOW-MINUTES TO
                       WS-JB-LATEST-END(WS-FIND-IX)
                   MOVE 'Y' TO WS-JB-END-SWITCH(WS-FIND-IX)
               ELSE
                   DISPLAY 'SLAMON: BAD LATEST END FOR '
                       SD-JOB-NAME ', IGNORED'
               END-IF
           END-IF

           IF SD-EXPECTED IS NUMERIC
               MOVE SD-EXPECTED TO WS-JB-EXPECTED(WS-FIND-IX)
               MOVE 'D' TO WS-JB-EXP-SOURCE(WS-FIND-IX)
           END-IF.

       LOAD-ONE-SLA-DEF-EXIT.

           EXIT.

      * WS-FIND-JOB in, WS-FIND-IX out (0 when the table is full).
       FIND-OR-ADD-JOB SECTION.

           PERFORM FIND-JOB
           IF WS-FIND-IX > 0
               GO TO FIND-OR-ADD-JOB-EXIT
           END-IF
           IF WS-JOB-COUNT >= 200
               DISPLAY 'SLAMON: MORE THAN 200 JOBS, ' WS-FIND-JOB
                   ' IGNORED'
               GO TO FIND-OR-ADD-JOB-EXIT
           END-IF

           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-FIND-IX
           MOVE SPACES TO WS-JOB-ENTRY(WS-FIND-IX)
           MOVE WS-FIND-JOB TO WS-JB-NAME(WS-FIND-IX)
           MOVE 'N' TO WS-JB-SLA-SWITCH(WS-FIND-IX)
           MOVE 'Y' TO WS-JB-DUE-SWITCH(WS-FIND-IX)
           MOVE 'N' TO WS-JB-START-SWITCH(WS-FIND-IX)
           MOVE 'N' TO WS-JB-END-SWITCH(WS-FIND-IX)
           MOVE 0 TO WS-JB-LATEST-START(WS-FIND-IX)
           MOVE 0 TO WS-JB-LATEST-END(WS-FIND-IX)
           MOVE 'N' TO WS-JB-EXP-SOURCE(WS-FIND-IX)
           MOVE 0 TO WS-JB-EXPECTED(WS-FIND-IX)
           MOVE 0 TO WS-JB-HIST-SUM(WS-FIND-IX)
           MOVE 0 TO WS-JB-HIST-RUNS(WS-FIND-IX)
           MOVE 0 TO WS-JB-PRED-IX(WS-FIND-IX, 1)
           MOVE 0 TO WS-JB-PRED-IX(WS-FIND-IX, 2)
           MOVE 0 TO WS-JB-PRED-IX(WS-FIND-IX, 3)
           MOVE 0 TO WS-JB-PRED-IX(WS-FIND-IX, 4)
           MOVE 'N' TO WS-JB-STATE(WS-FIND-IX)
           MOVE 0 TO WS-JB-RC(WS-FIND-IX)
           MOVE 0 TO WS-JB-ACT-START(WS-FIND-IX)
           MOVE 0 TO WS-JB-ACT-END(WS-FIND-IX)
           MOVE 0 TO WS-JB-PROJ-END(WS-FIND-IX)
           MOVE 0 TO WS-JB-MTD-RUNS(WS-FIND-IX)
           MOVE 0 TO WS-JB-MTD-ONTIME(WS-FIND-IX).

       FIND-OR-ADD-JOB-EXIT.

           EXIT.

       FIND-JOB SECTION.

           MOVE 0 TO WS-FIND-IX
           MOVE 0 TO WS-SCAN-IX
           PERFORM MATCH-ONE-JOB
               UNTIL WS-FIND-IX > 0 OR WS-SCAN-IX >= WS-JOB-COUNT

           EXIT.

       MATCH-ONE-JOB SECTION.

           ADD 1 TO WS-SCAN-IX
           IF WS-JB-NAME(WS-SCAN-IX) = WS-FIND-JOB
               MOVE WS-SCAN-IX TO WS-FIND-IX
           END-IF

           EXIT.

      * Predecessors not themselves defined anywhere are added so that
      * their progress still counts towards the chain.
       RESOLVE-PREDECESSORS SECTION.

           PERFORM RESOLVE-ONE-JOB-PREDS
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT

           EXIT.

       RESOLVE-ONE-JOB-PREDS SECTION.

           PERFORM RESOLVE-ONE-PRED
               VARYING WS-PRED-IX FROM 1 BY 1
               UNTIL WS-PRED-IX > 4

           EXIT.

       RESOLVE-ONE-PRED SECTION.

           IF WS-JB-PRED-NAME(WS-JOB-IX, WS-PRED-IX) NOT = SPACES
               MOVE WS-JB-PRED-NAME(WS-JOB-IX, WS-PRED-IX) TO
                   WS-FIND-JOB
               PERFORM FIND-OR-ADD-JOB
               MOVE WS-FIND-IX TO WS-JB-PRED-IX(WS-JOB-IX, WS-PRED-IX)
           END-IF

           EXIT.

      * One pass over the run control file gives today's progress,
      * the last four weeks of clean run times for the expected run
      * time and the month-to-date on-time counts.
       READ-CONTROL-HISTORY SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'SLAMON' TO PGM-NAME OF FILEHANDLER
           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'SLAMON: CANNOT OPEN RUN CONTROL FILE '
                   WS-CONTROL-FILENAME(1:40)
               SET SLA-ABORTED TO TRUE
               GO TO READ-CONTROL-HISTORY-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-CTL-HANDLE

           PERFORM READ-ONE-CONTROL-RECORD UNTIL CONTROL-EOF

           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-CTL-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       READ-CONTROL-HISTORY-EXIT.

           EXIT.

       READ-ONE-CONTROL-RECORD SECTION.

           MOVE WS-CONTROL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-CTL-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR NOT RC-SUCCESS
               SET CONTROL-EOF TO TRUE
               GO TO READ-ONE-CONTROL-RECORD-EXIT
           END-IF

           MOVE RECORD-KEY OF FILEHANDLER TO WS-CTL-KEY
           MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-CTL-DATA
           IF WS-CK-DATE NOT NUMERIC
                   OR WS-CK-DATE > WS-BUSINESS-DATE
               GO TO READ-ONE-CONTROL-RECORD-EXIT
           END-IF

           MOVE WS-CK-JOB TO WS-FIND-JOB
           PERFORM FIND-JOB
           IF WS-FIND-IX = 0
               GO TO READ-ONE-CONTROL-RECORD-EXIT
           END-IF

           PERFORM CONTROL-RECORD-TIMES

           IF WS-CK-DATE = WS-BUSINESS-DATE
               MOVE WS-CD-STATUS TO WS-JB-STATE(WS-FIND-IX)
               MOVE WS-CD-RC TO WS-JB-RC(WS-FIND-IX)
               MOVE WS-RUN-START TO WS-JB-ACT-START(WS-FIND-IX)
               MOVE WS-RUN-END TO WS-JB-ACT-END(WS-FIND-IX)
           ELSE
               PERFORM ADD-RUN-TO-HISTORY
           END-IF

           IF RUN-ENDED
                   AND WS-CK-DATE(1:6) = WS-BUSINESS-DATE(1:6)
               ADD 1 TO WS-JB-MTD-RUNS(WS-FIND-IX)
               MOVE WS-FIND-IX TO WS-JOB-IX
               PERFORM CHECK-RUN-LATENESS
               IF NOT RUN-STARTED-LATE AND NOT RUN-ENDED-LATE
                       AND WS-CD-RC < 8
                   ADD 1 TO WS-JB-MTD-ONTIME(WS-FIND-IX)
               END-IF
           END-IF.

       READ-ONE-CONTROL-RECORD-EXIT.

           EXIT.

       CONTROL-RECORD-TIMES SECTION.

           MOVE WS-CD-START-TIME(1:4) TO WS-HHMM-X
           PERFORM CLOCK-TO-WINDOW
           MOVE WS-WINDOW-MINUTES TO WS-RUN-START
           MOVE 0 TO WS-RUN-END WS-RUN-MINUTES
           IF RUN-ENDED
               MOVE WS-CD-END-TIME(1:4) TO WS-HHMM-X
               PERFORM CLOCK-TO-WINDOW
               MOVE WS-WINDOW-MINUTES TO WS-RUN-END
               IF WS-RUN-END >= WS-RUN-START
                   COMPUTE WS-RUN-MINUTES = WS-RUN-END - WS-RUN-START
               END-IF
           END-IF

           EXIT.

       ADD-RUN-TO-HISTORY SECTION.

           IF NOT RUN-ENDED OR WS-CD-RC >= 8
               GO TO ADD-RUN-TO-HISTORY-EXIT
           END-IF

           MOVE WS-CK-DATE TO WS-DATE-WORK
           PERFORM COMPUTE-DAY-SERIAL
           IF WS-BUSINESS-SERIAL - WS-DAY-SERIAL <= 28
               ADD WS-RUN-MINUTES TO WS-JB-HIST-SUM(WS-FIND-IX)
               ADD 1 TO WS-JB-HIST-RUNS(WS-FIND-IX)
           END-IF.

       ADD-RUN-TO-HISTORY-EXIT.

           EXIT.

      * WS-RUN-START / WS-RUN-END against the deadlines of WS-JOB-IX.
       CHECK-RUN-LATENESS SECTION.

           MOVE 'N' TO WS-START-LATE-SWITCH WS-END-LATE-SWITCH
           IF JB-START-DEADLINE(WS-JOB-IX)
                   AND WS-RUN-START > WS-JB-LATEST-START(WS-JOB-IX)
               SET RUN-STARTED-LATE TO TRUE
           END-IF
           IF JB-END-DEADLINE(WS-JOB-IX)
                   AND WS-RUN-END > WS-JB-LATEST-END(WS-JOB-IX)
               SET RUN-ENDED-LATE TO TRUE
           END-IF

           EXIT.

       SET-EXPECTED-RUN-TIMES SECTION.

           PERFORM SET-ONE-EXPECTED-TIME
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT

           EXIT.

       SET-ONE-EXPECTED-TIME SECTION.

           IF NOT JB-EXP-DEFINED(WS-JOB-IX)
                   AND WS-JB-HIST-RUNS(WS-JOB-IX) > 0
               DIVIDE WS-JB-HIST-SUM(WS-JOB-IX) BY
                   WS-JB-HIST-RUNS(WS-JOB-IX)
                   GIVING WS-JB-EXPECTED(WS-JOB-IX) ROUNDED
               MOVE 'H' TO WS-JB-EXP-SOURCE(WS-JOB-IX)
           END-IF

           EXIT.

      * Monitor mode projects every job's end through its predecessor
      * chain, then tests each job with a deadline.
       MONITOR-DEADLINES SECTION.

           PERFORM LOAD-RAISED-ALERTS

           MOVE 0 TO WS-PASS-COUNT
           SET PROJECTION-CHANGED TO TRUE
           PERFORM PROJECT-END-TIMES
               UNTIL NOT PROJECTION-CHANGED OR WS-PASS-COUNT >= 200

           PERFORM CHECK-ONE-DEADLINE
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT

           DISPLAY 'SLAMON: ' WS-WARNING-TOTAL ' WARNINGS, '
               WS-MISSED-TOTAL ' MISSED, ' WS-RAISED-TOTAL
               ' NEW ALERTS'

           EXIT.

       LOAD-RAISED-ALERTS SECTION.

           OPEN INPUT ALERT-IN-FILE
           IF WS-ALERT-IN-STATUS NOT = "00"
               GO TO LOAD-RAISED-ALERTS-EXIT
           END-IF

           PERFORM LOAD-ONE-RAISED-ALERT UNTIL ALERT-IN-EOF
           CLOSE ALERT-IN-FILE.

       LOAD-RAISED-ALERTS-EXIT.

           EXIT.

       LOAD-ONE-RAISED-ALERT SECTION.

           READ ALERT-IN-FILE
               AT END
                   SET ALERT-IN-EOF TO TRUE
           END-READ

           IF NOT ALERT-IN-EOF
                   AND AI-PGM = 'SLAMON'
                   AND AI-DATE = WS-BUSINESS-DATE
                   AND WS-RAISED-COUNT < 500
               ADD 1 TO WS-RAISED-COUNT
               MOVE AI-FILE(1:8) TO WS-RA-JOB(WS-RAISED-COUNT)
               MOVE AI-OP TO WS-RA-KIND(WS-RAISED-COUNT)
           END-IF

           EXIT.

       PROJECT-END-TIMES SECTION.

           ADD 1 TO WS-PASS-COUNT
           MOVE 'N' TO WS-CHANGE-SWITCH
           PERFORM PROJECT-ONE-JOB
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT

           EXIT.

      * Ended: its actual end. Running: start plus expected run time,
      * but never earlier than now. Not started: it can start no
      * sooner than now or the projected end of its last predecessor.
       PROJECT-ONE-JOB SECTION.

           EVALUATE TRUE
               WHEN JB-ENDED(WS-JOB-IX)
                   MOVE WS-JB-ACT-END(WS-JOB-IX) TO WS-NEW-PROJ
               WHEN JB-RUNNING(WS-JOB-IX)
                   COMPUTE WS-NEW-PROJ = WS-JB-ACT-START(WS-JOB-IX)
                       + WS-JB-EXPECTED(WS-JOB-IX)
                   IF WS-NEW-PROJ < WS-NOW-MINUTES
                       MOVE WS-NOW-MINUTES TO WS-NEW-PROJ
                   END-IF
               WHEN OTHER
                   MOVE WS-NOW-MINUTES TO WS-EST-START
                   PERFORM TAKE-ONE-PRED-END
                       VARYING WS-PRED-IX FROM 1 BY 1
                       UNTIL WS-PRED-IX > 4
                   COMPUTE WS-NEW-PROJ = WS-EST-START
                       + WS-JB-EXPECTED(WS-JOB-IX)
           END-EVALUATE

           IF WS-NEW-PROJ NOT = WS-JB-PROJ-END(WS-JOB-IX)
               MOVE WS-NEW-PROJ TO WS-JB-PROJ-END(WS-JOB-IX)
               SET PROJECTION-CHANGED TO TRUE
           END-IF

           EXIT.

       TAKE-ONE-PRED-END SECTION.

           MOVE WS-JB-PRED-IX(WS-JOB-IX, WS-PRED-IX) TO WS-PRED-JOB
           IF WS-PRED-JOB > 0
               IF WS-JB-PROJ-END(WS-PRED-JOB) > WS-EST-START
                   MOVE WS-JB-PROJ-END(WS-PRED-JOB) TO WS-EST-START
               END-IF
           END-IF

           EXIT.

       CHECK-ONE-DEADLINE SECTION.

           IF NOT JB-HAS-SLA(WS-JOB-IX) OR JB-ENDED(WS-JOB-IX)
               GO TO CHECK-ONE-DEADLINE-EXIT
           END-IF

           IF JB-NOT-STARTED(WS-JOB-IX)
                   AND JB-START-DEADLINE(WS-JOB-IX)
                   AND WS-NOW-MINUTES > WS-JB-LATEST-START(WS-JOB-IX)
               ADD 1 TO WS-WARNING-TOTAL
               MOVE WS-JB-LATEST-START(WS-JOB-IX) TO
                   WS-WINDOW-MINUTES
               PERFORM WINDOW-TO-CLOCK
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING 'LATE TO START, LATEST START '
                                   DELIMITED BY SIZE
                      WS-CLOCK-TEXT DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               MOVE 'L' TO WS-ALERT-KIND
               PERFORM RAISE-SLA-ALERT
           END-IF

           IF JB-END-DEADLINE(WS-JOB-IX)
                   AND WS-NOW-MINUTES > WS-JB-LATEST-END(WS-JOB-IX)
               ADD 1 TO WS-MISSED-TOTAL
               MOVE WS-JB-LATEST-END(WS-JOB-IX) TO WS-WINDOW-MINUTES
               PERFORM WINDOW-TO-CLOCK
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING 'MISSED LATEST END ' DELIMITED BY SIZE
                      WS-CLOCK-TEXT        DELIMITED BY SIZE
                      ', NOT ENDED'        DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               MOVE 'M' TO WS-ALERT-KIND
               PERFORM RAISE-SLA-ALERT
               GO TO CHECK-ONE-DEADLINE-EXIT
           END-IF

           IF JB-RUNNING(WS-JOB-IX)
                   AND NOT JB-EXP-NONE(WS-JOB-IX)
                   AND WS-NOW-MINUTES > WS-JB-ACT-START(WS-JOB-IX)
                       + WS-JB-EXPECTED(WS-JOB-IX)
               ADD 1 TO WS-WARNING-TOTAL
               MOVE WS-JB-EXPECTED(WS-JOB-IX) TO WS-EXP-TEXT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING 'OVERRUNNING, EXPECTED ' DELIMITED BY SIZE
                      WS-EXP-TEXT              DELIMITED BY SIZE
                      ' MINUTES'               DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               MOVE 'O' TO WS-ALERT-KIND
               PERFORM RAISE-SLA-ALERT
           END-IF

           IF JB-END-DEADLINE(WS-JOB-IX)
                   AND WS-JB-PROJ-END(WS-JOB-IX) >
                       WS-JB-LATEST-END(WS-JOB-IX)
               ADD 1 TO WS-WARNING-TOTAL
               MOVE 'N' TO WS-PRED-OPEN-SWITCH
               PERFORM CHECK-ONE-PRED-OPEN
                   VARYING WS-PRED-IX FROM 1 BY 1
                   UNTIL WS-PRED-IX > 4
               MOVE WS-JB-PROJ-END(WS-JOB-IX) TO WS-WINDOW-MINUTES
               PERFORM WINDOW-TO-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-PROJ-TEXT
               MOVE WS-JB-LATEST-END(WS-JOB-IX) TO WS-WINDOW-MINUTES
               PERFORM WINDOW-TO-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-LIMIT-TEXT
               MOVE SPACES TO WS-ALERT-MESSAGE
               IF PREDECESSOR-NOT-ENDED
                   STRING 'AT RISK VIA PREDECESSOR, END '
                                        DELIMITED BY SIZE
                          WS-PROJ-TEXT  DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               ELSE
                   STRING 'AT RISK, PROJECTED END ' DELIMITED BY SIZE
                          WS-PROJ-TEXT  DELIMITED BY SIZE
                          ' VS '        DELIMITED BY SIZE
                          WS-LIMIT-TEXT DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               END-IF
               MOVE 'R' TO WS-ALERT-KIND
               PERFORM RAISE-SLA-ALERT
           END-IF.

       CHECK-ONE-DEADLINE-EXIT.

           EXIT.

       CHECK-ONE-PRED-OPEN SECTION.

           MOVE WS-JB-PRED-IX(WS-JOB-IX, WS-PRED-IX) TO WS-PRED-JOB
           IF WS-PRED-JOB > 0
               IF NOT JB-ENDED(WS-PRED-JOB)
                   SET PREDECESSOR-NOT-ENDED TO TRUE
               END-IF
           END-IF

           EXIT.

      * Every condition is shown on each run; OPERALRT only gets the
      * first of each kind per job and business date, so repeated
      * monitor runs do not count as repeat alerts in ALERTMON.
       RAISE-SLA-ALERT SECTION.

           DISPLAY 'SLAMON: ' WS-JB-NAME(WS-JOB-IX) ' '
               WS-ALERT-MESSAGE

           MOVE 'N' TO WS-RAISED-SWITCH
           MOVE 0 TO WS-RAISED-IX
           PERFORM MATCH-ONE-RAISED-ALERT
               UNTIL ALERT-ALREADY-RAISED
                   OR WS-RAISED-IX >= WS-RAISED-COUNT
           IF ALERT-ALREADY-RAISED
               GO TO RAISE-SLA-ALERT-EXIT
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND ALERT-OUT-FILE
           IF WS-ALERT-OUT-STATUS = "35"
               OPEN OUTPUT ALERT-OUT-FILE
           END-IF
           IF WS-ALERT-OUT-STATUS = "00"
               MOVE SPACES TO ALERT-OUT-RECORD
               MOVE WS-BUSINESS-DATE TO AO-DATE
               MOVE WS-NOW-TIME TO AO-TIME
               MOVE 'SLAMON' TO AO-PGM
               MOVE WS-JB-NAME(WS-JOB-IX) TO AO-FILE
               MOVE WS-ALERT-KIND TO AO-OP
               MOVE '00' TO AO-STATUS
               MOVE WS-ALERT-MESSAGE TO AO-MESSAGE
               WRITE ALERT-OUT-RECORD
               CLOSE ALERT-OUT-FILE
           END-IF

           DISPLAY 'SLAMON JOB=' WS-JB-NAME(WS-JOB-IX)
               ' DATE=' WS-BUSINESS-DATE
               ' ' WS-ALERT-MESSAGE
               UPON CONSOLE

           ADD 1 TO WS-RAISED-TOTAL
           IF WS-RAISED-COUNT < 500
               ADD 1 TO WS-RAISED-COUNT
               MOVE WS-JB-NAME(WS-JOB-IX) TO WS-RA-JOB(WS-RAISED-COUNT)
               MOVE WS-ALERT-KIND TO WS-RA-KIND(WS-RAISED-COUNT)
           END-IF.

       RAISE-SLA-ALERT-EXIT.

           EXIT.

       MATCH-ONE-RAISED-ALERT SECTION.

           ADD 1 TO WS-RAISED-IX
           IF WS-RA-JOB(WS-RAISED-IX) = WS-JB-NAME(WS-JOB-IX)
                   AND WS-RA-KIND(WS-RAISED-IX) = WS-ALERT-KIND
               SET ALERT-ALREADY-RAISED TO TRUE
           END-IF

           EXIT.

      * Report mode lists the deadline, actual and variance (minutes,
      * late is positive) for each job with a deadline.
       WRITE-SLA-REPORT SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'SLAMON' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'SLAMON: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               SET SLA-ABORTED TO TRUE
               GO TO WRITE-SLA-REPORT-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'BATCH SLA REPORT FOR BUSINESS DATE '
                                  DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'JOB       L-STA  START  S-VAR   L-END    END  '
                  'E-VAR  STATUS                 MTD   OK    PCT'
                  DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           PERFORM REPORT-ONE-JOB
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'JOBS WITH DEADLINES' TO WS-SL-LABEL
           MOVE WS-RPT-JOBS TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ON TIME' TO WS-SL-LABEL
           MOVE WS-RPT-ONTIME TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'LATE' TO WS-SL-LABEL
           MOVE WS-RPT-LATE TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NOT RUN OR NOT ENDED' TO WS-SL-LABEL
           MOVE WS-RPT-NOT-RUN TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'MONTH-TO-DATE ON-TIME PCT' TO
               FILE-RECORD OF FILEHANDLER
           IF WS-MTD-RUNS > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-MTD-ONTIME * 100 / WS-MTD-RUNS
               MOVE WS-PCT-WORK TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO FILE-RECORD OF FILEHANDLER(35:5)
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       WRITE-SLA-REPORT-EXIT.

           EXIT.

       REPORT-ONE-JOB SECTION.

           IF NOT JB-HAS-SLA(WS-JOB-IX)
               GO TO REPORT-ONE-JOB-EXIT
           END-IF

           ADD 1 TO WS-RPT-JOBS
           ADD WS-JB-MTD-RUNS(WS-JOB-IX) TO WS-MTD-RUNS
           ADD WS-JB-MTD-ONTIME(WS-JOB-IX) TO WS-MTD-ONTIME
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-JB-NAME(WS-JOB-IX) TO WS-DL-JOB

           IF JB-START-DEADLINE(WS-JOB-IX)
               MOVE WS-JB-LATEST-START(WS-JOB-IX) TO WS-WINDOW-MINUTES
               PERFORM WINDOW-TO-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-DL-LSTART
           END-IF
           IF JB-END-DEADLINE(WS-JOB-IX)
               MOVE WS-JB-LATEST-END(WS-JOB-IX) TO WS-WINDOW-MINUTES
               PERFORM WINDOW-TO-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-DL-LEND
           END-IF

           IF NOT JB-NOT-STARTED(WS-JOB-IX)
               MOVE WS-JB-ACT-START(WS-JOB-IX) TO WS-WINDOW-MINUTES
               PERFORM WINDOW-TO-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-DL-ASTART
               IF JB-START-DEADLINE(WS-JOB-IX)
                   COMPUTE WS-VARIANCE = WS-JB-ACT-START(WS-JOB-IX)
                       - WS-JB-LATEST-START(WS-JOB-IX)
                   MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
                   MOVE WS-VARIANCE-EDIT TO WS-DL-SVAR
               END-IF
           END-IF
           IF JB-ENDED(WS-JOB-IX)
               MOVE WS-JB-ACT-END(WS-JOB-IX) TO WS-WINDOW-MINUTES
               PERFORM WINDOW-TO-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-DL-AEND
               IF JB-END-DEADLINE(WS-JOB-IX)
                   COMPUTE WS-VARIANCE = WS-JB-ACT-END(WS-JOB-IX)
                       - WS-JB-LATEST-END(WS-JOB-IX)
                   MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
                   MOVE WS-VARIANCE-EDIT TO WS-DL-EVAR
               END-IF
           END-IF

           MOVE WS-JB-ACT-START(WS-JOB-IX) TO WS-RUN-START
           MOVE WS-JB-ACT-END(WS-JOB-IX) TO WS-RUN-END
           PERFORM CHECK-RUN-LATENESS
           EVALUATE TRUE
               WHEN JB-NOT-STARTED(WS-JOB-IX)
                   MOVE 'NOT RUN' TO WS-DL-STATUS
                   ADD 1 TO WS-RPT-NOT-RUN
               WHEN JB-RUNNING(WS-JOB-IX)
                   MOVE 'STARTED, NOT ENDED' TO WS-DL-STATUS
                   ADD 1 TO WS-RPT-NOT-RUN
               WHEN RUN-STARTED-LATE AND RUN-ENDED-LATE
                   MOVE 'LATE START AND END' TO WS-DL-STATUS
                   ADD 1 TO WS-RPT-LATE
               WHEN RUN-STARTED-LATE
                   MOVE 'LATE START' TO WS-DL-STATUS
                   ADD 1 TO WS-RPT-LATE
               WHEN RUN-ENDED-LATE
                   MOVE 'LATE END' TO WS-DL-STATUS
                   ADD 1 TO WS-RPT-LATE
               WHEN WS-JB-RC(WS-JOB-IX) >= 8
                   MOVE 'ENDED IN ERROR RC ' TO WS-DL-STATUS
                   MOVE WS-JB-RC(WS-JOB-IX) TO WS-DL-STATUS(19:4)
                   ADD 1 TO WS-RPT-LATE
               WHEN OTHER
                   MOVE 'ON TIME' TO WS-DL-STATUS
                   ADD 1 TO WS-RPT-ONTIME
           END-EVALUATE

           MOVE WS-JB-MTD-RUNS(WS-JOB-IX) TO WS-DL-MTD-RUNS
           MOVE WS-JB-MTD-ONTIME(WS-JOB-IX) TO WS-DL-MTD-OK
           IF WS-JB-MTD-RUNS(WS-JOB-IX) > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-JB-MTD-ONTIME(WS-JOB-IX) * 100
                   / WS-JB-MTD-RUNS(WS-JOB-IX)
               MOVE WS-PCT-WORK TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-DL-MTD-PCT
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-DETAIL-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-JOB-EXIT.

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
