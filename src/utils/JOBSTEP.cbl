       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTEP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "JOBSTEP.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT STREAM-FILE ASSIGN TO DYNAMIC WS-DYN-STREAM-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-STREAM-STATUS.

       SELECT STEP-PARM-FILE ASSIGN TO DYNAMIC WS-DYN-STEP-PARM-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-STEP-PARM-STATUS.

       SELECT UTILITY-PARM-FILE ASSIGN TO DYNAMIC WS-DYN-UTIL-PARM-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-UTIL-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

      * Stream definition, one step per 80-byte record in run order:
      *   COLS 01-08  STEP NAME
      *   COLS 10-20  PROGRAM TO CALL
      *   COLS 22-61  PARAMETER FILE (BLANK = <PROGRAM>.PRM)
      *   COL  63     CONDITION  S = SKIP IF TRUE, R = RUN ONLY IF TRUE
      *                          BLANK = ALWAYS RUN
      *   COLS 65-72  PRIOR STEP NAME, OR ANY FOR ANY PRIOR STEP
      *   COLS 74-75  EQ NE GT GE LT LE
      *   COLS 77-80  RETURN CODE COMPARED
      * e.g.  S ANY      GE 0008   skip if any prior RC >= 0008
      *       R VALID    EQ 0004   run only if step VALID gave 0004
      * Records starting '*' are comments.
       FD STREAM-FILE
           DATA RECORD IS STREAM-RECORD.
       01 STREAM-RECORD.
           05 SR-STEP-NAME    PIC X(08).
           05 FILLER          PIC X(01).
           05 SR-PROGRAM      PIC X(11).
           05 FILLER          PIC X(01).
           05 SR-PARM-FILE    PIC X(40).
           05 FILLER          PIC X(01).
           05 SR-COND-ACTION  PIC X(01).
           05 FILLER          PIC X(01).
           05 SR-COND-STEP    PIC X(08).
           05 FILLER          PIC X(01).
           05 SR-COND-OP      PIC X(02).
           05 FILLER          PIC X(01).
           05 SR-COND-RC      PIC X(04).

       FD STEP-PARM-FILE
           DATA RECORD IS STEP-PARM-RECORD.
       01 STEP-PARM-RECORD PIC X(80).

       FD UTILITY-PARM-FILE
           DATA RECORD IS UTILITY-PARM-RECORD.
       01 UTILITY-PARM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "RUNCTL.cpy".
       COPY "FILESORT.cpy".
       COPY "FILEVALID.cpy".

       01 WS-PARM-STATUS      PIC X(2).
       01 WS-STREAM-STATUS    PIC X(2).
       01 WS-STEP-PARM-STATUS PIC X(2).
       01 WS-UTIL-PARM-STATUS PIC X(2).
       01 WS-DYN-STREAM-FILENAME PIC X(200).
       01 WS-DYN-STEP-PARM-NAME  PIC X(200).
       01 WS-DYN-UTIL-PARM-NAME  PIC X(200).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 STREAM-ABORTED VALUE 'Y'.
       01 WS-STREAM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 STREAM-EOF VALUE 'Y'.
       01 WS-STEP-PARM-EOF-SWITCH PIC X(1).
           88 STEP-PARM-EOF VALUE 'Y'.
       01 WS-INPUT-EOF-SWITCH PIC X(1).
           88 STEP-INPUT-EOF VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-JOB-NAME          PIC X(8).
       01 WS-STREAM-FILENAME   PIC X(200).
       01 WS-HISTORY-FILENAME  PIC X(200).
       01 WS-CONTROL-FILENAME  PIC X(200).
       01 WS-CALENDAR-FILENAME PIC X(200).
       01 WS-RESTART-STEP      PIC X(8).
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-NOW-TIME      PIC 9(08).
       01 WS-HIST-HANDLE   PIC 9(02) VALUE 0.

       01 WS-STEP-TABLE.
           05 WS-STEP-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-STEP-ENTRY OCCURS 30 TIMES.
               10 WS-ST-NAME        PIC X(08).
               10 WS-ST-PROGRAM     PIC X(11).
               10 WS-ST-PARM-FILE   PIC X(40).
               10 WS-ST-COND-ACTION PIC X(01).
                   88 ST-SKIP-IF-TRUE VALUE 'S'.
                   88 ST-RUN-IF-TRUE  VALUE 'R'.
                   88 ST-NO-CONDITION VALUE ' '.
               10 WS-ST-COND-STEP   PIC X(08).
               10 WS-ST-COND-OP     PIC X(02).
               10 WS-ST-COND-RC     PIC 9(04).
               10 WS-ST-STATUS      PIC X(01).
                   88 ST-STARTED VALUE 'S'.
                   88 ST-ENDED   VALUE 'E'.
                   88 ST-SKIPPED VALUE 'K'.
               10 WS-ST-RC          PIC 9(04).
       01 WS-STEP-IX    PIC 9(03) COMP VALUE 0.
       01 WS-PRIOR-IX   PIC 9(03) COMP VALUE 0.
       01 WS-RESTART-IX PIC 9(03) COMP VALUE 0.
       01 WS-MAX-RC     PIC 9(04) VALUE 0.

       01 WS-COND-SWITCH PIC X(1).
           88 CONDITION-TRUE VALUE 'Y'.
       01 WS-COMPARE-SWITCH PIC X(1).
           88 COMPARE-TRUE VALUE 'Y'.
       01 WS-COMPARE-RC PIC 9(04).

       01 WS-STEP-RC      PIC 9(04).
       01 WS-STEP-MESSAGE PIC X(40).
       01 WS-STEP-PGM     PIC X(11).
       01 WS-STEP-PARM-NAME PIC X(200).
       01 WS-UTIL-PARM-NAME PIC X(200).
       01 WS-SAVED-PARM-NAME PIC X(200).
       01 WS-PARM-SAVED-SWITCH PIC X(1).
           88 UTIL-PARM-SAVED VALUE 'Y'.
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
       01 WS-STEP-INPUT-FILENAME PIC X(200).
       01 WS-PARSE-OFFSET PIC X(5).
       01 WS-PARSE-LENGTH PIC X(3).
       01 WS-PARSE-ORDER  PIC X(1).
       01 WS-KEY-IX PIC 9(01) VALUE 0.

      * Step history, indexed through FILEHANDLER, one record per
      * step per job per business date.
       01 WS-HIST-KEY.
           05 WS-HK-JOB  PIC X(08).
           05 WS-HK-DATE PIC 9(08).
           05 WS-HK-STEP PIC 9(03).
           05 FILLER     PIC X(01).
       01 WS-HIST-DATA.
           05 WS-HD-STEP-NAME  PIC X(08).
           05 WS-HD-PROGRAM    PIC X(11).
           05 WS-HD-STATUS     PIC X(01).
           05 WS-HD-START-DATE PIC 9(08).
           05 WS-HD-START-TIME PIC 9(08).
           05 WS-HD-END-DATE   PIC 9(08).
           05 WS-HD-END-TIME   PIC 9(08).
           05 WS-HD-RC         PIC 9(04).
           05 WS-HD-MESSAGE    PIC X(40).
           05 FILLER           PIC X(384).
       01 WS-HIST-FOUND-SWITCH PIC X(1).
           88 HISTORY-RECORD-FOUND VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT STREAM-ABORTED
               PERFORM LOAD-STREAM
           END-IF
           IF NOT STREAM-ABORTED
               PERFORM START-RUN-CONTROL
           END-IF
           IF NOT STREAM-ABORTED
               PERFORM FIND-RESTART-STEP
           END-IF

           IF NOT STREAM-ABORTED
               PERFORM RUN-ONE-STEP
                   VARYING WS-STEP-IX FROM WS-RESTART-IX BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               PERFORM END-RUN-CONTROL
               DISPLAY 'JOBSTEP: JOB ' WS-JOB-NAME
                   ' ENDED HIGHEST RC ' WS-MAX-RC
               MOVE WS-MAX-RC TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'JOBSTEP: PARAMETER FILE NOT AVAILABLE'
               SET STREAM-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT STREAM-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-JOB-NAME = SPACES
                   OR WS-STREAM-FILENAME = SPACES
                   OR WS-HISTORY-FILENAME = SPACES
                   OR WS-CONTROL-FILENAME = SPACES
               DISPLAY 'JOBSTEP: JOB, STREAM, HISTORY AND CONTROL '
                   'MUST ALL BE NAMED'
               SET STREAM-ABORTED TO TRUE
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
                   WHEN 'JOB'
                       MOVE WS-PARM-VALUE(1:8) TO WS-JOB-NAME
                   WHEN 'STREAM'
                       MOVE WS-PARM-VALUE TO WS-STREAM-FILENAME
                   WHEN 'HISTORY'
                       MOVE WS-PARM-VALUE TO WS-HISTORY-FILENAME
                   WHEN 'CONTROL'
                       MOVE WS-PARM-VALUE TO WS-CONTROL-FILENAME
                   WHEN 'CALENDAR'
                       MOVE WS-PARM-VALUE TO WS-CALENDAR-FILENAME
                   WHEN 'RESTART'
                       MOVE WS-PARM-VALUE(1:8) TO WS-RESTART-STEP
                   WHEN OTHER
                       DISPLAY 'JOBSTEP: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       LOAD-STREAM SECTION.

           MOVE WS-STREAM-FILENAME TO WS-DYN-STREAM-FILENAME
           OPEN INPUT STREAM-FILE
           IF WS-STREAM-STATUS NOT = "00"
               DISPLAY 'JOBSTEP: CANNOT OPEN STREAM '
                   WS-STREAM-FILENAME(1:40)
               SET STREAM-ABORTED TO TRUE
               GO TO LOAD-STREAM-EXIT
           END-IF

           PERFORM LOAD-ONE-STEP UNTIL STREAM-EOF OR STREAM-ABORTED
           CLOSE STREAM-FILE

           IF WS-STEP-COUNT = 0 AND NOT STREAM-ABORTED
               DISPLAY 'JOBSTEP: STREAM HAS NO STEPS'
               SET STREAM-ABORTED TO TRUE
           END-IF.

       LOAD-STREAM-EXIT.

           EXIT.

       LOAD-ONE-STEP SECTION.

           READ STREAM-FILE
               AT END
                   SET STREAM-EOF TO TRUE
           END-READ
           IF STREAM-EOF
               GO TO LOAD-ONE-STEP-EXIT
           END-IF
           IF STREAM-RECORD = SPACES OR STREAM-RECORD(1:1) = '*'
               GO TO LOAD-ONE-STEP-EXIT
           END-IF

           IF WS-STEP-COUNT >= 30
               DISPLAY 'JOBSTEP: MORE THAN 30 STEPS IN STREAM'
               SET STREAM-ABORTED TO TRUE
               GO TO LOAD-ONE-STEP-EXIT
           END-IF
           IF SR-STEP-NAME = SPACES OR SR-PROGRAM = SPACES
               DISPLAY 'JOBSTEP: STEP NAME AND PROGRAM REQUIRED '
                   STREAM-RECORD(1:40)
               SET STREAM-ABORTED TO TRUE
               GO TO LOAD-ONE-STEP-EXIT
           END-IF

           IF SR-COND-ACTION NOT = SPACE
               IF (SR-COND-ACTION NOT = 'S' AND NOT = 'R')
                       OR SR-COND-STEP = SPACES
                       OR SR-COND-RC IS NOT NUMERIC
                       OR (SR-COND-OP NOT = 'EQ' AND NOT = 'NE'
                           AND NOT = 'GT' AND NOT = 'GE'
                           AND NOT = 'LT' AND NOT = 'LE')
                   DISPLAY 'JOBSTEP: BAD CONDITION ON STEP '
                       SR-STEP-NAME
                   SET STREAM-ABORTED TO TRUE
                   GO TO LOAD-ONE-STEP-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-STEP-COUNT
           MOVE SR-STEP-NAME TO WS-ST-NAME(WS-STEP-COUNT)
           MOVE SR-PROGRAM TO WS-ST-PROGRAM(WS-STEP-COUNT)
           MOVE SR-PARM-FILE TO WS-ST-PARM-FILE(WS-STEP-COUNT)
           MOVE SR-COND-ACTION TO WS-ST-COND-ACTION(WS-STEP-COUNT)
           MOVE SR-COND-STEP TO WS-ST-COND-STEP(WS-STEP-COUNT)
           MOVE SR-COND-OP TO WS-ST-COND-OP(WS-STEP-COUNT)
           IF SR-COND-ACTION = SPACE
               MOVE 0 TO WS-ST-COND-RC(WS-STEP-COUNT)
           ELSE
               MOVE SR-COND-RC TO WS-ST-COND-RC(WS-STEP-COUNT)
           END-IF
           MOVE SPACE TO WS-ST-STATUS(WS-STEP-COUNT)
           MOVE 0 TO WS-ST-RC(WS-STEP-COUNT).

       LOAD-ONE-STEP-EXIT.

           EXIT.

       START-RUN-CONTROL SECTION.

           MOVE SPACES TO RUNCTL
           MOVE 'RUNCTL' TO RK-PGM-NAME
           SET RK-START TO TRUE
           MOVE WS-JOB-NAME TO RK-JOB-NAME
           MOVE WS-CONTROL-FILENAME TO RK-CONTROL-FILENAME
           MOVE WS-CALENDAR-FILENAME TO RK-CALENDAR-FILENAME
           MOVE 0 TO RK-JOB-RC
           CALL "RUNCTL" USING RUNCTL FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               DISPLAY 'JOBSTEP: RUNCTL REFUSED JOB ' WS-JOB-NAME
                   ' ' SHOP-RETURN-MESSAGE
               SET STREAM-ABORTED TO TRUE
           ELSE
               MOVE RK-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF

           EXIT.

       END-RUN-CONTROL SECTION.

           MOVE SPACES TO RUNCTL
           MOVE 'RUNCTL' TO RK-PGM-NAME
           SET RK-END TO TRUE
           MOVE WS-JOB-NAME TO RK-JOB-NAME
           MOVE WS-CONTROL-FILENAME TO RK-CONTROL-FILENAME
           MOVE WS-CALENDAR-FILENAME TO RK-CALENDAR-FILENAME
           MOVE WS-MAX-RC TO RK-JOB-RC
           CALL "RUNCTL" USING RUNCTL FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               DISPLAY 'JOBSTEP: RUNCTL END NOT RECORDED '
                   SHOP-RETURN-MESSAGE
           END-IF

           EXIT.

      * A step that ended below RC 0008, or was skipped by its
      * condition, is complete for the business date. The stream
      * resumes at the first step that is not, unless RESTART= names
      * a step to resume from. Completed steps keep their recorded RC
      * so later conditions see it.
       FIND-RESTART-STEP SECTION.

           PERFORM OPEN-HISTORY
           IF STREAM-ABORTED
               GO TO FIND-RESTART-STEP-EXIT
           END-IF

           MOVE 0 TO WS-RESTART-IX
           PERFORM READ-ONE-STEP-HISTORY
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT
           PERFORM CLOSE-HISTORY

           IF WS-RESTART-STEP NOT = SPACES
               MOVE 0 TO WS-RESTART-IX
               PERFORM MATCH-RESTART-STEP
                   VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-RESTART-IX = 0
                   DISPLAY 'JOBSTEP: RESTART STEP NOT IN STREAM '
                       WS-RESTART-STEP
                   SET STREAM-ABORTED TO TRUE
                   GO TO FIND-RESTART-STEP-EXIT
               END-IF
           END-IF

           IF WS-RESTART-IX = 0
               COMPUTE WS-RESTART-IX = WS-STEP-COUNT + 1
               DISPLAY 'JOBSTEP: ALL STEPS ALREADY COMPLETE FOR '
                   WS-BUSINESS-DATE
           ELSE
               IF WS-RESTART-IX > 1
                   DISPLAY 'JOBSTEP: RESUMING JOB ' WS-JOB-NAME
                       ' AT STEP ' WS-ST-NAME(WS-RESTART-IX)
               END-IF
           END-IF

           MOVE 0 TO WS-MAX-RC
           PERFORM TAKE-PRIOR-STEP-RC
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX >= WS-RESTART-IX.

       FIND-RESTART-STEP-EXIT.

           EXIT.

       READ-ONE-STEP-HISTORY SECTION.

           PERFORM READ-HISTORY-RECORD
           IF HISTORY-RECORD-FOUND
               MOVE WS-HD-STATUS TO WS-ST-STATUS(WS-STEP-IX)
               MOVE WS-HD-RC TO WS-ST-RC(WS-STEP-IX)
           END-IF

           IF WS-RESTART-IX = 0
               IF NOT HISTORY-RECORD-FOUND
                       OR ST-STARTED(WS-STEP-IX)
                       OR (ST-ENDED(WS-STEP-IX)
                           AND WS-ST-RC(WS-STEP-IX) >= 0008)
                   MOVE WS-STEP-IX TO WS-RESTART-IX
               END-IF
           END-IF

           EXIT.

       MATCH-RESTART-STEP SECTION.

           IF WS-ST-NAME(WS-STEP-IX) = WS-RESTART-STEP
                   AND WS-RESTART-IX = 0
               MOVE WS-STEP-IX TO WS-RESTART-IX
           END-IF

           EXIT.

       TAKE-PRIOR-STEP-RC SECTION.

           IF ST-ENDED(WS-STEP-IX)
                   AND WS-ST-RC(WS-STEP-IX) > WS-MAX-RC
               MOVE WS-ST-RC(WS-STEP-IX) TO WS-MAX-RC
           END-IF

           EXIT.

       RUN-ONE-STEP SECTION.

           MOVE SPACE TO WS-ST-STATUS(WS-STEP-IX)
           MOVE 0 TO WS-ST-RC(WS-STEP-IX)
           PERFORM EVALUATE-STEP-CONDITION

           IF (ST-SKIP-IF-TRUE(WS-STEP-IX) AND CONDITION-TRUE)
                   OR (ST-RUN-IF-TRUE(WS-STEP-IX)
                       AND NOT CONDITION-TRUE)
               SET ST-SKIPPED(WS-STEP-IX) TO TRUE
               MOVE 0 TO WS-STEP-RC
               MOVE 'SKIPPED BY STEP CONDITION' TO WS-STEP-MESSAGE
               PERFORM RECORD-STEP-SKIPPED
               DISPLAY 'JOBSTEP: STEP ' WS-ST-NAME(WS-STEP-IX)
                   ' SKIPPED BY CONDITION'
               GO TO RUN-ONE-STEP-EXIT
           END-IF

           SET ST-STARTED(WS-STEP-IX) TO TRUE
           PERFORM RECORD-STEP-STARTED
           DISPLAY 'JOBSTEP: STEP ' WS-ST-NAME(WS-STEP-IX)
               ' STARTED PROGRAM ' WS-ST-PROGRAM(WS-STEP-IX)

           MOVE WS-ST-PROGRAM(WS-STEP-IX) TO WS-STEP-PGM
           MOVE SPACES TO WS-STEP-PARM-NAME
           IF WS-ST-PARM-FILE(WS-STEP-IX) = SPACES
               STRING WS-STEP-PGM DELIMITED BY SPACE
                      ".PRM"      DELIMITED BY SIZE
                   INTO WS-STEP-PARM-NAME
           ELSE
               MOVE WS-ST-PARM-FILE(WS-STEP-IX) TO WS-STEP-PARM-NAME
           END-IF
           MOVE 0 TO WS-STEP-RC
           MOVE 'NORMAL COMPLETION' TO WS-STEP-MESSAGE

           EVALUATE WS-STEP-PGM
               WHEN 'FILESORT'
                   PERFORM RUN-SORT-STEP
               WHEN 'FILEVALID'
                   PERFORM RUN-VALIDATION-STEP
               WHEN OTHER
                   PERFORM RUN-UTILITY-STEP
           END-EVALUATE

           SET ST-ENDED(WS-STEP-IX) TO TRUE
           MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-IX)
           IF WS-STEP-RC > WS-MAX-RC
               MOVE WS-STEP-RC TO WS-MAX-RC
           END-IF
           PERFORM RECORD-STEP-ENDED
           DISPLAY 'JOBSTEP: STEP ' WS-ST-NAME(WS-STEP-IX)
               ' ENDED RC ' WS-STEP-RC ' ' WS-STEP-MESSAGE.

       RUN-ONE-STEP-EXIT.

           EXIT.

      * Only steps that actually ran in this business date's stream
      * take part; a step that was skipped or has not run yet never
      * satisfies a condition.
       EVALUATE-STEP-CONDITION SECTION.

           MOVE 'N' TO WS-COND-SWITCH
           IF ST-NO-CONDITION(WS-STEP-IX)
               GO TO EVALUATE-STEP-CONDITION-EXIT
           END-IF

           PERFORM TEST-ONE-PRIOR-STEP
               VARYING WS-PRIOR-IX FROM 1 BY 1
               UNTIL WS-PRIOR-IX >= WS-STEP-IX OR CONDITION-TRUE.

       EVALUATE-STEP-CONDITION-EXIT.

           EXIT.

       TEST-ONE-PRIOR-STEP SECTION.

           IF NOT ST-ENDED(WS-PRIOR-IX)
               GO TO TEST-ONE-PRIOR-STEP-EXIT
           END-IF
           IF WS-ST-COND-STEP(WS-STEP-IX) NOT = 'ANY'
                   AND WS-ST-COND-STEP(WS-STEP-IX) NOT =
                       WS-ST-NAME(WS-PRIOR-IX)
               GO TO TEST-ONE-PRIOR-STEP-EXIT
           END-IF

           MOVE WS-ST-RC(WS-PRIOR-IX) TO WS-COMPARE-RC
           MOVE 'N' TO WS-COMPARE-SWITCH
           EVALUATE WS-ST-COND-OP(WS-STEP-IX)
               WHEN 'EQ'
                   IF WS-COMPARE-RC = WS-ST-COND-RC(WS-STEP-IX)
                       SET COMPARE-TRUE TO TRUE
                   END-IF
               WHEN 'NE'
                   IF WS-COMPARE-RC NOT = WS-ST-COND-RC(WS-STEP-IX)
                       SET COMPARE-TRUE TO TRUE
                   END-IF
               WHEN 'GT'
                   IF WS-COMPARE-RC > WS-ST-COND-RC(WS-STEP-IX)
                       SET COMPARE-TRUE TO TRUE
                   END-IF
               WHEN 'GE'
                   IF WS-COMPARE-RC >= WS-ST-COND-RC(WS-STEP-IX)
                       SET COMPARE-TRUE TO TRUE
                   END-IF
               WHEN 'LT'
                   IF WS-COMPARE-RC < WS-ST-COND-RC(WS-STEP-IX)
                       SET COMPARE-TRUE TO TRUE
                   END-IF
               WHEN 'LE'
                   IF WS-COMPARE-RC <= WS-ST-COND-RC(WS-STEP-IX)
                       SET COMPARE-TRUE TO TRUE
                   END-IF
           END-EVALUATE
           IF COMPARE-TRUE
               SET CONDITION-TRUE TO TRUE
           END-IF.

       TEST-ONE-PRIOR-STEP-EXIT.

           EXIT.

      * Keyword-driven utilities read a fixed <PROGRAM>.PRM, so a step
      * naming a different parameter file has it copied into place
      * before the call. The utility's own <PROGRAM>.PRM is set aside
      * as <PROGRAM>.PRM.SAV first and put back when the step ends,
      * whether or not it ran. The program is cancelled afterwards so
      * the next step that calls it starts from fresh storage.
       RUN-UTILITY-STEP SECTION.

           MOVE SPACES TO WS-UTIL-PARM-NAME
           STRING WS-STEP-PGM DELIMITED BY SPACE
                  ".PRM"      DELIMITED BY SIZE
               INTO WS-UTIL-PARM-NAME
           MOVE 'N' TO WS-PARM-SAVED-SWITCH
           IF WS-STEP-PARM-NAME NOT = WS-UTIL-PARM-NAME
               PERFORM SAVE-UTILITY-PARAMETERS
               IF WS-STEP-RC NOT = 0
                   GO TO RUN-UTILITY-STEP-EXIT
               END-IF
               PERFORM COPY-STEP-PARAMETERS
               IF WS-STEP-RC NOT = 0
                   PERFORM RESTORE-UTILITY-PARAMETERS
                   GO TO RUN-UTILITY-STEP-EXIT
               END-IF
           END-IF

           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-PGM
               ON EXCEPTION
                   MOVE 12 TO WS-STEP-RC
                   MOVE 'PROGRAM NOT FOUND' TO WS-STEP-MESSAGE
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-STEP-RC
                   CANCEL WS-STEP-PGM
           END-CALL
           MOVE 0 TO RETURN-CODE

           IF WS-STEP-PARM-NAME NOT = WS-UTIL-PARM-NAME
               PERFORM RESTORE-UTILITY-PARAMETERS
           END-IF

           IF WS-STEP-RC >= 0008
                   AND WS-STEP-MESSAGE = 'NORMAL COMPLETION'
               MOVE 'STEP FAILED' TO WS-STEP-MESSAGE
           END-IF.

       RUN-UTILITY-STEP-EXIT.

           EXIT.

      * A .SAV already present was left by a step that did not get
      * to put it back; it is the utility's own file and is kept, and
      * the <PROGRAM>.PRM beside it is a step copy to be overwritten.
       SAVE-UTILITY-PARAMETERS SECTION.

           MOVE SPACES TO WS-SAVED-PARM-NAME
           STRING WS-UTIL-PARM-NAME DELIMITED BY SPACE
                  ".SAV"            DELIMITED BY SIZE
               INTO WS-SAVED-PARM-NAME

           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE WS-SAVED-PARM-NAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               SET UTIL-PARM-SAVED TO TRUE
               GO TO SAVE-UTILITY-PARAMETERS-EXIT
           END-IF

           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE WS-UTIL-PARM-NAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               GO TO SAVE-UTILITY-PARAMETERS-EXIT
           END-IF

           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME
           MOVE WS-UTIL-PARM-NAME TO WS-OLD-NAME
           MOVE WS-SAVED-PARM-NAME TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-FILE-RC
           IF WS-FILE-RC NOT = 0
               MOVE 12 TO WS-STEP-RC
               MOVE 'CANNOT SET UTILITY PARAMETER FILE ASIDE' TO
                   WS-STEP-MESSAGE
               GO TO SAVE-UTILITY-PARAMETERS-EXIT
           END-IF
           SET UTIL-PARM-SAVED TO TRUE.

       SAVE-UTILITY-PARAMETERS-EXIT.

           EXIT.

      * The step copy is removed whether or not there was a file of
      * the utility's own to put back in its place.
       RESTORE-UTILITY-PARAMETERS SECTION.

           MOVE SPACES TO WS-OLD-NAME
           MOVE WS-UTIL-PARM-NAME TO WS-OLD-NAME
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-FILE-RC
           IF NOT UTIL-PARM-SAVED
               GO TO RESTORE-UTILITY-PARAMETERS-EXIT
           END-IF

           MOVE SPACES TO WS-OLD-NAME WS-NEW-NAME
           MOVE WS-SAVED-PARM-NAME TO WS-OLD-NAME
           MOVE WS-UTIL-PARM-NAME TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-FILE-RC
           IF WS-FILE-RC NOT = 0
               DISPLAY 'JOBSTEP: CANNOT RESTORE '
                   WS-UTIL-PARM-NAME(1:40) ' FROM .SAV'
               IF WS-STEP-RC < 0008
                   MOVE 0008 TO WS-STEP-RC
                   MOVE 'UTILITY PARAMETER FILE NOT RESTORED' TO
                       WS-STEP-MESSAGE
               END-IF
           END-IF.

       RESTORE-UTILITY-PARAMETERS-EXIT.

           EXIT.

       COPY-STEP-PARAMETERS SECTION.

           MOVE WS-STEP-PARM-NAME TO WS-DYN-STEP-PARM-NAME
           OPEN INPUT STEP-PARM-FILE
           IF WS-STEP-PARM-STATUS NOT = "00"
               MOVE 12 TO WS-STEP-RC
               MOVE 'STEP PARAMETER FILE NOT FOUND' TO WS-STEP-MESSAGE
               GO TO COPY-STEP-PARAMETERS-EXIT
           END-IF

           MOVE WS-UTIL-PARM-NAME TO WS-DYN-UTIL-PARM-NAME
           OPEN OUTPUT UTILITY-PARM-FILE
           IF WS-UTIL-PARM-STATUS NOT = "00"
               CLOSE STEP-PARM-FILE
               MOVE 12 TO WS-STEP-RC
               MOVE 'CANNOT WRITE UTILITY PARAMETER FILE' TO
                   WS-STEP-MESSAGE
               GO TO COPY-STEP-PARAMETERS-EXIT
           END-IF

           MOVE 'N' TO WS-STEP-PARM-EOF-SWITCH
           PERFORM COPY-ONE-PARAMETER UNTIL STEP-PARM-EOF
           CLOSE STEP-PARM-FILE
           CLOSE UTILITY-PARM-FILE.

       COPY-STEP-PARAMETERS-EXIT.

           EXIT.

       COPY-ONE-PARAMETER SECTION.

           READ STEP-PARM-FILE
               AT END
                   SET STEP-PARM-EOF TO TRUE
           END-READ
           IF NOT STEP-PARM-EOF
               MOVE STEP-PARM-RECORD TO UTILITY-PARM-RECORD
               WRITE UTILITY-PARM-RECORD
           END-IF

           EXIT.

      * FILESORT is a called service, so its step parameter file is
      * read here:  INPUT=  OUTPUT=  KEYn=offset,length,A|D  (n 1-5,
      * offset 5 digits, length 3 digits).
       RUN-SORT-STEP SECTION.

           MOVE SPACES TO FILESORT
           MOVE 'FILESORT' TO FS-PGM-NAME
           MOVE 0 TO FS-KEY-COUNT

           PERFORM OPEN-STEP-PARAMETERS
           IF WS-STEP-RC NOT = 0
               GO TO RUN-SORT-STEP-EXIT
           END-IF
           PERFORM READ-ONE-SORT-PARAMETER UNTIL STEP-PARM-EOF
           CLOSE STEP-PARM-FILE

           IF WS-STEP-RC NOT = 0
               GO TO RUN-SORT-STEP-EXIT
           END-IF
           IF FS-INPUT-FILENAME = SPACES
                   OR FS-OUTPUT-FILENAME = SPACES
                   OR FS-KEY-COUNT = 0
               MOVE 12 TO WS-STEP-RC
               MOVE 'SORT NEEDS INPUT, OUTPUT AND A KEY' TO
                   WS-STEP-MESSAGE
               GO TO RUN-SORT-STEP-EXIT
           END-IF

           CALL "FILESORT" USING FILESORT FILENAME-FILE-STATUS
           MOVE SHOP-RETURN-CODE TO WS-STEP-RC
           MOVE SHOP-RETURN-MESSAGE TO WS-STEP-MESSAGE.

       RUN-SORT-STEP-EXIT.

           EXIT.

       READ-ONE-SORT-PARAMETER SECTION.

           PERFORM READ-STEP-PARAMETER
           IF STEP-PARM-EOF
               GO TO READ-ONE-SORT-PARAMETER-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-PARM-KEYWORD = 'INPUT'
                   MOVE WS-PARM-VALUE TO FS-INPUT-FILENAME
               WHEN WS-PARM-KEYWORD = 'OUTPUT'
                   MOVE WS-PARM-VALUE TO FS-OUTPUT-FILENAME
               WHEN WS-PARM-KEYWORD(1:3) = 'KEY'
                       AND WS-PARM-KEYWORD(4:1) IS NUMERIC
                       AND WS-PARM-KEYWORD(5:1) = SPACE
                   PERFORM STORE-SORT-KEY
               WHEN OTHER
                   DISPLAY 'JOBSTEP: UNKNOWN SORT PARAMETER '
                       WS-PARM-KEYWORD
           END-EVALUATE.

       READ-ONE-SORT-PARAMETER-EXIT.

           EXIT.

       STORE-SORT-KEY SECTION.

           MOVE WS-PARM-KEYWORD(4:1) TO WS-KEY-IX
           MOVE SPACES TO WS-PARSE-OFFSET WS-PARSE-LENGTH
               WS-PARSE-ORDER
           UNSTRING WS-PARM-VALUE DELIMITED BY ","
               INTO WS-PARSE-OFFSET WS-PARSE-LENGTH WS-PARSE-ORDER
           END-UNSTRING

           IF WS-KEY-IX < 1 OR WS-KEY-IX > 5
                   OR WS-PARSE-OFFSET NOT NUMERIC
                   OR WS-PARSE-LENGTH NOT NUMERIC
               MOVE 12 TO WS-STEP-RC
               MOVE 'BAD SORT KEY PARAMETER' TO WS-STEP-MESSAGE
               GO TO STORE-SORT-KEY-EXIT
           END-IF

           MOVE WS-PARSE-OFFSET TO FS-KEY-OFFSET(WS-KEY-IX)
           MOVE WS-PARSE-LENGTH TO FS-KEY-LENGTH(WS-KEY-IX)
           IF WS-PARSE-ORDER = 'D'
               SET FS-KEY-DESCENDING(WS-KEY-IX) TO TRUE
           ELSE
               SET FS-KEY-ASCENDING(WS-KEY-IX) TO TRUE
           END-IF
           IF WS-KEY-IX > FS-KEY-COUNT
               MOVE WS-KEY-IX TO FS-KEY-COUNT
           END-IF.

       STORE-SORT-KEY-EXIT.

           EXIT.

      * FILEVALID is a called service that checks one record at a
      * time, so the step reads the input itself. Step parameters:
      * INPUT=  EXCEPT=  LAYOUT=  VERSION=  RULES=  DICT=
      * The step ends RC 0004 when any record failed validation.
       RUN-VALIDATION-STEP SECTION.

           MOVE SPACES TO FILEVALID
           MOVE 'FILEVALID' TO FV-PGM-NAME
           MOVE SPACES TO WS-STEP-INPUT-FILENAME

           PERFORM OPEN-STEP-PARAMETERS
           IF WS-STEP-RC NOT = 0
               GO TO RUN-VALIDATION-STEP-EXIT
           END-IF
           PERFORM READ-ONE-VALID-PARAMETER UNTIL STEP-PARM-EOF
           CLOSE STEP-PARM-FILE

           IF WS-STEP-INPUT-FILENAME = SPACES
               MOVE 12 TO WS-STEP-RC
               MOVE 'VALIDATION STEP NEEDS INPUT' TO WS-STEP-MESSAGE
               GO TO RUN-VALIDATION-STEP-EXIT
           END-IF

           MOVE WS-STEP-INPUT-FILENAME TO FV-INPUT-FILENAME
           SET FV-LOAD-RULES TO TRUE
           CALL "FILEVALID" USING FILEVALID FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               MOVE SHOP-RETURN-CODE TO WS-STEP-RC
               MOVE SHOP-RETURN-MESSAGE TO WS-STEP-MESSAGE
               GO TO RUN-VALIDATION-STEP-EXIT
           END-IF

           MOVE SPACES TO FILEHANDLER
           MOVE 'JOBSTEP' TO PGM-NAME OF FILEHANDLER
           MOVE WS-STEP-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               MOVE 12 TO WS-STEP-RC
               MOVE 'CANNOT OPEN VALIDATION INPUT' TO WS-STEP-MESSAGE
               GO TO RUN-VALIDATION-STEP-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           PERFORM VALIDATE-ONE-INPUT-RECORD UNTIL STEP-INPUT-EOF

           MOVE WS-STEP-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           SET FV-END-REPORT TO TRUE
           CALL "FILEVALID" USING FILEVALID FILENAME-FILE-STATUS
           IF FV-FAILED-COUNT > 0 AND WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
               MOVE 'RECORDS FAILED VALIDATION' TO WS-STEP-MESSAGE
           END-IF.

       RUN-VALIDATION-STEP-EXIT.

           EXIT.

       READ-ONE-VALID-PARAMETER SECTION.

           PERFORM READ-STEP-PARAMETER
           IF STEP-PARM-EOF
               GO TO READ-ONE-VALID-PARAMETER-EXIT
           END-IF

           EVALUATE WS-PARM-KEYWORD
               WHEN 'INPUT'
                   MOVE WS-PARM-VALUE TO WS-STEP-INPUT-FILENAME
               WHEN 'EXCEPT'
                   MOVE WS-PARM-VALUE TO FV-EXCEPT-FILENAME
               WHEN 'LAYOUT'
                   MOVE WS-PARM-VALUE(1:8) TO FV-LAYOUT-NAME
               WHEN 'VERSION'
                   MOVE WS-PARM-VALUE(1:8) TO FV-LAYOUT-VERSION
               WHEN 'RULES'
                   MOVE WS-PARM-VALUE TO FV-RULES-FILENAME
               WHEN 'DICT'
                   MOVE WS-PARM-VALUE TO FV-DICT-FILENAME
               WHEN OTHER
                   DISPLAY 'JOBSTEP: UNKNOWN VALIDATION PARAMETER '
                       WS-PARM-KEYWORD
           END-EVALUATE.

       READ-ONE-VALID-PARAMETER-EXIT.

           EXIT.

       VALIDATE-ONE-INPUT-RECORD SECTION.

           MOVE WS-STEP-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF
               SET STEP-INPUT-EOF TO TRUE
               GO TO VALIDATE-ONE-INPUT-RECORD-EXIT
           END-IF
      * A read error is not the end of the input; the records after it
      * were never validated, so the step fails.
           IF NOT FILENAME-IO-OK
               DISPLAY 'JOBSTEP: VALIDATION INPUT READ FAILED - '
                   SHOP-RETURN-MESSAGE
               MOVE 12 TO WS-STEP-RC
               MOVE 'VALIDATION INPUT READ FAILED' TO WS-STEP-MESSAGE
               SET STEP-INPUT-EOF TO TRUE
               GO TO VALIDATE-ONE-INPUT-RECORD-EXIT
           END-IF

           MOVE FILE-RECORD OF FILEHANDLER TO FV-RECORD
           MOVE RECORD-LENGTH OF FILEHANDLER TO FV-RECORD-LENGTH
           SET FV-CHECK-RECORD TO TRUE
           CALL "FILEVALID" USING FILEVALID FILENAME-FILE-STATUS.

       VALIDATE-ONE-INPUT-RECORD-EXIT.

           EXIT.

       OPEN-STEP-PARAMETERS SECTION.

           MOVE WS-STEP-PARM-NAME TO WS-DYN-STEP-PARM-NAME
           MOVE 'N' TO WS-STEP-PARM-EOF-SWITCH
           OPEN INPUT STEP-PARM-FILE
           IF WS-STEP-PARM-STATUS NOT = "00"
               MOVE 12 TO WS-STEP-RC
               MOVE 'STEP PARAMETER FILE NOT FOUND' TO WS-STEP-MESSAGE
           END-IF

           EXIT.

       READ-STEP-PARAMETER SECTION.

           READ STEP-PARM-FILE
               AT END
                   SET STEP-PARM-EOF TO TRUE
           END-READ

           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           IF NOT STEP-PARM-EOF
               UNSTRING STEP-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
           END-IF

           EXIT.

       RECORD-STEP-STARTED SECTION.

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-HIST-DATA
           MOVE WS-ST-NAME(WS-STEP-IX) TO WS-HD-STEP-NAME
           MOVE WS-ST-PROGRAM(WS-STEP-IX) TO WS-HD-PROGRAM
           MOVE 'S' TO WS-HD-STATUS
           MOVE WS-BUSINESS-DATE TO WS-HD-START-DATE
           MOVE WS-NOW-TIME TO WS-HD-START-TIME
           MOVE 0 TO WS-HD-END-DATE WS-HD-END-TIME WS-HD-RC
           PERFORM WRITE-HISTORY-RECORD

           EXIT.

       RECORD-STEP-SKIPPED SECTION.

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-HIST-DATA
           MOVE WS-ST-NAME(WS-STEP-IX) TO WS-HD-STEP-NAME
           MOVE WS-ST-PROGRAM(WS-STEP-IX) TO WS-HD-PROGRAM
           MOVE 'K' TO WS-HD-STATUS
           MOVE WS-BUSINESS-DATE TO WS-HD-START-DATE WS-HD-END-DATE
           MOVE WS-NOW-TIME TO WS-HD-START-TIME WS-HD-END-TIME
           MOVE 0 TO WS-HD-RC
           MOVE WS-STEP-MESSAGE TO WS-HD-MESSAGE
           PERFORM WRITE-HISTORY-RECORD

           EXIT.

       RECORD-STEP-ENDED SECTION.

           PERFORM OPEN-HISTORY
           IF STREAM-ABORTED
               GO TO RECORD-STEP-ENDED-EXIT
           END-IF
           PERFORM READ-HISTORY-RECORD
           PERFORM CLOSE-HISTORY
           IF NOT HISTORY-RECORD-FOUND
               MOVE SPACES TO WS-HIST-DATA
               MOVE WS-ST-NAME(WS-STEP-IX) TO WS-HD-STEP-NAME
               MOVE WS-ST-PROGRAM(WS-STEP-IX) TO WS-HD-PROGRAM
               MOVE 0 TO WS-HD-START-DATE WS-HD-START-TIME
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 'E' TO WS-HD-STATUS
           MOVE WS-BUSINESS-DATE TO WS-HD-END-DATE
           MOVE WS-NOW-TIME TO WS-HD-END-TIME
           MOVE WS-STEP-RC TO WS-HD-RC
           MOVE WS-STEP-MESSAGE TO WS-HD-MESSAGE
           PERFORM WRITE-HISTORY-RECORD.

       RECORD-STEP-ENDED-EXIT.

           EXIT.

      * The history file is opened only around each update so that no
      * lock is held on it while a step runs.
       OPEN-HISTORY SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'JOBSTEP' TO PGM-NAME OF FILEHANDLER
           MOVE WS-HISTORY-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET FO-INDEXED TO TRUE
           SET F-CHECK-EXISTS TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           SET F-OPEN TO TRUE
           IF FILENAME-NOT-FOUND
               SET WRITE-MODE TO TRUE
           ELSE
               SET UPDATE-MODE TO TRUE
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'JOBSTEP: CANNOT OPEN STEP HISTORY '
                   WS-HISTORY-FILENAME(1:40)
               SET STREAM-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-HIST-HANDLE
           END-IF

           EXIT.

       CLOSE-HISTORY SECTION.

           MOVE WS-HISTORY-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-HIST-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       READ-HISTORY-RECORD SECTION.

           MOVE 'N' TO WS-HIST-FOUND-SWITCH
           MOVE SPACES TO WS-HIST-KEY
           MOVE WS-JOB-NAME TO WS-HK-JOB
           MOVE WS-BUSINESS-DATE TO WS-HK-DATE
           MOVE WS-STEP-IX TO WS-HK-STEP

           MOVE WS-HISTORY-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-HIST-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-HIST-KEY TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-IO-OK
               SET HISTORY-RECORD-FOUND TO TRUE
               MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-HIST-DATA
           END-IF

           EXIT.

       WRITE-HISTORY-RECORD SECTION.

           PERFORM OPEN-HISTORY
           IF STREAM-ABORTED
               GO TO WRITE-HISTORY-RECORD-EXIT
           END-IF

           MOVE SPACES TO WS-HIST-KEY
           MOVE WS-JOB-NAME TO WS-HK-JOB
           MOVE WS-BUSINESS-DATE TO WS-HK-DATE
           MOVE WS-STEP-IX TO WS-HK-STEP

           MOVE WS-HISTORY-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-HIST-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-HIST-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-HIST-DATA TO FILE-RECORD OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID AND FILENAME-IO-STATUS = "22"
               MOVE WS-HIST-KEY TO RECORD-KEY OF FILEHANDLER
               SET F-REWRITE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
           END-IF
           IF FILENAME-INVALID
               DISPLAY 'JOBSTEP: STEP HISTORY NOT RECORDED FOR '
                   WS-ST-NAME(WS-STEP-IX)
           END-IF

           PERFORM CLOSE-HISTORY.

       WRITE-HISTORY-RECORD-EXIT.

           EXIT.
