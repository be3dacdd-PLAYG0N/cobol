       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHRPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "AUTHRPT.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT AUTH-FILE ASSIGN TO "FILEAUTH"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       FD AUTH-FILE
           DATA RECORD IS AUTH-RECORD.
       01 AUTH-RECORD.
           05 AU-FILE-PATTERN PIC X(44).
           05 FILLER          PIC X(1).
           05 AU-PGM          PIC X(11).
           05 FILLER          PIC X(1).
           05 AU-USER         PIC X(8).
           05 FILLER          PIC X(1).
           05 AU-MODES        PIC X(5).
           05 FILLER          PIC X(1).
           05 AU-TICKET       PIC X(8).
           05 AU-GRANTED-BY   PIC X(8).
           05 AU-GRANT-DATE   PIC X(8).
           05 FILLER          PIC X(4).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".

       01 WS-PARM-STATUS PIC X(2).
       01 WS-AUTH-STATUS PIC X(2).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 REPORT-ABORTED VALUE 'Y'.
       01 WS-AUTH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 AUTH-EOF VALUE 'Y'.
       01 WS-TABLE-SWITCH PIC X(1) VALUE 'N'.
           88 TABLE-PRESENT    VALUE 'Y'.
           88 TABLE-UNREADABLE VALUE 'U'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-REPORT-FILENAME PIC X(200) VALUE 'AUTHRPT.RPT'.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.
       01 WS-FILE-FILTER PIC X(44).
       01 WS-FILTER-LEN  PIC 9(02) COMP VALUE 0.

       01 WS-GRANT-TABLE.
           05 WS-GRANT-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-GRANT-ENTRY OCCURS 500 TIMES.
               10 WS-GR-KEY.
                   15 WS-GR-PATTERN PIC X(44).
                   15 WS-GR-PGM     PIC X(11).
                   15 WS-GR-USER    PIC X(8).
               10 WS-GR-MODES   PIC X(5).
               10 WS-GR-TICKET  PIC X(8).
               10 WS-GR-BY      PIC X(8).
               10 WS-GR-DATE    PIC X(8).
               10 WS-GR-DONE    PIC X(1).
                   88 GRANT-LISTED VALUE 'Y'.
       01 WS-GRANT-IX PIC 9(03) COMP VALUE 0.
       01 WS-NEXT-IX  PIC 9(03) COMP VALUE 0.
       01 WS-LISTED-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-CURRENT-PATTERN PIC X(44).

       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-READ-TOTAL      PIC 9(05) VALUE 0.
       01 WS-SELECTED-TOTAL  PIC 9(05) VALUE 0.
       01 WS-FILE-TOTAL      PIC 9(05) VALUE 0.
       01 WS-FILE-GRANTS     PIC 9(05) VALUE 0.
       01 WS-ANY-PGM-TOTAL   PIC 9(05) VALUE 0.
       01 WS-ANY-USER-TOTAL  PIC 9(05) VALUE 0.
       01 WS-WRITE-TOTAL     PIC 9(05) VALUE 0.
       01 WS-WILDCARD-TOTAL  PIC 9(05) VALUE 0.
       01 WS-MODE-TALLY      PIC 9(02) COMP VALUE 0.

       01 WS-FILE-LINE.
           05 FILLER        PIC X(6) VALUE 'FILE: '.
           05 WS-FL-PATTERN PIC X(44).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-FL-SCOPE   PIC X(28).
           05 FILLER        PIC X(52) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 WS-DL-PGM    PIC X(11).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-USER   PIC X(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DL-READ   PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-WRITE  PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-APPEND PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-UPDATE PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-RESTRT PIC X(1).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DL-TICKET PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-BY     PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-DATE   PIC X(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DL-REMARK PIC X(30).
           05 FILLER       PIC X(37) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(36).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT REPORT-ABORTED
               PERFORM LOAD-GRANTS
               PERFORM OPEN-REPORT
           END-IF

           IF NOT REPORT-ABORTED
               PERFORM WRITE-REPORT-HEADINGS
               MOVE SPACES TO WS-CURRENT-PATTERN
               MOVE 0 TO WS-LISTED-COUNT
               PERFORM LIST-NEXT-GRANT
                   UNTIL WS-LISTED-COUNT >= WS-GRANT-COUNT
               IF WS-FILE-TOTAL > 0
                   PERFORM WRITE-FILE-SUBTOTAL
               END-IF
               PERFORM WRITE-REPORT-SUMMARY
               PERFORM CLOSE-REPORT
               DISPLAY 'AUTHRPT: FILES ' WS-FILE-TOTAL
                   ' GRANTS ' WS-SELECTED-TOTAL
               IF WS-SELECTED-TOTAL = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF TABLE-UNREADABLE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF WS-PARM-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF

           MOVE 44 TO WS-FILTER-LEN
           PERFORM TRIM-FILE-FILTER
               UNTIL WS-FILTER-LEN = 0
                   OR WS-FILE-FILTER(WS-FILTER-LEN:1) NOT = SPACE

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
                       MOVE WS-PARM-VALUE(1:44) TO WS-FILE-FILTER
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY 'AUTHRPT: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       TRIM-FILE-FILTER SECTION.

           SUBTRACT 1 FROM WS-FILTER-LEN

           EXIT.

      * A missing table is reported rather than treated as an error:
      * it means no open is restricted, which the review must see. A
      * table that is there but cannot be read makes FILEHANDLER
      * refuse every open, and is reported as such.
       LOAD-GRANTS SECTION.

           MOVE 0 TO WS-GRANT-COUNT
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS = "35"
               DISPLAY 'AUTHRPT: NO FILEAUTH TABLE, STATUS '
                   WS-AUTH-STATUS
               GO TO LOAD-GRANTS-EXIT
           END-IF
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY 'AUTHRPT: FILEAUTH UNREADABLE, STATUS '
                   WS-AUTH-STATUS
               SET TABLE-UNREADABLE TO TRUE
               GO TO LOAD-GRANTS-EXIT
           END-IF
           SET TABLE-PRESENT TO TRUE
           PERFORM LOAD-ONE-GRANT UNTIL AUTH-EOF
           CLOSE AUTH-FILE.

       LOAD-GRANTS-EXIT.

           EXIT.

       LOAD-ONE-GRANT SECTION.

           READ AUTH-FILE
               AT END
                   SET AUTH-EOF TO TRUE
           END-READ
           IF AUTH-EOF OR AU-FILE-PATTERN = SPACES
               GO TO LOAD-ONE-GRANT-EXIT
           END-IF
           ADD 1 TO WS-READ-TOTAL
           IF WS-FILTER-LEN > 0
               IF AU-FILE-PATTERN(1:WS-FILTER-LEN) NOT =
                       WS-FILE-FILTER(1:WS-FILTER-LEN)
                   GO TO LOAD-ONE-GRANT-EXIT
               END-IF
           END-IF
           IF WS-GRANT-COUNT >= 500
               DISPLAY 'AUTHRPT: TABLE OVER 500 ENTRIES - '
                   'REST NOT LISTED'
               SET AUTH-EOF TO TRUE
               GO TO LOAD-ONE-GRANT-EXIT
           END-IF

           ADD 1 TO WS-GRANT-COUNT
           MOVE AU-FILE-PATTERN TO WS-GR-PATTERN(WS-GRANT-COUNT)
           MOVE AU-PGM TO WS-GR-PGM(WS-GRANT-COUNT)
           IF AU-PGM = SPACES
               MOVE '*' TO WS-GR-PGM(WS-GRANT-COUNT)
           END-IF
           MOVE AU-USER TO WS-GR-USER(WS-GRANT-COUNT)
           MOVE AU-MODES TO WS-GR-MODES(WS-GRANT-COUNT)
           MOVE AU-TICKET TO WS-GR-TICKET(WS-GRANT-COUNT)
           MOVE AU-GRANTED-BY TO WS-GR-BY(WS-GRANT-COUNT)
           MOVE AU-GRANT-DATE TO WS-GR-DATE(WS-GRANT-COUNT)
           MOVE 'N' TO WS-GR-DONE(WS-GRANT-COUNT).

       LOAD-ONE-GRANT-EXIT.

           EXIT.

       OPEN-REPORT SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'AUTHRPT' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'AUTHRPT: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40) ' ' SHOP-RETURN-MESSAGE
               SET REPORT-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE
           END-IF

           EXIT.

       WRITE-REPORT-HEADINGS SECTION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'FILE ACCESS GRANTS BY FILE - RUN DATE '
                       DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF WS-FILTER-LEN > 0
               STRING 'FILES STARTING ' DELIMITED BY SIZE
                      WS-FILE-FILTER DELIMITED BY SIZE
                   INTO FILE-RECORD OF FILEHANDLER
           ELSE
               MOVE 'ALL FILES IN THE ACCESS TABLE' TO
                   FILE-RECORD OF FILEHANDLER
           END-IF
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           EVALUATE TRUE
               WHEN TABLE-UNREADABLE
                   MOVE SPACES TO FILE-RECORD OF FILEHANDLER
                   STRING '*** ACCESS TABLE UNREADABLE - ALL OPENS '
                              DELIMITED BY SIZE
                          'REFUSED, STATUS ' DELIMITED BY SIZE
                          WS-AUTH-STATUS DELIMITED BY SIZE
                       INTO FILE-RECORD OF FILEHANDLER
                   SET RL-DETAIL TO TRUE
                   PERFORM WRITE-REPORT-LINE
               WHEN NOT TABLE-PRESENT
                   MOVE SPACES TO FILE-RECORD OF FILEHANDLER
                   MOVE '*** NO ACCESS TABLE - NO FILE OPEN IS '
                       TO FILE-RECORD OF FILEHANDLER(1:38)
                   MOVE 'RESTRICTED' TO
                       FILE-RECORD OF FILEHANDLER(39:10)
                   SET RL-DETAIL TO TRUE
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE '    PROGRAM     USER      R W A U S  TICKET   BY'
               TO FILE-RECORD OF FILEHANDLER
           MOVE 'DATE      REMARK' TO FILE-RECORD OF FILEHANDLER(56:16)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * Grants are listed in file, program, user order whatever order
      * the table was keyed in: each pass takes the lowest grant not
      * yet listed.
       LIST-NEXT-GRANT SECTION.

           MOVE 0 TO WS-NEXT-IX
           PERFORM FIND-LOWEST-GRANT
               VARYING WS-GRANT-IX FROM 1 BY 1
               UNTIL WS-GRANT-IX > WS-GRANT-COUNT
           MOVE 'Y' TO WS-GR-DONE(WS-NEXT-IX)
           ADD 1 TO WS-LISTED-COUNT

           IF WS-GR-PATTERN(WS-NEXT-IX) NOT = WS-CURRENT-PATTERN
                   OR WS-FILE-TOTAL = 0
               IF WS-FILE-TOTAL > 0
                   PERFORM WRITE-FILE-SUBTOTAL
               END-IF
               PERFORM WRITE-FILE-HEADING
           END-IF

           PERFORM WRITE-GRANT-LINE

           EXIT.

       FIND-LOWEST-GRANT SECTION.

           IF GRANT-LISTED(WS-GRANT-IX)
               GO TO FIND-LOWEST-GRANT-EXIT
           END-IF
           IF WS-NEXT-IX = 0
               MOVE WS-GRANT-IX TO WS-NEXT-IX
               GO TO FIND-LOWEST-GRANT-EXIT
           END-IF
           IF WS-GR-KEY(WS-GRANT-IX) < WS-GR-KEY(WS-NEXT-IX)
               MOVE WS-GRANT-IX TO WS-NEXT-IX
           END-IF.

       FIND-LOWEST-GRANT-EXIT.

           EXIT.

       WRITE-FILE-HEADING SECTION.

           ADD 1 TO WS-FILE-TOTAL
           MOVE 0 TO WS-FILE-GRANTS
           MOVE WS-GR-PATTERN(WS-NEXT-IX) TO WS-CURRENT-PATTERN
           MOVE WS-CURRENT-PATTERN TO WS-FL-PATTERN
           MOVE 0 TO WS-MODE-TALLY
           INSPECT WS-CURRENT-PATTERN TALLYING WS-MODE-TALLY
               FOR ALL '*'
           IF WS-MODE-TALLY > 0
               MOVE '(NAME PATTERN)' TO WS-FL-SCOPE
               ADD 1 TO WS-WILDCARD-TOTAL
           ELSE
               MOVE SPACES TO WS-FL-SCOPE
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FILE-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * Grants open to any program, or that allow a program to write
      * or rewrite without naming a user, are marked for the reviewer.
       WRITE-GRANT-LINE SECTION.

           ADD 1 TO WS-SELECTED-TOTAL
           ADD 1 TO WS-FILE-GRANTS
           MOVE WS-GR-PGM(WS-NEXT-IX) TO WS-DL-PGM
           IF WS-GR-USER(WS-NEXT-IX) = SPACES
               MOVE '(ANY)' TO WS-DL-USER
               ADD 1 TO WS-ANY-USER-TOTAL
           ELSE
               MOVE WS-GR-USER(WS-NEXT-IX) TO WS-DL-USER
           END-IF
           MOVE WS-GR-MODES(WS-NEXT-IX)(1:1) TO WS-DL-READ
           MOVE WS-GR-MODES(WS-NEXT-IX)(2:1) TO WS-DL-WRITE
           MOVE WS-GR-MODES(WS-NEXT-IX)(3:1) TO WS-DL-APPEND
           MOVE WS-GR-MODES(WS-NEXT-IX)(4:1) TO WS-DL-UPDATE
           MOVE WS-GR-MODES(WS-NEXT-IX)(5:1) TO WS-DL-RESTRT
           MOVE WS-GR-TICKET(WS-NEXT-IX) TO WS-DL-TICKET
           MOVE WS-GR-BY(WS-NEXT-IX) TO WS-DL-BY
           MOVE WS-GR-DATE(WS-NEXT-IX) TO WS-DL-DATE

           MOVE 0 TO WS-MODE-TALLY
           INSPECT WS-GR-MODES(WS-NEXT-IX) TALLYING WS-MODE-TALLY
               FOR ALL 'W' ALL 'U'
           IF WS-MODE-TALLY > 0
               ADD 1 TO WS-WRITE-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WS-GR-PGM(WS-NEXT-IX) = '*'
                   MOVE 'ANY PROGRAM' TO WS-DL-REMARK
                   ADD 1 TO WS-ANY-PGM-TOTAL
               WHEN WS-MODE-TALLY > 0
                       AND WS-GR-USER(WS-NEXT-IX) = SPACES
                   MOVE 'CAN CHANGE THE FILE' TO WS-DL-REMARK
               WHEN OTHER
                   MOVE SPACES TO WS-DL-REMARK
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-FILE-SUBTOTAL SECTION.

           MOVE '    GRANTS FOR THIS FILE' TO WS-SL-LABEL
           MOVE WS-FILE-GRANTS TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           EXIT.

       WRITE-REPORT-SUMMARY SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'TABLE ENTRIES READ' TO WS-SL-LABEL
           MOVE WS-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'FILES AND NAME PATTERNS LISTED' TO WS-SL-LABEL
           MOVE WS-FILE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'NAME PATTERNS' TO WS-SL-LABEL
           MOVE WS-WILDCARD-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'GRANTS TO ANY PROGRAM' TO WS-SL-LABEL
           MOVE WS-ANY-PGM-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'GRANTS TO ANY USER' TO WS-SL-LABEL
           MOVE WS-ANY-USER-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'GRANTS WITH WRITE OR UPDATE' TO WS-SL-LABEL
           MOVE WS-WRITE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'GRANTS LISTED' TO WS-SL-LABEL
           MOVE WS-SELECTED-TOTAL TO WS-SL-COUNT
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
