       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRPURGE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "MSTRPURGE.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT RULES-FILE ASSIGN TO DYNAMIC WS-DYN-RULES-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

      * Retention rules, one 80-byte record per layout:
      *   COLS 01-08  LAYOUT NAME
      *   COLS 10-29  DATE FIELD NAME IN THE LAYOUT DICTIONARY
      *   COLS 31-34  RETENTION PERIOD IN BUSINESS DAYS
      *   COLS 36-55  STATUS FIELD NAME (BLANK = ANY STATUS)
      *   COLS 57-80  STATUS CODES THAT MAY BE PURGED, COMMA-SEPARATED
       FD RULES-FILE
           DATA RECORD IS RULES-RECORD.
       01 RULES-RECORD.
           05 RR-LAYOUT-NAME  PIC X(08).
           05 FILLER          PIC X(01).
           05 RR-DATE-FIELD   PIC X(20).
           05 FILLER          PIC X(01).
           05 RR-RETAIN-DAYS  PIC X(04).
           05 FILLER          PIC X(01).
           05 RR-STATUS-FIELD PIC X(20).
           05 FILLER          PIC X(01).
           05 RR-STATUS-CODES PIC X(24).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "LAYOUTDICT.cpy".
       COPY "PROCDATE.cpy".
       COPY "BUSDATE.cpy".

       01 WS-PARM-STATUS  PIC X(2).
       01 WS-RULES-STATUS PIC X(2).
       01 WS-DYN-RULES-FILENAME PIC X(200).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 PURGE-ABORTED VALUE 'Y'.
       01 WS-RULES-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RULES-EOF VALUE 'Y'.
       01 WS-RULE-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88 RULE-FOUND VALUE 'Y'.
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.
       01 WS-DETAIL-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 DETAIL-EOF VALUE 'Y'.
       01 WS-ARCHIVE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 ARCHIVE-EOF VALUE 'Y'.
       01 WS-STATUS-MATCH-SWITCH PIC X(1) VALUE 'N'.
           88 STATUS-MATCHED VALUE 'Y'.
       01 WS-DUE-SWITCH PIC X(1) VALUE 'N'.
           88 RECORD-DUE      VALUE 'Y'.
           88 RECORD-BAD-DATE VALUE 'B'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-ACTION PIC X(1) VALUE 'P'.
           88 PURGE-ACTION   VALUE 'P'.
           88 RESTORE-ACTION VALUE 'R'.
       01 WS-MASTER-FILENAME   PIC X(200) VALUE SPACES.
       01 WS-ARCHIVE-FILENAME  PIC X(200) VALUE SPACES.
       01 WS-RULES-FILENAME    PIC X(200) VALUE SPACES.
       01 WS-DICT-FILENAME     PIC X(200) VALUE SPACES.
       01 WS-CALENDAR-FILENAME PIC X(200) VALUE SPACES.
       01 WS-DETAIL-FILENAME   PIC X(200) VALUE SPACES.
       01 WS-REPORT-FILENAME   PIC X(200) VALUE 'MSTRPURGE.RPT'.
       01 WS-LAYOUT-NAME    PIC X(08) VALUE SPACES.
       01 WS-LAYOUT-VERSION PIC X(08) VALUE SPACES.
       01 WS-TICKET         PIC X(08) VALUE SPACES.
       01 WS-RESTORE-KEY    PIC X(20) VALUE SPACES.
       01 WS-RESTORE-GEN    PIC 9(02) VALUE 0.
       01 WS-FK-OFFSET PIC 9(05) VALUE 0.
       01 WS-FK-LENGTH PIC 9(02) VALUE 0.

       01 WS-MASTER-HANDLE  PIC 9(02) VALUE 0.
       01 WS-DETAIL-HANDLE  PIC 9(02) VALUE 0.
       01 WS-ARCHIVE-HANDLE PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE  PIC 9(02) VALUE 0.

      * The retention rule for this layout, resolved to positions.
       01 WS-DATE-FIELD-NAME   PIC X(20) VALUE SPACES.
       01 WS-STATUS-FIELD-NAME PIC X(20) VALUE SPACES.
       01 WS-RETAIN-DAYS       PIC 9(04) VALUE 0.
       01 WS-DATE-OFFSET   PIC 9(04) VALUE 0.
       01 WS-STATUS-OFFSET PIC 9(04) VALUE 0.
       01 WS-STATUS-LENGTH PIC 9(03) VALUE 0.
       01 WS-STATUS-TABLE.
           05 WS-STATUS-CODE-COUNT PIC 9(02) COMP VALUE 0.
           05 WS-STATUS-CODE PIC X(20) OCCURS 6 TIMES.
       01 WS-CODE-WORK PIC X(24).
       01 WS-CODE-ITEM PIC X(20).
       01 WS-CODE-PTR  PIC 9(02) COMP VALUE 0.
       01 WS-CODE-IX   PIC 9(02) COMP VALUE 0.

       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-CUTOFF-DATE   PIC 9(08) VALUE 0.
       01 WS-DAY-IX PIC 9(04) COMP VALUE 0.

       01 WS-MASTER-DATA PIC X(480).
       01 WS-RECORD-DATE PIC X(08).
       01 WS-RECORD-DATE-N REDEFINES WS-RECORD-DATE PIC 9(08).
       01 WS-STATUS-VALUE PIC X(20).
       01 WS-WORK-RECORD PIC X(500).
       01 WS-FK-VALUE PIC X(20).

      * Records due for purge, in master key order, so a detail
      * foreign key is found by binary search.
       01 WS-CANDIDATE-TABLE.
           05 WS-CD-COUNT PIC 9(04) COMP VALUE 0.
           05 WS-CD-ENTRY OCCURS 5000 TIMES.
               10 WS-CD-KEY   PIC X(20).
               10 WS-CD-DATE  PIC X(08).
               10 WS-CD-STATE PIC X(01).
                   88 CD-DUE        VALUE ' '.
                   88 CD-REFERENCED VALUE 'R'.
                   88 CD-ARCHIVED   VALUE 'A'.
                   88 CD-FAILED     VALUE 'F'.
                   88 CD-UPDATED    VALUE 'U'.
       01 WS-CD-IX   PIC 9(04) COMP VALUE 0.
       01 WS-CD-LOW  PIC 9(04) COMP VALUE 0.
       01 WS-CD-HIGH PIC 9(04) COMP VALUE 0.
       01 WS-CD-MID  PIC 9(04) COMP VALUE 0.
       01 WS-CD-HIT  PIC 9(04) COMP VALUE 0.
       01 WS-FIND-KEY PIC X(20).

       01 WS-ARCHIVE-RECORD.
           05 WS-AR-KEY  PIC X(20).
           05 WS-AR-DATA PIC X(480).

       01 WS-MASTER-BEFORE-TOTAL PIC 9(09) VALUE 0.
       01 WS-MASTER-AFTER-TOTAL  PIC 9(09) VALUE 0.
       01 WS-MASTER-COUNT        PIC 9(09) VALUE 0.
       01 WS-PURGE-RC            PIC 9(02) VALUE 0.
       01 WS-DUE-TOTAL           PIC 9(09) VALUE 0.
       01 WS-DEFERRED-TOTAL      PIC 9(09) VALUE 0.
       01 WS-REFERENCED-TOTAL    PIC 9(09) VALUE 0.
       01 WS-UPDATED-TOTAL       PIC 9(09) VALUE 0.
       01 WS-ARCHIVED-TOTAL      PIC 9(09) VALUE 0.
       01 WS-FAILED-TOTAL        PIC 9(09) VALUE 0.
       01 WS-BAD-DATE-TOTAL      PIC 9(09) VALUE 0.
       01 WS-DETAIL-READ-TOTAL   PIC 9(09) VALUE 0.
       01 WS-BALANCE-CHECK       PIC 9(09) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-KEY  PIC X(20).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 WS-DL-DATE PIC X(08).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 WS-DL-TEXT PIC X(40).
           05 FILLER     PIC X(60) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS

           IF NOT PURGE-ABORTED
               IF RESTORE-ACTION
                   PERFORM RESTORE-PURGED-KEY
               ELSE
                   PERFORM PURGE-MASTER
               END-IF
           END-IF

           IF PURGE-ABORTED
               MOVE 12 TO WS-PURGE-RC
           END-IF

           MOVE WS-PURGE-RC TO RETURN-CODE
           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'MSTRPURGE: PARAMETER FILE NOT AVAILABLE'
               SET PURGE-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT PURGE-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF NOT PURGE-ACTION AND NOT RESTORE-ACTION
               DISPLAY 'MSTRPURGE: ACTION MUST BE PURGE OR RESTORE'
               SET PURGE-ABORTED TO TRUE
           END-IF

           IF WS-MASTER-FILENAME = SPACES
                   OR WS-ARCHIVE-FILENAME = SPACES
                   OR WS-TICKET = SPACES
               DISPLAY 'MSTRPURGE: MASTER, ARCHIVE AND TICKET MUST '
                   'ALL BE NAMED'
               SET PURGE-ABORTED TO TRUE
           END-IF

           IF RESTORE-ACTION AND WS-RESTORE-KEY = SPACES
               DISPLAY 'MSTRPURGE: RESTORE NEEDS KEY'
               SET PURGE-ABORTED TO TRUE
           END-IF

           IF PURGE-ACTION
               IF WS-RULES-FILENAME = SPACES
                       OR WS-DICT-FILENAME = SPACES
                       OR WS-LAYOUT-NAME = SPACES
                       OR WS-LAYOUT-VERSION = SPACES
                       OR WS-CALENDAR-FILENAME = SPACES
                   DISPLAY 'MSTRPURGE: RULES, DICT, LAYOUT, VERSION '
                       'AND CALENDAR MUST ALL BE NAMED'
                   SET PURGE-ABORTED TO TRUE
               END-IF
               IF WS-DETAIL-FILENAME NOT = SPACES
                       AND (WS-FK-OFFSET < 1 OR WS-FK-LENGTH < 1
                           OR WS-FK-LENGTH > 20
                           OR WS-FK-OFFSET + WS-FK-LENGTH - 1 > 500)
                   DISPLAY 'MSTRPURGE: BAD FKOFF OR FKLEN'
                   SET PURGE-ABORTED TO TRUE
               END-IF
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
                   WHEN 'ACTION'
                       MOVE WS-PARM-VALUE(1:1) TO WS-ACTION
                   WHEN 'MASTER'
                       MOVE WS-PARM-VALUE TO WS-MASTER-FILENAME
                   WHEN 'ARCHIVE'
                       MOVE WS-PARM-VALUE TO WS-ARCHIVE-FILENAME
                   WHEN 'RULES'
                       MOVE WS-PARM-VALUE TO WS-RULES-FILENAME
                   WHEN 'DICT'
                       MOVE WS-PARM-VALUE TO WS-DICT-FILENAME
                   WHEN 'LAYOUT'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-NAME
                   WHEN 'VERSION'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-VERSION
                   WHEN 'CALENDAR'
                       MOVE WS-PARM-VALUE TO WS-CALENDAR-FILENAME
                   WHEN 'DETAIL'
                       MOVE WS-PARM-VALUE TO WS-DETAIL-FILENAME
                   WHEN 'FKOFF'
                       IF WS-PARM-VALUE(1:5) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:5) TO WS-FK-OFFSET
                       END-IF
                   WHEN 'FKLEN'
                       IF WS-PARM-VALUE(1:2) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:2) TO WS-FK-LENGTH
                       END-IF
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'TICKET'
                       MOVE WS-PARM-VALUE(1:8) TO WS-TICKET
                   WHEN 'KEY'
                       MOVE WS-PARM-VALUE(1:20) TO WS-RESTORE-KEY
                   WHEN 'GEN'
                       IF WS-PARM-VALUE(1:2) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:2) TO WS-RESTORE-GEN
                       ELSE
                           DISPLAY 'MSTRPURGE: GEN MUST BE 2 DIGITS'
                           SET PURGE-ABORTED TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'MSTRPURGE: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

      * Records past retention are found in a read-only pass, checked
      * against the detail file, then archived and deleted one at a
      * time under UPDATE-MODE so every delete is journaled. The
      * selection pass holds no lock, so each record is read again
      * under the lock and tested again before it is archived; one
      * updated in between so that it is no longer due is kept. The
      * master is counted just before and just after the deletes,
      * while the UPDATE-MODE lock is held, so no other update can
      * fall between the two counts of the reconciliation.
       PURGE-MASTER SECTION.

           PERFORM LOAD-RETENTION-RULE
           IF NOT PURGE-ABORTED
               PERFORM RESOLVE-RULE-FIELDS
           END-IF
           IF NOT PURGE-ABORTED
               PERFORM COMPUTE-CUTOFF-DATE
           END-IF
           IF NOT PURGE-ABORTED
               PERFORM SELECT-PURGE-CANDIDATES
           END-IF
           IF NOT PURGE-ABORTED AND WS-DETAIL-FILENAME NOT = SPACES
                   AND WS-CD-COUNT > 0
               PERFORM CHECK-DETAIL-REFERENCES
           END-IF
           IF NOT PURGE-ABORTED
               PERFORM OPEN-PURGE-FILES
           END-IF
           IF PURGE-ABORTED
               GO TO PURGE-MASTER-EXIT
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM COUNT-LOCKED-MASTER
           MOVE WS-MASTER-COUNT TO WS-MASTER-BEFORE-TOTAL
           PERFORM ARCHIVE-ONE-CANDIDATE
               VARYING WS-CD-IX FROM 1 BY 1
               UNTIL WS-CD-IX > WS-CD-COUNT
           PERFORM COUNT-LOCKED-MASTER
           MOVE WS-MASTER-COUNT TO WS-MASTER-AFTER-TOTAL
           PERFORM CLOSE-MASTER
           PERFORM CLOSE-ARCHIVE
           PERFORM WRITE-RECONCILIATION
           PERFORM CLOSE-REPORT.

       PURGE-MASTER-EXIT.

           EXIT.

       LOAD-RETENTION-RULE SECTION.

           MOVE WS-RULES-FILENAME TO WS-DYN-RULES-FILENAME
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY 'MSTRPURGE: CANNOT OPEN RETENTION RULES '
                   WS-RULES-FILENAME(1:40)
               SET PURGE-ABORTED TO TRUE
               GO TO LOAD-RETENTION-RULE-EXIT
           END-IF

           PERFORM LOAD-ONE-RULE UNTIL RULES-EOF OR RULE-FOUND
           CLOSE RULES-FILE

           IF NOT RULE-FOUND
               DISPLAY 'MSTRPURGE: NO RETENTION RULE FOR LAYOUT '
                   WS-LAYOUT-NAME
               SET PURGE-ABORTED TO TRUE
               GO TO LOAD-RETENTION-RULE-EXIT
           END-IF

           IF RR-RETAIN-DAYS NOT NUMERIC OR RR-DATE-FIELD = SPACES
               DISPLAY 'MSTRPURGE: RETENTION RULE NOT VALID FOR '
                   'LAYOUT ' WS-LAYOUT-NAME
               SET PURGE-ABORTED TO TRUE
               GO TO LOAD-RETENTION-RULE-EXIT
           END-IF

           MOVE RR-DATE-FIELD TO WS-DATE-FIELD-NAME
           MOVE RR-RETAIN-DAYS TO WS-RETAIN-DAYS
           MOVE RR-STATUS-FIELD TO WS-STATUS-FIELD-NAME
           IF WS-STATUS-FIELD-NAME NOT = SPACES
               PERFORM PARSE-STATUS-CODES
           END-IF.

       LOAD-RETENTION-RULE-EXIT.

           EXIT.

       LOAD-ONE-RULE SECTION.

           READ RULES-FILE
               AT END
                   SET RULES-EOF TO TRUE
           END-READ

           IF NOT RULES-EOF
               IF RR-LAYOUT-NAME = WS-LAYOUT-NAME
                   SET RULE-FOUND TO TRUE
               END-IF
           END-IF

           EXIT.

       PARSE-STATUS-CODES SECTION.

           MOVE RR-STATUS-CODES TO WS-CODE-WORK
           MOVE 1 TO WS-CODE-PTR
           MOVE 0 TO WS-CODE-IX
           PERFORM PARSE-ONE-CODE
               UNTIL WS-CODE-PTR > 24 OR WS-CODE-IX >= 6

           MOVE WS-CODE-IX TO WS-STATUS-CODE-COUNT
           IF WS-CODE-IX = 0
               DISPLAY 'MSTRPURGE: STATUS FIELD NAMED WITHOUT CODES '
                   'FOR LAYOUT ' WS-LAYOUT-NAME
               SET PURGE-ABORTED TO TRUE
           END-IF

           EXIT.

       PARSE-ONE-CODE SECTION.

           MOVE SPACES TO WS-CODE-ITEM
           UNSTRING WS-CODE-WORK DELIMITED BY ","
               INTO WS-CODE-ITEM
               WITH POINTER WS-CODE-PTR
           END-UNSTRING

           IF WS-CODE-ITEM NOT = SPACES
               ADD 1 TO WS-CODE-IX
               MOVE WS-CODE-ITEM TO WS-STATUS-CODE(WS-CODE-IX)
           ELSE
               MOVE 25 TO WS-CODE-PTR
           END-IF

           EXIT.

      * Offsets are into the 480-byte data portion of the master.
       RESOLVE-RULE-FIELDS SECTION.

           MOVE SPACES TO LAYOUTDICT
           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-LOAD-LAYOUT TO TRUE
           MOVE WS-DICT-FILENAME TO LD-DICT-FILENAME
           MOVE WS-LAYOUT-NAME TO LD-LAYOUT-NAME
           MOVE WS-LAYOUT-VERSION TO LD-LAYOUT-VERSION
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF FILENAME-INVALID OR LD-FIELD-COUNT = 0
               DISPLAY 'MSTRPURGE: LAYOUT NOT IN DICTIONARY '
                   WS-LAYOUT-NAME ' ' WS-LAYOUT-VERSION
               SET PURGE-ABORTED TO TRUE
               GO TO RESOLVE-RULE-FIELDS-EXIT
           END-IF

           SET LD-GET-FIELD TO TRUE
           MOVE WS-DATE-FIELD-NAME TO LD-FIELD-NAME
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF NOT LD-FOUND
               DISPLAY 'MSTRPURGE: DATE FIELD NOT IN DICTIONARY '
                   WS-DATE-FIELD-NAME
               SET PURGE-ABORTED TO TRUE
               GO TO RESOLVE-RULE-FIELDS-EXIT
           END-IF
           IF LD-FIELD-TYPE NOT = 'D' OR LD-FIELD-LENGTH NOT = 8
                   OR LD-FIELD-OFFSET < 1 OR LD-FIELD-OFFSET > 473
               DISPLAY 'MSTRPURGE: ' WS-DATE-FIELD-NAME
                   ' IS NOT A YYYYMMDD DATE IN THE DATA PORTION'
               SET PURGE-ABORTED TO TRUE
               GO TO RESOLVE-RULE-FIELDS-EXIT
           END-IF
           MOVE LD-FIELD-OFFSET TO WS-DATE-OFFSET

           IF WS-STATUS-FIELD-NAME = SPACES
               GO TO RESOLVE-RULE-FIELDS-EXIT
           END-IF

           SET LD-GET-FIELD TO TRUE
           MOVE WS-STATUS-FIELD-NAME TO LD-FIELD-NAME
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF NOT LD-FOUND
               DISPLAY 'MSTRPURGE: STATUS FIELD NOT IN DICTIONARY '
                   WS-STATUS-FIELD-NAME
               SET PURGE-ABORTED TO TRUE
               GO TO RESOLVE-RULE-FIELDS-EXIT
           END-IF
           IF LD-FIELD-LENGTH < 1 OR LD-FIELD-LENGTH > 20
                   OR LD-FIELD-OFFSET < 1
                   OR LD-FIELD-OFFSET + LD-FIELD-LENGTH - 1 > 480
               DISPLAY 'MSTRPURGE: STATUS FIELD ' WS-STATUS-FIELD-NAME
                   ' IS NOT 1-20 BYTES IN THE DATA PORTION'
               SET PURGE-ABORTED TO TRUE
               GO TO RESOLVE-RULE-FIELDS-EXIT
           END-IF
           MOVE LD-FIELD-OFFSET TO WS-STATUS-OFFSET
           MOVE LD-FIELD-LENGTH TO WS-STATUS-LENGTH.

       RESOLVE-RULE-FIELDS-EXIT.

           EXIT.

      * A record is due when its date is before the business day that
      * lies the retention period back from today's business date.
       COMPUTE-CUTOFF-DATE SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-BUSINESS-DATE

           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
           MOVE 0 TO WS-DAY-IX
           PERFORM STEP-BACK-ONE-BUSINESS-DAY
               UNTIL WS-DAY-IX >= WS-RETAIN-DAYS OR PURGE-ABORTED

           IF NOT PURGE-ABORTED
               DISPLAY 'MSTRPURGE: BUSINESS DATE ' WS-BUSINESS-DATE
                   ' RETENTION ' WS-RETAIN-DAYS
                   ' BUSINESS DAYS, PURGING BEFORE ' WS-CUTOFF-DATE
           END-IF

           EXIT.

       STEP-BACK-ONE-BUSINESS-DAY SECTION.

           ADD 1 TO WS-DAY-IX
           MOVE SPACES TO BUSDATE
           MOVE 'BUSDATE' TO BD-PGM-NAME
           SET BD-PREV-BUSINESS-DAY TO TRUE
           MOVE WS-CALENDAR-FILENAME TO BD-CALENDAR-FILENAME
           MOVE WS-CUTOFF-DATE TO BD-DATE
           CALL "BUSDATE" USING BUSDATE FILENAME-FILE-STATUS

           IF BD-YES AND BD-RESULT-DATE > 0
               MOVE BD-RESULT-DATE TO WS-CUTOFF-DATE
           ELSE
               DISPLAY 'MSTRPURGE: BUSINESS CALENDAR NOT USABLE '
                   WS-CALENDAR-FILENAME(1:40)
               SET PURGE-ABORTED TO TRUE
           END-IF

           EXIT.

       SELECT-PURGE-CANDIDATES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'MSTRPURGE' TO PGM-NAME OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'MSTRPURGE: CANNOT OPEN MASTER '
                   WS-MASTER-FILENAME(1:40)
               SET PURGE-ABORTED TO TRUE
               GO TO SELECT-PURGE-CANDIDATES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-MASTER-HANDLE

           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           PERFORM SELECT-ONE-MASTER-RECORD UNTIL MASTER-EOF
           PERFORM CLOSE-MASTER

           IF WS-DEFERRED-TOTAL > 0
               DISPLAY 'MSTRPURGE: ' WS-DEFERRED-TOTAL
                   ' RECORDS DUE BEYOND THE 5000 PER RUN, LEFT FOR '
                   'THE NEXT RUN'
           END-IF.

       SELECT-PURGE-CANDIDATES-EXIT.

           EXIT.

       SELECT-ONE-MASTER-RECORD SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF
               SET MASTER-EOF TO TRUE
               GO TO SELECT-ONE-MASTER-RECORD-EXIT
           END-IF
           IF NOT RC-SUCCESS
               DISPLAY 'MSTRPURGE: MASTER READ FAILED - '
                   SHOP-RETURN-MESSAGE
               SET PURGE-ABORTED TO TRUE
               SET MASTER-EOF TO TRUE
               GO TO SELECT-ONE-MASTER-RECORD-EXIT
           END-IF

           MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-MASTER-DATA
           PERFORM TEST-RECORD-DUE
           IF RECORD-BAD-DATE
               ADD 1 TO WS-BAD-DATE-TOTAL
               GO TO SELECT-ONE-MASTER-RECORD-EXIT
           END-IF
           IF NOT RECORD-DUE
               GO TO SELECT-ONE-MASTER-RECORD-EXIT
           END-IF

           ADD 1 TO WS-DUE-TOTAL
           IF WS-CD-COUNT >= 5000
               ADD 1 TO WS-DEFERRED-TOTAL
               GO TO SELECT-ONE-MASTER-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CD-COUNT
           MOVE RECORD-KEY OF FILEHANDLER TO WS-CD-KEY(WS-CD-COUNT)
           MOVE WS-RECORD-DATE TO WS-CD-DATE(WS-CD-COUNT)
           MOVE SPACE TO WS-CD-STATE(WS-CD-COUNT).

       SELECT-ONE-MASTER-RECORD-EXIT.

           EXIT.

      * A record in WS-MASTER-DATA is due when its date is before the
      * cutoff and, where the rule names a status field, its status
      * is one of the purge codes.
       TEST-RECORD-DUE SECTION.

           MOVE 'N' TO WS-DUE-SWITCH
           MOVE WS-MASTER-DATA(WS-DATE-OFFSET:8) TO WS-RECORD-DATE
           IF WS-RECORD-DATE NOT NUMERIC OR WS-RECORD-DATE-N = 0
               SET RECORD-BAD-DATE TO TRUE
               GO TO TEST-RECORD-DUE-EXIT
           END-IF
           IF WS-RECORD-DATE-N NOT < WS-CUTOFF-DATE
               GO TO TEST-RECORD-DUE-EXIT
           END-IF

           IF WS-STATUS-FIELD-NAME NOT = SPACES
               MOVE SPACES TO WS-STATUS-VALUE
               MOVE WS-MASTER-DATA(WS-STATUS-OFFSET:WS-STATUS-LENGTH)
                   TO WS-STATUS-VALUE(1:WS-STATUS-LENGTH)
               MOVE 'N' TO WS-STATUS-MATCH-SWITCH
               PERFORM MATCH-ONE-STATUS-CODE
                   VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > WS-STATUS-CODE-COUNT
                       OR STATUS-MATCHED
               IF NOT STATUS-MATCHED
                   GO TO TEST-RECORD-DUE-EXIT
               END-IF
           END-IF

           SET RECORD-DUE TO TRUE.

       TEST-RECORD-DUE-EXIT.

           EXIT.

       MATCH-ONE-STATUS-CODE SECTION.

           IF WS-STATUS-VALUE = WS-STATUS-CODE(WS-CODE-IX)
               SET STATUS-MATCHED TO TRUE
           END-IF

           EXIT.

      * Any detail record whose foreign key names a candidate keeps
      * that master record on file.
       CHECK-DETAIL-REFERENCES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'MSTRPURGE' TO PGM-NAME OF FILEHANDLER
           MOVE WS-DETAIL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'MSTRPURGE: CANNOT OPEN DETAIL '
                   WS-DETAIL-FILENAME(1:40)
               SET PURGE-ABORTED TO TRUE
               GO TO CHECK-DETAIL-REFERENCES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-DETAIL-HANDLE

           PERFORM CHECK-ONE-DETAIL UNTIL DETAIL-EOF

           MOVE WS-DETAIL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DETAIL-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       CHECK-DETAIL-REFERENCES-EXIT.

           EXIT.

       CHECK-ONE-DETAIL SECTION.

           MOVE WS-DETAIL-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DETAIL-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF
               SET DETAIL-EOF TO TRUE
               GO TO CHECK-ONE-DETAIL-EXIT
           END-IF
           IF NOT RC-SUCCESS
               DISPLAY 'MSTRPURGE: DETAIL READ FAILED - '
                   SHOP-RETURN-MESSAGE
               SET PURGE-ABORTED TO TRUE
               SET DETAIL-EOF TO TRUE
               GO TO CHECK-ONE-DETAIL-EXIT
           END-IF

           ADD 1 TO WS-DETAIL-READ-TOTAL
           MOVE FILE-RECORD OF FILEHANDLER TO WS-WORK-RECORD
           MOVE SPACES TO WS-FK-VALUE
           MOVE WS-WORK-RECORD(WS-FK-OFFSET:WS-FK-LENGTH) TO
               WS-FK-VALUE(1:WS-FK-LENGTH)
           IF WS-FK-VALUE = SPACES
               GO TO CHECK-ONE-DETAIL-EXIT
           END-IF

           MOVE WS-FK-VALUE TO WS-FIND-KEY
           PERFORM FIND-CANDIDATE-KEY
           IF WS-CD-HIT > 0
               MOVE 'R' TO WS-CD-STATE(WS-CD-HIT)
           END-IF.

       CHECK-ONE-DETAIL-EXIT.

           EXIT.

       FIND-CANDIDATE-KEY SECTION.

           MOVE 0 TO WS-CD-HIT
           MOVE 1 TO WS-CD-LOW
           MOVE WS-CD-COUNT TO WS-CD-HIGH
           PERFORM PROBE-CANDIDATE-KEY
               UNTIL WS-CD-LOW > WS-CD-HIGH OR WS-CD-HIT > 0

           EXIT.

       PROBE-CANDIDATE-KEY SECTION.

           COMPUTE WS-CD-MID = (WS-CD-LOW + WS-CD-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-CD-KEY(WS-CD-MID) = WS-FIND-KEY
                   MOVE WS-CD-MID TO WS-CD-HIT
               WHEN WS-CD-KEY(WS-CD-MID) < WS-FIND-KEY
                   COMPUTE WS-CD-LOW = WS-CD-MID + 1
               WHEN OTHER
                   COMPUTE WS-CD-HIGH = WS-CD-MID - 1
           END-EVALUATE

           EXIT.

      * Each purge run writes a new labelled archive generation; the
      * earlier archives are kept for RESTORE with GEN=.
       OPEN-PURGE-FILES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'MSTRPURGE' TO PGM-NAME OF FILEHANDLER
           MOVE WS-TICKET TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET UPDATE-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'MSTRPURGE: CANNOT OPEN MASTER FOR UPDATE '
                   WS-MASTER-FILENAME(1:40)
               SET PURGE-ABORTED TO TRUE
               GO TO OPEN-PURGE-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-MASTER-HANDLE

           MOVE WS-ARCHIVE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
           MOVE WS-LAYOUT-VERSION TO LAYOUT-VERSION OF FILEHANDLER
           SET GEN-KEEP TO TRUE
           MOVE 0 TO GEN-RETAIN-COUNT OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED OR FILENAME-LABEL-ERROR
               DISPLAY 'MSTRPURGE: CANNOT OPEN ARCHIVE '
                   WS-ARCHIVE-FILENAME(1:40)
               PERFORM CLOSE-MASTER
               SET PURGE-ABORTED TO TRUE
               GO TO OPEN-PURGE-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-ARCHIVE-HANDLE
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER
           MOVE SPACE TO KEEP-GENERATIONS OF FILEHANDLER

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'MSTRPURGE: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               PERFORM CLOSE-MASTER
               PERFORM CLOSE-ARCHIVE
               SET PURGE-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE
           END-IF.

       OPEN-PURGE-FILES-EXIT.

           EXIT.

       WRITE-REPORT-HEADINGS SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'MASTER RETENTION PURGE  LAYOUT ' DELIMITED BY SIZE
                  WS-LAYOUT-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LAYOUT-VERSION DELIMITED BY SIZE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '  PURGING BEFORE ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'MASTER ' DELIMITED BY SIZE
                  WS-MASTER-FILENAME(1:50) DELIMITED BY SIZE
                  ' ARCHIVE ' DELIMITED BY SIZE
                  WS-ARCHIVE-FILENAME(1:50) DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'RECORD KEY            DATE      ACTION' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * The archive record is written before the master delete, so a
      * failure can only leave a record in both files, never in
      * neither.
       ARCHIVE-ONE-CANDIDATE SECTION.

           MOVE WS-CD-KEY(WS-CD-IX) TO WS-DL-KEY
           MOVE WS-CD-DATE(WS-CD-IX) TO WS-DL-DATE

           IF CD-REFERENCED(WS-CD-IX)
               ADD 1 TO WS-REFERENCED-TOTAL
               MOVE 'KEPT - STILL REFERENCED BY DETAIL' TO WS-DL-TEXT
               PERFORM WRITE-DETAIL-LINE
               GO TO ARCHIVE-ONE-CANDIDATE-EXIT
           END-IF

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-CD-KEY(WS-CD-IX) TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               MOVE 'NO LONGER ON MASTER' TO WS-DL-TEXT
               PERFORM RECORD-PURGE-FAILURE
               GO TO ARCHIVE-ONE-CANDIDATE-EXIT
           END-IF

           MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-MASTER-DATA
           PERFORM TEST-RECORD-DUE
           IF NOT RECORD-DUE
               MOVE 'U' TO WS-CD-STATE(WS-CD-IX)
               ADD 1 TO WS-UPDATED-TOTAL
               MOVE 'KEPT - UPDATED SINCE SELECTION' TO WS-DL-TEXT
               PERFORM WRITE-DETAIL-LINE
               GO TO ARCHIVE-ONE-CANDIDATE-EXIT
           END-IF

           MOVE WS-CD-KEY(WS-CD-IX) TO WS-AR-KEY
           MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-AR-DATA

           MOVE WS-ARCHIVE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-ARCHIVE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-ARCHIVE-RECORD TO FILE-RECORD OF FILEHANDLER
           MOVE 500 TO RECORD-LENGTH OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               MOVE 'ARCHIVE WRITE FAILED - NOT DELETED' TO WS-DL-TEXT
               PERFORM RECORD-PURGE-FAILURE
               GO TO ARCHIVE-ONE-CANDIDATE-EXIT
           END-IF

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-CD-KEY(WS-CD-IX) TO RECORD-KEY OF FILEHANDLER
           SET F-DELETE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               MOVE 'ARCHIVED BUT DELETE FAILED' TO WS-DL-TEXT
               PERFORM RECORD-PURGE-FAILURE
               GO TO ARCHIVE-ONE-CANDIDATE-EXIT
           END-IF

           MOVE 'A' TO WS-CD-STATE(WS-CD-IX)
           ADD 1 TO WS-ARCHIVED-TOTAL
           MOVE 'ARCHIVED AND DELETED' TO WS-DL-TEXT
           PERFORM WRITE-DETAIL-LINE.

       ARCHIVE-ONE-CANDIDATE-EXIT.

           EXIT.

       RECORD-PURGE-FAILURE SECTION.

           MOVE 'F' TO WS-CD-STATE(WS-CD-IX)
           ADD 1 TO WS-FAILED-TOTAL
           PERFORM WRITE-DETAIL-LINE

           EXIT.

      * Count the master through the UPDATE-MODE handle, from the
      * first key.
       COUNT-LOCKED-MASTER SECTION.

           MOVE 0 TO WS-MASTER-COUNT
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE LOW-VALUES TO RECORD-KEY OF FILEHANDLER
           MOVE 0 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-START TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-END-RANGE OR FILENAME-INVALID
               GO TO COUNT-LOCKED-MASTER-EXIT
           END-IF

           PERFORM COUNT-ONE-MASTER-RECORD UNTIL MASTER-EOF.

       COUNT-LOCKED-MASTER-EXIT.

           EXIT.

       COUNT-ONE-MASTER-RECORD SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR NOT RC-SUCCESS
               SET MASTER-EOF TO TRUE
           ELSE
               ADD 1 TO WS-MASTER-COUNT
           END-IF

           EXIT.

      * Records kept because they are still referenced never leave
      * the master, so they are part of the after count; they are
      * listed beside it to account for every record found due.
       WRITE-RECONCILIATION SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'MASTER RECORDS BEFORE' TO WS-SL-LABEL
           MOVE WS-MASTER-BEFORE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'MASTER RECORDS AFTER' TO WS-SL-LABEL
           MOVE WS-MASTER-AFTER-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ARCHIVED AND DELETED' TO WS-SL-LABEL
           MOVE WS-ARCHIVED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'DUE FOR PURGE' TO WS-SL-LABEL
           MOVE WS-DUE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE '  SKIPPED - REFERENCED' TO WS-SL-LABEL
           MOVE WS-REFERENCED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE '  SKIPPED - UPDATED' TO WS-SL-LABEL
           MOVE WS-UPDATED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE '  FAILED' TO WS-SL-LABEL
           MOVE WS-FAILED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE '  LEFT FOR NEXT RUN' TO WS-SL-LABEL
           MOVE WS-DEFERRED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'DATE FIELD NOT VALID' TO WS-SL-LABEL
           MOVE WS-BAD-DATE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           IF WS-DETAIL-FILENAME NOT = SPACES
               MOVE 'DETAIL RECORDS CHECKED' TO WS-SL-LABEL
               MOVE WS-DETAIL-READ-TOTAL TO WS-SL-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           COMPUTE WS-BALANCE-CHECK =
               WS-MASTER-AFTER-TOTAL + WS-ARCHIVED-TOTAL

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF WS-BALANCE-CHECK = WS-MASTER-BEFORE-TOTAL
               MOVE 'RECONCILED - BEFORE = AFTER + ARCHIVED' TO
                   FILE-RECORD OF FILEHANDLER
           ELSE
               MOVE 'OUT OF BALANCE - BEFORE NOT = AFTER + ARCHIVED'
                   TO FILE-RECORD OF FILEHANDLER
               DISPLAY 'MSTRPURGE: MASTER OUT OF BALANCE AFTER PURGE'
               MOVE 12 TO WS-PURGE-RC
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           IF WS-PURGE-RC < 12
               EVALUATE TRUE
                   WHEN WS-FAILED-TOTAL > 0
                       MOVE 8 TO WS-PURGE-RC
                   WHEN WS-REFERENCED-TOTAL > 0
                       OR WS-UPDATED-TOTAL > 0
                       OR WS-DEFERRED-TOTAL > 0
                       OR WS-BAD-DATE-TOTAL > 0
                       MOVE 4 TO WS-PURGE-RC
               END-EVALUATE
           END-IF

           DISPLAY 'MSTRPURGE: BEFORE ' WS-MASTER-BEFORE-TOTAL
               ' AFTER ' WS-MASTER-AFTER-TOTAL
               ' ARCHIVED ' WS-ARCHIVED-TOTAL
               ' SKIPPED ' WS-REFERENCED-TOTAL

           EXIT.

      * Bring one purged record back from the archive. The master is
      * written under UPDATE-MODE so the restore is journaled too; a
      * key already back on the master is left as it is.
       RESTORE-PURGED-KEY SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'MSTRPURGE' TO PGM-NAME OF FILEHANDLER
           MOVE WS-ARCHIVE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
           MOVE WS-RESTORE-GEN TO RELATIVE-GENERATION OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'MSTRPURGE: CANNOT OPEN ARCHIVE '
                   WS-ARCHIVE-FILENAME(1:40)
               SET PURGE-ABORTED TO TRUE
               GO TO RESTORE-PURGED-KEY-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-ARCHIVE-HANDLE
           IF FILENAME-LABEL-ERROR
               DISPLAY 'MSTRPURGE: ARCHIVE HDR1 LABEL NOT VALID '
                   WS-ARCHIVE-FILENAME(1:40)
               PERFORM CLOSE-ARCHIVE
               SET PURGE-ABORTED TO TRUE
               GO TO RESTORE-PURGED-KEY-EXIT
           END-IF
           IF WS-LAYOUT-VERSION NOT = SPACES
                   AND LAYOUT-VERSION OF FILEHANDLER
                       NOT = WS-LAYOUT-VERSION
               DISPLAY 'MSTRPURGE: ARCHIVE HOLDS LAYOUT VERSION '
                   LAYOUT-VERSION OF FILEHANDLER
               PERFORM CLOSE-ARCHIVE
               SET PURGE-ABORTED TO TRUE
               GO TO RESTORE-PURGED-KEY-EXIT
           END-IF
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER
           MOVE 0 TO RELATIVE-GENERATION OF FILEHANDLER

           MOVE SPACES TO WS-AR-KEY
           PERFORM FIND-ONE-ARCHIVE-RECORD
               UNTIL ARCHIVE-EOF OR WS-AR-KEY = WS-RESTORE-KEY
           PERFORM CLOSE-ARCHIVE

           IF WS-AR-KEY NOT = WS-RESTORE-KEY
               DISPLAY 'MSTRPURGE: KEY ' WS-RESTORE-KEY
                   ' NOT IN ARCHIVE'
               MOVE 8 TO WS-PURGE-RC
               GO TO RESTORE-PURGED-KEY-EXIT
           END-IF

           MOVE SPACES TO FILEHANDLER
           MOVE 'MSTRPURGE' TO PGM-NAME OF FILEHANDLER
           MOVE WS-TICKET TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET UPDATE-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'MSTRPURGE: CANNOT OPEN MASTER FOR UPDATE '
                   WS-MASTER-FILENAME(1:40)
               SET PURGE-ABORTED TO TRUE
               GO TO RESTORE-PURGED-KEY-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-MASTER-HANDLE

           MOVE WS-AR-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-AR-DATA TO FILE-RECORD OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               IF FILENAME-IO-STATUS = "22"
                   DISPLAY 'MSTRPURGE: KEY ' WS-RESTORE-KEY
                       ' IS ALREADY ON THE MASTER'
               ELSE
                   DISPLAY 'MSTRPURGE: RESTORE FAILED - '
                       SHOP-RETURN-MESSAGE
               END-IF
               MOVE 8 TO WS-PURGE-RC
           ELSE
               DISPLAY 'MSTRPURGE: KEY ' WS-RESTORE-KEY
                   ' RESTORED TO ' WS-MASTER-FILENAME(1:40)
           END-IF
           PERFORM CLOSE-MASTER.

       RESTORE-PURGED-KEY-EXIT.

           EXIT.

       FIND-ONE-ARCHIVE-RECORD SECTION.

           MOVE WS-ARCHIVE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-ARCHIVE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR NOT RC-SUCCESS
               SET ARCHIVE-EOF TO TRUE
               MOVE SPACES TO WS-AR-KEY
           ELSE
               MOVE FILE-RECORD OF FILEHANDLER TO WS-ARCHIVE-RECORD
           END-IF

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

       CLOSE-MASTER SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-MASTER-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-ARCHIVE SECTION.

           MOVE WS-ARCHIVE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-ARCHIVE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-REPORT SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
