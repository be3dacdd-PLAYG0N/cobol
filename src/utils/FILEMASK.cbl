       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEMASK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEMASK.PRM"
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
           88 MASK-ABORTED VALUE 'Y'.
       01 WS-INPUT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 INPUT-EOF VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).
       01 WS-PARM-DIGITS  PIC 9(02) COMP VALUE 0.
       01 WS-PARM-START   PIC 9(02) COMP VALUE 1.
       01 WS-PARM-NUMBER  PIC 9(09) VALUE 0.

       01 WS-INPUT-FILENAME  PIC X(200) VALUE SPACES.
       01 WS-OUTPUT-FILENAME PIC X(200) VALUE SPACES.
       01 WS-DICT-FILENAME   PIC X(200) VALUE SPACES.
       01 WS-LOG-FILENAME    PIC X(200) VALUE 'FILEMASK.LOG'.
       01 WS-LAYOUT-NAME    PIC X(08) VALUE SPACES.
       01 WS-LAYOUT-VERSION PIC X(08) VALUE SPACES.
       01 WS-INPUT-ORG PIC X(1) VALUE 'S'.
           88 MASK-SEQUENTIAL VALUE 'S'.
           88 MASK-INDEXED    VALUE 'I'.
           88 MASK-RELATIVE   VALUE 'R'.
       01 WS-KEY-RULE PIC X(1) VALUE 'K'.
           88 KEY-RULE-VALID VALUE 'K', 'S', 'R'.
           88 KEY-LEFT-ALONE VALUE 'K'.
       01 WS-ALT-KEYS PIC 9(01) VALUE 0.
       01 WS-MASK-KEY-SWITCH PIC X(1) VALUE 'N'.
           88 MASK-KEY-GIVEN VALUE 'Y'.
       01 WS-MASK-KEY PIC 9(09) VALUE 0.
       01 WS-DATE-SHIFT PIC S9(05) VALUE 0.
       01 WS-SHIFT-SIGN PIC X(1) VALUE '+'.
       01 WS-SHIFT-DISPLAY PIC 9(05) VALUE 0.

       01 WS-INPUT-HANDLE  PIC 9(02) VALUE 0.
       01 WS-OUTPUT-HANDLE PIC 9(02) VALUE 0.
       01 WS-LOG-HANDLE    PIC 9(02) VALUE 0.

      * One entry per dictionary field with its mask rule and the
      * counts for the run log. A field with a record type is masked
      * only in records of that type; a blank type is common to all.
       01 WS-MASK-TABLE.
           05 WS-MF-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-MF-ENTRY OCCURS 100 TIMES.
               10 WS-MF-NAME     PIC X(20).
               10 WS-MF-REC-TYPE PIC X(08).
               10 WS-MF-OFFSET   PIC 9(04) COMP.
               10 WS-MF-LENGTH   PIC 9(03) COMP.
               10 WS-MF-TYPE     PIC X(01).
               10 WS-MF-RULE     PIC X(01).
                   88 MF-KEEP      VALUE ' ', 'K'.
                   88 MF-SCRAMBLE  VALUE 'S'.
                   88 MF-RANDOMIZE VALUE 'R'.
                   88 MF-DATE      VALUE 'D'.
                   88 MF-CONSTANT  VALUE 'C'.
               10 WS-MF-CONSTANT PIC X(20).
               10 WS-MF-MASKED   PIC 9(09) COMP.
               10 WS-MF-BLANK    PIC 9(09) COMP.
               10 WS-MF-UNMASKED PIC 9(09) COMP.
       01 WS-MF-IX PIC 9(03) COMP VALUE 0.
       01 WS-DICT-FIELD-IX PIC 9(03) COMP VALUE 0.
       01 WS-DATE-RULE-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-MULTI-TYPE-SWITCH PIC X(1) VALUE 'N'.
           88 MULTI-TYPE-LAYOUT VALUE 'Y'.
       01 WS-RECORD-TYPE PIC X(08) VALUE SPACES.

       01 WS-MASK-RECORD PIC X(500).
       01 WS-MASK-KEY-WORK PIC X(20).
       01 WS-MASK-REL-RECORD PIC 9(09) VALUE 0.
       01 WS-MASK-LENGTH PIC 9(05) VALUE 0.
       01 WS-RECORD-LIMIT PIC 9(04) COMP VALUE 500.
       01 WS-KEY-MASKED  PIC 9(09) VALUE 0.

      * Scramble and randomize are keyed by MASKKEY: each character
      * moves within its own class (upper case, lower case, digit) by
      * an amount drawn from the key, its position and the characters
      * before it. The same value under the same key always masks the
      * same way whatever the length of the field holding it, and two
      * different values never mask alike, so keys stay unique and
      * the matching fields of master and detail files still match.
       01 WS-MASK-FIELD PIC X(500).
       01 WS-MASK-LEN   PIC 9(03) COMP VALUE 0.
       01 WS-MASK-SIG   PIC 9(03) COMP VALUE 0.
       01 WS-MASK-POS   PIC 9(03) COMP VALUE 0.
       01 WS-MASK-RULE  PIC X(01).
           88 MASK-ALL-CLASSES VALUE 'S'.
       01 WS-MASK-CHAR  PIC X(01).
       01 WS-MASK-HASH  PIC 9(09) COMP VALUE 0.
       01 WS-HASH-WORK  PIC 9(15) COMP VALUE 0.
       01 WS-HASH-QUOT  PIC 9(15) COMP VALUE 0.
       01 WS-CHAR-CODE  PIC 9(03) COMP VALUE 0.
       01 WS-CHAR-IX    PIC 9(03) COMP VALUE 0.
       01 WS-NEW-IX     PIC 9(03) COMP VALUE 0.
       01 WS-UPPER-CHARS PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-LOWER-CHARS PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-DIGIT-CHARS PIC X(10) VALUE '0123456789'.
       01 WS-HASH-CHARS.
           05 FILLER PIC X(36) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
           05 FILLER PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 FILLER PIC X(20) VALUE '.,-/&''()#@*+:;_$%!?"'.

       01 WS-DATE-WORK.
           05 WS-DATE-YEAR  PIC 9(04).
           05 WS-DATE-MONTH PIC 9(02).
           05 WS-DATE-DAY   PIC 9(02).
       01 WS-DATE-LIMIT PIC 9(02) VALUE 0.
       01 WS-DATE-STATE PIC X(1).
           88 DATE-IS-VALID VALUE 'V'.
           88 DATE-IS-BAD   VALUE 'B'.
       01 WS-DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05 WS-DAYS-IN-MONTH PIC 9(02) OCCURS 12 TIMES.
       01 WS-CUM-DAYS-TABLE.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
           05 WS-CUM-DAYS PIC 9(03) OCCURS 12 TIMES.
       01 WS-LEAP-REM-4   PIC 9(04).
       01 WS-LEAP-REM-100 PIC 9(04).
       01 WS-LEAP-REM-400 PIC 9(04).
       01 WS-LEAP-QUOT    PIC 9(04).
       01 WS-LEAP-SWITCH PIC X(1).
           88 LEAP-YEAR VALUE 'Y'.
       01 WS-DAY-SERIAL  PIC S9(09) COMP VALUE 0.
       01 WS-YEAR-START  PIC S9(09) COMP VALUE 0.
       01 WS-DAY-OF-YEAR PIC 9(03) COMP VALUE 0.
       01 WS-MONTH-START PIC 9(03) COMP VALUE 0.
       01 WS-SER-YEAR    PIC 9(05) COMP VALUE 0.
       01 WS-SER-YM1     PIC 9(05) COMP VALUE 0.
       01 WS-SER-T4      PIC 9(05) COMP VALUE 0.
       01 WS-SER-T100    PIC 9(05) COMP VALUE 0.
       01 WS-SER-T400    PIC 9(05) COMP VALUE 0.

       01 WS-READ-TOTAL       PIC 9(09) VALUE 0.
       01 WS-WRITE-TOTAL      PIC 9(09) VALUE 0.
       01 WS-WRITE-FAIL-TOTAL PIC 9(09) VALUE 0.
       01 WS-UNMASKED-TOTAL   PIC 9(09) VALUE 0.

       01 WS-FIELD-LINE.
           05 WS-FL-NAME     PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-FL-OFFSET   PIC ZZZ9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-FL-LENGTH   PIC ZZ9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-FL-TYPE     PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-FL-RULE     PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-FL-CONSTANT PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-FL-MASKED   PIC Z(8)9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-FL-BLANK    PIC Z(8)9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-FL-UNMASKED PIC Z(8)9.
           05 FILLER         PIC X(48) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT MASK-ABORTED
               PERFORM LOAD-MASK-RULES
           END-IF
           IF NOT MASK-ABORTED
               PERFORM OPEN-MASK-FILES
           END-IF

           IF NOT MASK-ABORTED
               PERFORM MASK-ONE-RECORD UNTIL INPUT-EOF
               PERFORM CLOSE-MASK-FILES
               PERFORM WRITE-RUN-LOG
               PERFORM CLOSE-RUN-LOG
               DISPLAY 'FILEMASK: RECORDS READ    ' WS-READ-TOTAL
               DISPLAY 'FILEMASK: RECORDS WRITTEN ' WS-WRITE-TOTAL
               IF WS-READ-TOTAL = 0 OR WS-UNMASKED-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-WRITE-FAIL-TOTAL > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEMASK: PARAMETER FILE NOT AVAILABLE'
               SET MASK-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT MASK-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-INPUT-FILENAME = SPACES
                   OR WS-OUTPUT-FILENAME = SPACES
                   OR WS-DICT-FILENAME = SPACES
                   OR WS-LAYOUT-NAME = SPACES
               DISPLAY 'FILEMASK: INPUT, OUTPUT, DICT AND LAYOUT MUST '
                   'BE NAMED'
               SET MASK-ABORTED TO TRUE
           END-IF
           IF WS-INPUT-FILENAME = WS-OUTPUT-FILENAME
               DISPLAY 'FILEMASK: OUTPUT MUST NOT BE THE INPUT FILE'
               SET MASK-ABORTED TO TRUE
           END-IF
           IF NOT MASK-KEY-GIVEN
               DISPLAY 'FILEMASK: MASKKEY MUST BE GIVEN'
               SET MASK-ABORTED TO TRUE
           END-IF
           IF NOT MASK-SEQUENTIAL AND NOT MASK-INDEXED
                   AND NOT MASK-RELATIVE
               DISPLAY 'FILEMASK: ORG MUST BE S, I OR R'
               SET MASK-ABORTED TO TRUE
           END-IF
           IF NOT KEY-RULE-VALID
               DISPLAY 'FILEMASK: KEYRULE MUST BE K, S OR R'
               SET MASK-ABORTED TO TRUE
           END-IF
           IF WS-ALT-KEYS > 2
               DISPLAY 'FILEMASK: ALTKEYS MUST BE 0, 1 OR 2'
               SET MASK-ABORTED TO TRUE
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
                   WHEN 'OUTPUT'
                       MOVE WS-PARM-VALUE TO WS-OUTPUT-FILENAME
                   WHEN 'ORG'
                       MOVE WS-PARM-VALUE(1:1) TO WS-INPUT-ORG
                   WHEN 'DICT'
                       MOVE WS-PARM-VALUE TO WS-DICT-FILENAME
                   WHEN 'LAYOUT'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-NAME
                   WHEN 'VERSION'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-VERSION
                   WHEN 'LOG'
                       MOVE WS-PARM-VALUE TO WS-LOG-FILENAME
                   WHEN 'KEYRULE'
                       MOVE WS-PARM-VALUE(1:1) TO WS-KEY-RULE
                   WHEN 'ALTKEYS'
                       IF WS-PARM-VALUE(1:1) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:1) TO WS-ALT-KEYS
                       ELSE
                           MOVE 9 TO WS-ALT-KEYS
                       END-IF
                   WHEN 'MASKKEY'
                       PERFORM READ-MASK-KEY
                   WHEN 'DATESHIFT'
                       PERFORM READ-DATE-SHIFT
                   WHEN OTHER
                       DISPLAY 'FILEMASK: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

      * MASKKEY=n, one to nine digits. Keep it with the test data
      * request, not in the job: whoever holds it can undo the mask.
       READ-MASK-KEY SECTION.

           MOVE 0 TO WS-PARM-DIGITS
           INSPECT WS-PARM-VALUE TALLYING WS-PARM-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PARM-DIGITS < 1 OR WS-PARM-DIGITS > 9
               DISPLAY 'FILEMASK: MASKKEY MUST BE 1-9 DIGITS'
               SET MASK-ABORTED TO TRUE
               GO TO READ-MASK-KEY-EXIT
           END-IF
           IF WS-PARM-VALUE(1:WS-PARM-DIGITS) NOT NUMERIC
               DISPLAY 'FILEMASK: MASKKEY MUST BE 1-9 DIGITS'
               SET MASK-ABORTED TO TRUE
               GO TO READ-MASK-KEY-EXIT
           END-IF

           MOVE WS-PARM-VALUE(1:WS-PARM-DIGITS) TO WS-PARM-NUMBER
           MOVE WS-PARM-NUMBER TO WS-MASK-KEY
           SET MASK-KEY-GIVEN TO TRUE.

       READ-MASK-KEY-EXIT.

           EXIT.

      * DATESHIFT=[+|-]n, up to five digits of days.
       READ-DATE-SHIFT SECTION.

           MOVE '+' TO WS-SHIFT-SIGN
           MOVE 1 TO WS-PARM-START
           IF WS-PARM-VALUE(1:1) = '+' OR WS-PARM-VALUE(1:1) = '-'
               MOVE WS-PARM-VALUE(1:1) TO WS-SHIFT-SIGN
               MOVE 2 TO WS-PARM-START
           END-IF

           MOVE 0 TO WS-PARM-DIGITS
           INSPECT WS-PARM-VALUE(WS-PARM-START:) TALLYING WS-PARM-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PARM-DIGITS < 1 OR WS-PARM-DIGITS > 5
               DISPLAY 'FILEMASK: DATESHIFT MUST BE 1-5 DIGITS'
               SET MASK-ABORTED TO TRUE
               GO TO READ-DATE-SHIFT-EXIT
           END-IF
           IF WS-PARM-VALUE(WS-PARM-START:WS-PARM-DIGITS) NOT NUMERIC
               DISPLAY 'FILEMASK: DATESHIFT MUST BE 1-5 DIGITS'
               SET MASK-ABORTED TO TRUE
               GO TO READ-DATE-SHIFT-EXIT
           END-IF

           MOVE WS-PARM-VALUE(WS-PARM-START:WS-PARM-DIGITS) TO
               WS-PARM-NUMBER
           MOVE WS-PARM-NUMBER TO WS-DATE-SHIFT
           IF WS-SHIFT-SIGN = '-'
               COMPUTE WS-DATE-SHIFT = 0 - WS-DATE-SHIFT
           END-IF.

       READ-DATE-SHIFT-EXIT.

           EXIT.

      * Indexed records are masked on the 480-byte data portion, the
      * same view the dictionary offsets describe for masters.
       LOAD-MASK-RULES SECTION.

           IF MASK-INDEXED
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
               DISPLAY 'FILEMASK: LAYOUT NOT IN DICTIONARY '
                   WS-LAYOUT-NAME ' ' WS-LAYOUT-VERSION
               SET MASK-ABORTED TO TRUE
               GO TO LOAD-MASK-RULES-EXIT
           END-IF
           IF LD-TYPE-LENGTH > 0
               SET MULTI-TYPE-LAYOUT TO TRUE
           END-IF

           MOVE 0 TO WS-DICT-FIELD-IX
           PERFORM STORE-ONE-RULE
               UNTIL WS-DICT-FIELD-IX >= LD-FIELD-COUNT
                   OR MASK-ABORTED

           IF WS-DATE-RULE-COUNT > 0 AND WS-DATE-SHIFT = 0
               DISPLAY 'FILEMASK: DATESHIFT IS ZERO - DATE FIELDS '
                   'WILL NOT MOVE'
           END-IF.

       LOAD-MASK-RULES-EXIT.

           EXIT.

       STORE-ONE-RULE SECTION.

           ADD 1 TO WS-DICT-FIELD-IX
           SET LD-GET-ENTRY TO TRUE
           MOVE WS-DICT-FIELD-IX TO LD-FIELD-NUMBER
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF LD-NOT-FOUND
               DISPLAY 'FILEMASK: DICTIONARY ENTRY MISSING '
                   WS-DICT-FIELD-IX
               SET MASK-ABORTED TO TRUE
               GO TO STORE-ONE-RULE-EXIT
           END-IF

           IF LD-FIELD-OFFSET < 1 OR LD-FIELD-LENGTH < 1
                   OR LD-FIELD-OFFSET + LD-FIELD-LENGTH - 1
                       > WS-RECORD-LIMIT
               DISPLAY 'FILEMASK: FIELD OUTSIDE RECORD ' LD-FIELD-NAME
               SET MASK-ABORTED TO TRUE
               GO TO STORE-ONE-RULE-EXIT
           END-IF

           ADD 1 TO WS-MF-COUNT
           MOVE LD-FIELD-NAME   TO WS-MF-NAME(WS-MF-COUNT)
           MOVE LD-FIELD-REC-TYPE TO WS-MF-REC-TYPE(WS-MF-COUNT)
           MOVE LD-FIELD-OFFSET TO WS-MF-OFFSET(WS-MF-COUNT)
           MOVE LD-FIELD-LENGTH TO WS-MF-LENGTH(WS-MF-COUNT)
           MOVE LD-FIELD-TYPE   TO WS-MF-TYPE(WS-MF-COUNT)
           MOVE LD-MASK-RULE    TO WS-MF-RULE(WS-MF-COUNT)
           MOVE LD-MASK-VALUE   TO WS-MF-CONSTANT(WS-MF-COUNT)
           MOVE 0 TO WS-MF-MASKED(WS-MF-COUNT)
           MOVE 0 TO WS-MF-BLANK(WS-MF-COUNT)
           MOVE 0 TO WS-MF-UNMASKED(WS-MF-COUNT)
           IF MF-DATE(WS-MF-COUNT)
               ADD 1 TO WS-DATE-RULE-COUNT
           END-IF.

       STORE-ONE-RULE-EXIT.

           EXIT.

       OPEN-MASK-FILES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEMASK' TO PGM-NAME OF FILEHANDLER
           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           PERFORM SET-MASK-ORGANIZATION
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEMASK: CANNOT OPEN INPUT '
                   WS-INPUT-FILENAME(1:40)
               SET MASK-ABORTED TO TRUE
               GO TO OPEN-MASK-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-INPUT-HANDLE

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEMASK' TO PGM-NAME OF FILEHANDLER
           MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           PERFORM SET-MASK-ORGANIZATION
           IF MASK-INDEXED
               MOVE WS-ALT-KEYS TO ALT-KEY-COUNT OF FILEHANDLER
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEMASK: CANNOT OPEN OUTPUT '
                   WS-OUTPUT-FILENAME(1:40)
               PERFORM CLOSE-MASK-INPUT
               SET MASK-ABORTED TO TRUE
               GO TO OPEN-MASK-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-OUTPUT-HANDLE

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEMASK' TO PGM-NAME OF FILEHANDLER
           MOVE WS-LOG-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEMASK: CANNOT OPEN RUN LOG '
                   WS-LOG-FILENAME(1:40)
               PERFORM CLOSE-MASK-FILES
               SET MASK-ABORTED TO TRUE
               GO TO OPEN-MASK-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-LOG-HANDLE.

       OPEN-MASK-FILES-EXIT.

           EXIT.

       SET-MASK-ORGANIZATION SECTION.

           EVALUATE TRUE
               WHEN MASK-INDEXED
                   SET FO-INDEXED TO TRUE
               WHEN MASK-RELATIVE
                   SET FO-RELATIVE TO TRUE
               WHEN OTHER
                   SET FO-SEQUENTIAL TO TRUE
           END-EVALUATE

           EXIT.

       MASK-ONE-RECORD SECTION.

           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-INPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE 0 TO RELATIVE-RECORD OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET INPUT-EOF TO TRUE
               GO TO MASK-ONE-RECORD-EXIT
           END-IF
           IF NOT RC-SUCCESS
               DISPLAY 'FILEMASK: INPUT READ FAILED - '
                   SHOP-RETURN-MESSAGE
               SET INPUT-EOF TO TRUE
               ADD 1 TO WS-WRITE-FAIL-TOTAL
               GO TO MASK-ONE-RECORD-EXIT
           END-IF

           ADD 1 TO WS-READ-TOTAL
           MOVE SPACES TO WS-MASK-RECORD
           MOVE RECORD-KEY OF FILEHANDLER TO WS-MASK-KEY-WORK
           MOVE RELATIVE-RECORD OF FILEHANDLER TO WS-MASK-REL-RECORD
           EVALUATE TRUE
               WHEN MASK-INDEXED
                   MOVE 480 TO WS-MASK-LENGTH
               WHEN MASK-RELATIVE
                   MOVE 500 TO WS-MASK-LENGTH
               WHEN OTHER
                   MOVE RECORD-LENGTH OF FILEHANDLER TO WS-MASK-LENGTH
                   IF WS-MASK-LENGTH < 1 OR WS-MASK-LENGTH > 500
                       MOVE 500 TO WS-MASK-LENGTH
                   END-IF
           END-EVALUATE
           MOVE FILE-RECORD OF FILEHANDLER(1:WS-MASK-LENGTH) TO
               WS-MASK-RECORD(1:WS-MASK-LENGTH)
           IF MULTI-TYPE-LAYOUT
               PERFORM SELECT-MASK-RECORD
           END-IF

           PERFORM MASK-ONE-FIELD
               VARYING WS-MF-IX FROM 1 BY 1
               UNTIL WS-MF-IX > WS-MF-COUNT

           IF MASK-INDEXED AND NOT KEY-LEFT-ALONE
                   AND WS-MASK-KEY-WORK NOT = SPACES
               MOVE SPACES TO WS-MASK-FIELD
               MOVE WS-MASK-KEY-WORK TO WS-MASK-FIELD
               MOVE 20 TO WS-MASK-LEN
               MOVE WS-KEY-RULE TO WS-MASK-RULE
               PERFORM MASK-CHARACTER-VALUE
               MOVE WS-MASK-FIELD(1:20) TO WS-MASK-KEY-WORK
               ADD 1 TO WS-KEY-MASKED
           END-IF

           PERFORM WRITE-MASKED-RECORD.

       MASK-ONE-RECORD-EXIT.

           EXIT.

      * The dictionary names this record's type; a type the layout
      * does not declare leaves only the common fields to be masked.
       SELECT-MASK-RECORD SECTION.

           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-SELECT-RECORD TO TRUE
           MOVE SPACES TO LD-RECORD-DATA
           MOVE WS-MASK-RECORD(1:WS-MASK-LENGTH) TO
               LD-RECORD-DATA(1:WS-MASK-LENGTH)
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF LD-FOUND
               MOVE LD-RECORD-TYPE TO WS-RECORD-TYPE
           ELSE
               MOVE SPACES TO WS-RECORD-TYPE
           END-IF

           EXIT.

      * A field past the end of a short sequential record is left as
      * it is; so is a blank field, whatever its rule, and a field
      * that belongs to another record type.
       MASK-ONE-FIELD SECTION.

           IF MF-KEEP(WS-MF-IX)
               GO TO MASK-ONE-FIELD-EXIT
           END-IF
           IF MULTI-TYPE-LAYOUT
                   AND WS-MF-REC-TYPE(WS-MF-IX) NOT = SPACES
                   AND WS-MF-REC-TYPE(WS-MF-IX) NOT = WS-RECORD-TYPE
               GO TO MASK-ONE-FIELD-EXIT
           END-IF
           IF WS-MF-OFFSET(WS-MF-IX) + WS-MF-LENGTH(WS-MF-IX) - 1
                   > WS-MASK-LENGTH
               GO TO MASK-ONE-FIELD-EXIT
           END-IF

           MOVE WS-MF-LENGTH(WS-MF-IX) TO WS-MASK-LEN
           MOVE SPACES TO WS-MASK-FIELD
           MOVE WS-MASK-RECORD(WS-MF-OFFSET(WS-MF-IX):WS-MASK-LEN)
               TO WS-MASK-FIELD(1:WS-MASK-LEN)
           IF WS-MASK-FIELD(1:WS-MASK-LEN) = SPACES
               ADD 1 TO WS-MF-BLANK(WS-MF-IX)
               GO TO MASK-ONE-FIELD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN MF-SCRAMBLE(WS-MF-IX)
               WHEN MF-RANDOMIZE(WS-MF-IX)
                   MOVE WS-MF-RULE(WS-MF-IX) TO WS-MASK-RULE
                   PERFORM MASK-CHARACTER-VALUE
                   ADD 1 TO WS-MF-MASKED(WS-MF-IX)
               WHEN MF-DATE(WS-MF-IX)
                   PERFORM SHIFT-DATE-VALUE
                   IF DATE-IS-VALID
                       ADD 1 TO WS-MF-MASKED(WS-MF-IX)
                   ELSE
                       ADD 1 TO WS-MF-UNMASKED(WS-MF-IX)
                       ADD 1 TO WS-UNMASKED-TOTAL
                   END-IF
               WHEN MF-CONSTANT(WS-MF-IX)
                   MOVE SPACES TO WS-MASK-FIELD
                   MOVE WS-MF-CONSTANT(WS-MF-IX) TO WS-MASK-FIELD
                   ADD 1 TO WS-MF-MASKED(WS-MF-IX)
           END-EVALUATE

           MOVE WS-MASK-FIELD(1:WS-MASK-LEN) TO
               WS-MASK-RECORD(WS-MF-OFFSET(WS-MF-IX):WS-MASK-LEN).

       MASK-ONE-FIELD-EXIT.

           EXIT.

      * Trailing spaces are not part of the value, so a key masks the
      * same in a 20-byte record key as in a shorter detail field.
       MASK-CHARACTER-VALUE SECTION.

           MOVE WS-MASK-LEN TO WS-MASK-SIG
           PERFORM DROP-TRAILING-SPACE
               UNTIL WS-MASK-SIG < 2
                   OR WS-MASK-FIELD(WS-MASK-SIG:1) NOT = SPACE

           DIVIDE WS-MASK-KEY BY 999983 GIVING WS-HASH-QUOT
               REMAINDER WS-MASK-HASH
           PERFORM MASK-ONE-CHARACTER
               VARYING WS-MASK-POS FROM 1 BY 1
               UNTIL WS-MASK-POS > WS-MASK-SIG

           EXIT.

       DROP-TRAILING-SPACE SECTION.

           SUBTRACT 1 FROM WS-MASK-SIG

           EXIT.

       MASK-ONE-CHARACTER SECTION.

           MOVE WS-MASK-FIELD(WS-MASK-POS:1) TO WS-MASK-CHAR
           MOVE 0 TO WS-CHAR-CODE
           INSPECT WS-HASH-CHARS TALLYING WS-CHAR-CODE
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           COMPUTE WS-HASH-WORK = WS-MASK-HASH + WS-MASK-POS * 7919

           MOVE 0 TO WS-CHAR-IX
           INSPECT WS-DIGIT-CHARS TALLYING WS-CHAR-IX
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-CHAR-IX < 10
               COMPUTE WS-HASH-WORK = WS-HASH-WORK + WS-CHAR-IX
               DIVIDE WS-HASH-WORK BY 10 GIVING WS-HASH-QUOT
                   REMAINDER WS-NEW-IX
               MOVE WS-DIGIT-CHARS(WS-NEW-IX + 1:1) TO
                   WS-MASK-FIELD(WS-MASK-POS:1)
               GO TO MASK-ONE-CHARACTER-CHAIN
           END-IF

           IF NOT MASK-ALL-CLASSES
               GO TO MASK-ONE-CHARACTER-CHAIN
           END-IF

           MOVE 0 TO WS-CHAR-IX
           INSPECT WS-UPPER-CHARS TALLYING WS-CHAR-IX
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-CHAR-IX < 26
               COMPUTE WS-HASH-WORK = WS-HASH-WORK + WS-CHAR-IX
               DIVIDE WS-HASH-WORK BY 26 GIVING WS-HASH-QUOT
                   REMAINDER WS-NEW-IX
               MOVE WS-UPPER-CHARS(WS-NEW-IX + 1:1) TO
                   WS-MASK-FIELD(WS-MASK-POS:1)
               GO TO MASK-ONE-CHARACTER-CHAIN
           END-IF

           MOVE 0 TO WS-CHAR-IX
           INSPECT WS-LOWER-CHARS TALLYING WS-CHAR-IX
               FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
           IF WS-CHAR-IX < 26
               COMPUTE WS-HASH-WORK = WS-HASH-WORK + WS-CHAR-IX
               DIVIDE WS-HASH-WORK BY 26 GIVING WS-HASH-QUOT
                   REMAINDER WS-NEW-IX
               MOVE WS-LOWER-CHARS(WS-NEW-IX + 1:1) TO
                   WS-MASK-FIELD(WS-MASK-POS:1)
           END-IF.

      * The next position's shift depends on the original character,
      * never the masked one.
       MASK-ONE-CHARACTER-CHAIN.

           COMPUTE WS-HASH-WORK = WS-MASK-HASH * 31 + WS-CHAR-CODE + 1
           DIVIDE WS-HASH-WORK BY 999983 GIVING WS-HASH-QUOT
               REMAINDER WS-MASK-HASH

           EXIT.

      * The shifted date is rebuilt from a day serial, so month ends
      * and leap days fall where the calendar puts them. A value that
      * is not a valid YYYYMMDD date, or would shift out of range, is
      * left as it is and counted.
       SHIFT-DATE-VALUE SECTION.

           SET DATE-IS-VALID TO TRUE
           IF WS-MASK-LEN NOT = 8
                   OR WS-MASK-FIELD(1:8) NOT NUMERIC
               SET DATE-IS-BAD TO TRUE
               GO TO SHIFT-DATE-VALUE-EXIT
           END-IF

           MOVE WS-MASK-FIELD(1:8) TO WS-DATE-WORK
           IF WS-DATE-YEAR < 1
                   OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               SET DATE-IS-BAD TO TRUE
               GO TO SHIFT-DATE-VALUE-EXIT
           END-IF
           MOVE WS-DAYS-IN-MONTH(WS-DATE-MONTH) TO WS-DATE-LIMIT
           MOVE WS-DATE-YEAR TO WS-SER-YEAR
           PERFORM CHECK-LEAP-YEAR
           IF WS-DATE-MONTH = 2 AND LEAP-YEAR
               MOVE 29 TO WS-DATE-LIMIT
           END-IF
           IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-DATE-LIMIT
               SET DATE-IS-BAD TO TRUE
               GO TO SHIFT-DATE-VALUE-EXIT
           END-IF

           PERFORM COMPUTE-YEAR-START
           COMPUTE WS-DAY-SERIAL = WS-YEAR-START
               + WS-CUM-DAYS(WS-DATE-MONTH) + WS-DATE-DAY
               + WS-DATE-SHIFT
           IF WS-DATE-MONTH > 2 AND LEAP-YEAR
               ADD 1 TO WS-DAY-SERIAL
           END-IF
           IF WS-DAY-SERIAL < 1 OR WS-DAY-SERIAL > 3652059
               SET DATE-IS-BAD TO TRUE
               GO TO SHIFT-DATE-VALUE-EXIT
           END-IF

           PERFORM SERIAL-TO-DATE
           MOVE WS-DATE-WORK TO WS-MASK-FIELD(1:8).

       SHIFT-DATE-VALUE-EXIT.

           EXIT.

      * Day serial 1 is 0001-01-01; WS-YEAR-START is the serial of the
      * day before 1 January of WS-SER-YEAR.
       COMPUTE-YEAR-START SECTION.

           COMPUTE WS-SER-YM1 = WS-SER-YEAR - 1
           DIVIDE WS-SER-YM1 BY 4 GIVING WS-SER-T4
           DIVIDE WS-SER-YM1 BY 100 GIVING WS-SER-T100
           DIVIDE WS-SER-YM1 BY 400 GIVING WS-SER-T400
           COMPUTE WS-YEAR-START = WS-SER-YM1 * 365
               + WS-SER-T4 - WS-SER-T100 + WS-SER-T400

           EXIT.

       SERIAL-TO-DATE SECTION.

           COMPUTE WS-SER-YEAR = WS-DAY-SERIAL * 400 / 146097 + 1
           PERFORM COMPUTE-YEAR-START
           PERFORM STEP-YEAR-BACK
               UNTIL WS-YEAR-START < WS-DAY-SERIAL
           ADD 1 TO WS-SER-YEAR
           PERFORM COMPUTE-YEAR-START
           PERFORM STEP-YEAR-FORWARD
               UNTIL WS-YEAR-START >= WS-DAY-SERIAL
           SUBTRACT 1 FROM WS-SER-YEAR
           PERFORM COMPUTE-YEAR-START

           COMPUTE WS-DAY-OF-YEAR = WS-DAY-SERIAL - WS-YEAR-START
           PERFORM CHECK-LEAP-YEAR
           MOVE 13 TO WS-DATE-MONTH
           MOVE 999 TO WS-MONTH-START
           PERFORM STEP-MONTH-BACK
               UNTIL WS-MONTH-START < WS-DAY-OF-YEAR

           MOVE WS-SER-YEAR TO WS-DATE-YEAR
           COMPUTE WS-DATE-DAY = WS-DAY-OF-YEAR - WS-MONTH-START

           EXIT.

       STEP-YEAR-BACK SECTION.

           SUBTRACT 1 FROM WS-SER-YEAR
           PERFORM COMPUTE-YEAR-START

           EXIT.

       STEP-YEAR-FORWARD SECTION.

           ADD 1 TO WS-SER-YEAR
           PERFORM COMPUTE-YEAR-START

           EXIT.

       STEP-MONTH-BACK SECTION.

           SUBTRACT 1 FROM WS-DATE-MONTH
           MOVE WS-CUM-DAYS(WS-DATE-MONTH) TO WS-MONTH-START
           IF WS-DATE-MONTH > 2 AND LEAP-YEAR
               ADD 1 TO WS-MONTH-START
           END-IF

           EXIT.

       CHECK-LEAP-YEAR SECTION.

           MOVE 'N' TO WS-LEAP-SWITCH
           DIVIDE WS-SER-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-SER-YEAR BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-SER-YEAR BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400

           IF WS-LEAP-REM-400 = 0
               SET LEAP-YEAR TO TRUE
           ELSE
               IF WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0
                   SET LEAP-YEAR TO TRUE
               END-IF
           END-IF

           EXIT.

       WRITE-MASKED-RECORD SECTION.

           MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-OUTPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-MASK-RECORD(1:WS-MASK-LENGTH) TO
               FILE-RECORD OF FILEHANDLER(1:WS-MASK-LENGTH)
           MOVE WS-MASK-KEY-WORK TO RECORD-KEY OF FILEHANDLER
           MOVE WS-MASK-REL-RECORD TO RELATIVE-RECORD OF FILEHANDLER
           MOVE WS-MASK-LENGTH TO RECORD-LENGTH OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID OR NOT RC-SUCCESS
               DISPLAY 'FILEMASK: WRITE FAILED - '
                   SHOP-RETURN-MESSAGE
               ADD 1 TO WS-WRITE-FAIL-TOTAL
           ELSE
               ADD 1 TO WS-WRITE-TOTAL
           END-IF

           EXIT.

      * The run log records the rule set in force and what each rule
      * did, so a masked copy can be traced back to how it was made.
      * The mask key itself is never printed.
       WRITE-RUN-LOG SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'TEST DATA MASKING RUN LOG' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-LOG-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'INPUT  ' DELIMITED BY SIZE
                  WS-INPUT-FILENAME(1:64) DELIMITED BY SIZE
                  ' ORG ' DELIMITED BY SIZE
                  WS-INPUT-ORG DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-LOG-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'OUTPUT ' DELIMITED BY SIZE
                  WS-OUTPUT-FILENAME(1:64) DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-LOG-LINE

           MOVE WS-DATE-SHIFT TO WS-SHIFT-DISPLAY
           IF WS-DATE-SHIFT < 0
               MOVE '-' TO WS-SHIFT-SIGN
           ELSE
               MOVE '+' TO WS-SHIFT-SIGN
           END-IF
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'RULES  ' DELIMITED BY SIZE
                  WS-DICT-FILENAME(1:40) DELIMITED BY SIZE
                  ' LAYOUT ' DELIMITED BY SIZE
                  WS-LAYOUT-NAME DELIMITED BY SIZE
                  ' VERSION ' DELIMITED BY SIZE
                  WS-LAYOUT-VERSION DELIMITED BY SIZE
                  ' DATESHIFT ' DELIMITED BY SIZE
                  WS-SHIFT-SIGN DELIMITED BY SIZE
                  WS-SHIFT-DISPLAY DELIMITED BY SIZE
                  ' KEYRULE ' DELIMITED BY SIZE
                  WS-KEY-RULE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-LOG-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'FIELD                OFFS LEN T R CONSTANT' TO
               FILE-RECORD OF FILEHANDLER
           MOVE '                MASKED     BLANK  UNMASKED' TO
               FILE-RECORD OF FILEHANDLER(43:42)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-LOG-LINE

           PERFORM WRITE-ONE-FIELD-LOG
               VARYING WS-MF-IX FROM 1 BY 1
               UNTIL WS-MF-IX > WS-MF-COUNT

           IF MASK-INDEXED
               MOVE SPACES TO WS-FIELD-LINE
               MOVE '(RECORD KEY)' TO WS-FL-NAME
               MOVE 0 TO WS-FL-OFFSET
               MOVE 20 TO WS-FL-LENGTH
               MOVE 'A' TO WS-FL-TYPE
               MOVE WS-KEY-RULE TO WS-FL-RULE
               MOVE WS-KEY-MASKED TO WS-FL-MASKED
               MOVE 0 TO WS-FL-BLANK
               MOVE 0 TO WS-FL-UNMASKED
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE WS-FIELD-LINE TO FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-LOG-LINE
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-LOG-LINE

           MOVE 'RECORDS READ' TO WS-SL-LABEL
           MOVE WS-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'RECORDS WRITTEN' TO WS-SL-LABEL
           MOVE WS-WRITE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'VALUES LEFT UNMASKED' TO WS-SL-LABEL
           MOVE WS-UNMASKED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'WRITE FAILURES' TO WS-SL-LABEL
           MOVE WS-WRITE-FAIL-TOTAL TO WS-SL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-LOG-LINE

           EXIT.

       WRITE-ONE-FIELD-LOG SECTION.

           MOVE SPACES TO WS-FIELD-LINE
           MOVE WS-MF-NAME(WS-MF-IX)     TO WS-FL-NAME
           MOVE WS-MF-OFFSET(WS-MF-IX)   TO WS-FL-OFFSET
           MOVE WS-MF-LENGTH(WS-MF-IX)   TO WS-FL-LENGTH
           MOVE WS-MF-TYPE(WS-MF-IX)     TO WS-FL-TYPE
           IF MF-KEEP(WS-MF-IX)
               MOVE 'K' TO WS-FL-RULE
           ELSE
               MOVE WS-MF-RULE(WS-MF-IX) TO WS-FL-RULE
           END-IF
           IF MF-CONSTANT(WS-MF-IX)
               MOVE WS-MF-CONSTANT(WS-MF-IX) TO WS-FL-CONSTANT
           END-IF
           MOVE WS-MF-MASKED(WS-MF-IX)   TO WS-FL-MASKED
           MOVE WS-MF-BLANK(WS-MF-IX)    TO WS-FL-BLANK
           MOVE WS-MF-UNMASKED(WS-MF-IX) TO WS-FL-UNMASKED

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-FIELD-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-LOG-LINE

           EXIT.

       WRITE-SUMMARY-LINE SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-LOG-LINE

           EXIT.

       WRITE-LOG-LINE SECTION.

           MOVE WS-LOG-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-LOG-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-MASK-INPUT SECTION.

           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-INPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-MASK-FILES SECTION.

           PERFORM CLOSE-MASK-INPUT

           MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-OUTPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-RUN-LOG SECTION.

           MOVE WS-LOG-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-LOG-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
