       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEMIGR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEMIGR.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT RULES-FILE ASSIGN TO DYNAMIC WS-DYN-RULES-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RULES-STATUS.

       SELECT EXCEPT-FILE ASSIGN TO DYNAMIC WS-DYN-EXCEPT-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

      * Migration rules, one 80-byte record per field new in the
      * target version:
      *   cols 01-20  field name in the target version
      *   cols 22-61  default value; numeric and date fields take
      *               digits only, right-justified and zero-filled
      * A '*' in column 1 marks a comment. New fields without a rule
      * start blank (alphanumeric) or zero (numeric and date).
       FD RULES-FILE
           DATA RECORD IS RULES-RECORD.
       01 RULES-RECORD.
           05 MR-FIELD-NAME PIC X(20).
           05 FILLER        PIC X(01).
           05 MR-DEFAULT    PIC X(40).
           05 FILLER        PIC X(19).

      * One record for every input record left out of the output,
      * naming the first field that could not be carried over.
       FD EXCEPT-FILE
           DATA RECORD IS EXCEPT-RECORD.
       01 EXCEPT-RECORD.
           05 ER-FIELD-NAME    PIC X(20).
           05 FILLER           PIC X(01).
           05 ER-REASON        PIC X(11).
           05 FILLER           PIC X(01).
           05 ER-RECORD-NUMBER PIC 9(09).
           05 FILLER           PIC X(01).
           05 ER-KEY           PIC X(20).
           05 FILLER           PIC X(01).
           05 ER-RECORD        PIC X(500).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "LAYOUTDICT.cpy".

       01 WS-PARM-STATUS   PIC X(2).
       01 WS-RULES-STATUS  PIC X(2).
       01 WS-EXCEPT-STATUS PIC X(2).
       01 WS-DYN-RULES-FILENAME  PIC X(200).
       01 WS-DYN-EXCEPT-FILENAME PIC X(200).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-RULES-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RULES-EOF VALUE 'Y'.
       01 WS-RULE-FIELD-SWITCH PIC X(1).
           88 RULE-FIELD-FOUND VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 MIGR-ABORTED VALUE 'Y'.
       01 WS-INPUT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 INPUT-EOF VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-INPUT-FILENAME  PIC X(200) VALUE SPACES.
       01 WS-OUTPUT-FILENAME PIC X(200) VALUE SPACES.
       01 WS-DICT-FILENAME   PIC X(200) VALUE SPACES.
       01 WS-RULES-FILENAME  PIC X(200) VALUE SPACES.
       01 WS-EXCEPT-FILENAME PIC X(200) VALUE 'FILEMIGR.EXC'.
       01 WS-REPORT-FILENAME PIC X(200) VALUE 'FILEMIGR.RPT'.
       01 WS-LAYOUT-NAME  PIC X(08) VALUE SPACES.
       01 WS-FROM-VERSION PIC X(08) VALUE SPACES.
       01 WS-TO-VERSION   PIC X(08) VALUE SPACES.
       01 WS-INPUT-VERSION PIC X(08) VALUE SPACES.
       01 WS-INPUT-ORG PIC X(1) VALUE 'S'.
           88 MIGR-SEQUENTIAL VALUE 'S'.
           88 MIGR-INDEXED    VALUE 'I'.
       01 WS-ALT-KEYS PIC 9(01) VALUE 0.
       01 WS-DROP-OPTION PIC X(1) VALUE 'N'.
           88 DROP-ALLOWED VALUE 'Y'.
       01 WS-LABELS-OPTION PIC X(1) VALUE 'Y'.
           88 LABELLED-FILES VALUE 'Y'.

       01 WS-INPUT-HANDLE  PIC 9(02) VALUE 0.
       01 WS-OUTPUT-HANDLE PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.
       01 WS-EXCEPT-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88 EXCEPT-OPEN VALUE 'Y'.

      * The dictionary service holds one layout version at a time, so
      * both versions are kept here. Fields pair up by name within the
      * same record type; WS-NF-SOURCE points a target field at the
      * source field it is taken from, zero for a field that is new.
       01 WS-OLD-TABLE.
           05 WS-OF-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-OF-ENTRY OCCURS 100 TIMES.
               10 WS-OF-NAME     PIC X(20).
               10 WS-OF-OFFSET   PIC 9(04) COMP.
               10 WS-OF-LENGTH   PIC 9(03) COMP.
               10 WS-OF-TYPE     PIC X(01).
               10 WS-OF-REC-TYPE PIC X(08).
               10 WS-OF-MATCHED  PIC X(01).
                   88 OF-MATCHED VALUE 'Y'.
       01 WS-OF-IX PIC 9(03) COMP VALUE 0.

       01 WS-NEW-TABLE.
           05 WS-NF-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-NF-ENTRY OCCURS 100 TIMES.
               10 WS-NF-NAME     PIC X(20).
               10 WS-NF-OFFSET   PIC 9(04) COMP.
               10 WS-NF-LENGTH   PIC 9(03) COMP.
               10 WS-NF-TYPE     PIC X(01).
                   88 NF-NUMERIC VALUE 'N', 'D'.
               10 WS-NF-REC-TYPE PIC X(08).
               10 WS-NF-SOURCE   PIC 9(03) COMP.
               10 WS-NF-ACTION   PIC X(10).
               10 WS-NF-DEFAULT-SW PIC X(01).
                   88 NF-DEFAULT-GIVEN VALUE 'Y'.
               10 WS-NF-DEFAULT  PIC X(40).
               10 WS-NF-EXCEPTIONS PIC 9(09) COMP.
       01 WS-NF-IX PIC 9(03) COMP VALUE 0.
       01 WS-DICT-FIELD-IX PIC 9(03) COMP VALUE 0.

      * Record-type discriminators of the two versions and the type
      * values the source version declares.
       01 WS-OLD-TYPE-OFFSET PIC 9(04) VALUE 0.
       01 WS-OLD-TYPE-LENGTH PIC 9(03) VALUE 0.
       01 WS-NEW-TYPE-OFFSET PIC 9(04) VALUE 0.
       01 WS-NEW-TYPE-LENGTH PIC 9(03) VALUE 0.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-TYPE-VALUE PIC X(08) OCCURS 100 TIMES.
       01 WS-TYPE-IX PIC 9(03) COMP VALUE 0.
       01 WS-TYPE-FOUND-SWITCH PIC X(1).
           88 TYPE-FOUND VALUE 'Y'.
       01 WS-RECORD-TYPE PIC X(08).
       01 WS-UNDECLARED-TOTAL PIC 9(09) VALUE 0.

       01 WS-RECORD-LIMIT PIC 9(04) COMP VALUE 500.
       01 WS-NEW-LENGTH   PIC 9(04) COMP VALUE 0.
       01 WS-FIELD-END    PIC 9(04) COMP VALUE 0.

       01 WS-OLD-RECORD PIC X(500).
       01 WS-NEW-RECORD PIC X(500).
       01 WS-OLD-LENGTH PIC 9(04) COMP VALUE 0.
       01 WS-RECORD-KEY PIC X(20).

       01 WS-SOURCE-VALUE PIC X(500).
       01 WS-TARGET-VALUE PIC X(500).
       01 WS-SOURCE-LEN PIC 9(03) COMP VALUE 0.
       01 WS-TARGET-LEN PIC 9(03) COMP VALUE 0.
       01 WS-CUT-LEN    PIC 9(03) COMP VALUE 0.
       01 WS-CUT-START  PIC 9(03) COMP VALUE 0.
       01 WS-VALUE-SIG  PIC 9(03) COMP VALUE 0.
       01 WS-FIELD-FAULT PIC X(11).
       01 WS-RECORD-BAD-SWITCH PIC X(1).
           88 RECORD-MIGRATE-BAD VALUE 'Y'.
       01 WS-FIRST-BAD-FIELD PIC X(20).
       01 WS-FIRST-BAD-REASON PIC X(11).

       01 WS-READ-TOTAL       PIC 9(09) VALUE 0.
       01 WS-WRITE-TOTAL      PIC 9(09) VALUE 0.
       01 WS-EXCEPT-TOTAL     PIC 9(09) VALUE 0.
       01 WS-WRITE-FAIL-TOTAL PIC 9(09) VALUE 0.
       01 WS-READ-FAIL-TOTAL  PIC 9(09) VALUE 0.
       01 WS-BALANCE-TOTAL    PIC 9(09) VALUE 0.
       01 WS-RULE-TOTAL       PIC 9(09) VALUE 0.
       01 WS-MIGR-RC PIC 9(02) VALUE 0.

       01 WS-FIELD-HEADING.
           05 FILLER PIC X(21) VALUE 'FIELD'.
           05 FILLER PIC X(09) VALUE 'TYPE'.
           05 FILLER PIC X(05) VALUE 'FROM'.
           05 FILLER PIC X(04) VALUE 'LEN'.
           05 FILLER PIC X(03) VALUE 'T'.
           05 FILLER PIC X(05) VALUE '  TO'.
           05 FILLER PIC X(04) VALUE 'LEN'.
           05 FILLER PIC X(03) VALUE 'T'.
           05 FILLER PIC X(11) VALUE 'ACTION'.
           05 FILLER PIC X(11) VALUE 'EXCEPTIONS'.
           05 FILLER PIC X(56) VALUE 'DEFAULT'.

       01 WS-FIELD-LINE.
           05 WS-FL-NAME      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FL-REC-TYPE  PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FL-OLD-OFFSET PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FL-OLD-LENGTH PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FL-OLD-TYPE  PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-NEW-OFFSET PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FL-NEW-LENGTH PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FL-NEW-TYPE  PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-ACTION    PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FL-EXCEPTIONS PIC Z(8)9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-DEFAULT   PIC X(40).
           05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT MIGR-ABORTED
               PERFORM LOAD-SOURCE-LAYOUT
           END-IF
           IF NOT MIGR-ABORTED
               PERFORM LOAD-TARGET-LAYOUT
           END-IF
           IF NOT MIGR-ABORTED
               PERFORM LOAD-MIGRATION-RULES
           END-IF
           IF NOT MIGR-ABORTED
               PERFORM CHECK-REMOVED-FIELDS
           END-IF
           IF NOT MIGR-ABORTED
               PERFORM OPEN-MIGRATION-FILES
           END-IF

           IF NOT MIGR-ABORTED
               PERFORM MIGRATE-ONE-RECORD UNTIL INPUT-EOF
               PERFORM CLOSE-MIGRATION-FILES
               PERFORM WRITE-MIGRATION-REPORT
               PERFORM CLOSE-MIGRATION-REPORT
               DISPLAY 'FILEMIGR: RECORDS READ    ' WS-READ-TOTAL
               DISPLAY 'FILEMIGR: RECORDS WRITTEN ' WS-WRITE-TOTAL
               DISPLAY 'FILEMIGR: EXCEPTIONS      ' WS-EXCEPT-TOTAL
           ELSE
               MOVE 12 TO WS-MIGR-RC
           END-IF

           MOVE WS-MIGR-RC TO RETURN-CODE

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEMIGR: PARAMETER FILE NOT AVAILABLE'
               SET MIGR-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT MIGR-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-INPUT-FILENAME = SPACES
                   OR WS-OUTPUT-FILENAME = SPACES
                   OR WS-DICT-FILENAME = SPACES
                   OR WS-LAYOUT-NAME = SPACES
               DISPLAY 'FILEMIGR: INPUT, OUTPUT, DICT AND LAYOUT MUST '
                   'BE NAMED'
               SET MIGR-ABORTED TO TRUE
           END-IF
           IF WS-FROM-VERSION = SPACES OR WS-TO-VERSION = SPACES
               DISPLAY 'FILEMIGR: FROMVER AND TOVER MUST BE GIVEN'
               SET MIGR-ABORTED TO TRUE
           END-IF
           IF WS-FROM-VERSION = WS-TO-VERSION
               DISPLAY 'FILEMIGR: FROMVER AND TOVER ARE THE SAME'
               SET MIGR-ABORTED TO TRUE
           END-IF
           IF WS-INPUT-FILENAME = WS-OUTPUT-FILENAME
               DISPLAY 'FILEMIGR: OUTPUT MUST NOT BE THE INPUT FILE'
               SET MIGR-ABORTED TO TRUE
           END-IF
           IF NOT MIGR-SEQUENTIAL AND NOT MIGR-INDEXED
               DISPLAY 'FILEMIGR: ORG MUST BE S OR I'
               SET MIGR-ABORTED TO TRUE
           END-IF
           IF WS-ALT-KEYS > 2
               DISPLAY 'FILEMIGR: ALTKEYS MUST BE 0, 1 OR 2'
               SET MIGR-ABORTED TO TRUE
           END-IF
           IF WS-DROP-OPTION NOT = 'Y' AND WS-DROP-OPTION NOT = 'N'
               DISPLAY 'FILEMIGR: DROP MUST BE Y OR N'
               SET MIGR-ABORTED TO TRUE
           END-IF
           IF WS-LABELS-OPTION NOT = 'Y' AND WS-LABELS-OPTION NOT = 'N'
               DISPLAY 'FILEMIGR: LABELS MUST BE Y OR N'
               SET MIGR-ABORTED TO TRUE
           END-IF
           IF WS-EXCEPT-FILENAME = SPACES
                   OR WS-REPORT-FILENAME = SPACES
               DISPLAY 'FILEMIGR: EXCEPT AND REPORT MAY NOT BE BLANK'
               SET MIGR-ABORTED TO TRUE
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
                   WHEN 'ALTKEYS'
                       IF WS-PARM-VALUE(1:1) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:1) TO WS-ALT-KEYS
                       ELSE
                           MOVE 9 TO WS-ALT-KEYS
                       END-IF
                   WHEN 'DICT'
                       MOVE WS-PARM-VALUE TO WS-DICT-FILENAME
                   WHEN 'LAYOUT'
                       MOVE WS-PARM-VALUE(1:8) TO WS-LAYOUT-NAME
                   WHEN 'FROMVER'
                       MOVE WS-PARM-VALUE(1:8) TO WS-FROM-VERSION
                   WHEN 'TOVER'
                       MOVE WS-PARM-VALUE(1:8) TO WS-TO-VERSION
                   WHEN 'RULES'
                       MOVE WS-PARM-VALUE TO WS-RULES-FILENAME
                   WHEN 'DROP'
                       MOVE WS-PARM-VALUE(1:1) TO WS-DROP-OPTION
                   WHEN 'LABELS'
                       MOVE WS-PARM-VALUE(1:1) TO WS-LABELS-OPTION
                   WHEN 'EXCEPT'
                       MOVE WS-PARM-VALUE TO WS-EXCEPT-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY 'FILEMIGR: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

      * Indexed records are migrated on the 480-byte data portion, the
      * same view the dictionary offsets describe for masters; the
      * record key is carried over unchanged.
       LOAD-SOURCE-LAYOUT SECTION.

           IF MIGR-INDEXED
               MOVE 480 TO WS-RECORD-LIMIT
           END-IF

           MOVE WS-FROM-VERSION TO LD-LAYOUT-VERSION
           PERFORM LOAD-ONE-VERSION
           IF MIGR-ABORTED
               GO TO LOAD-SOURCE-LAYOUT-EXIT
           END-IF
           MOVE LD-TYPE-OFFSET TO WS-OLD-TYPE-OFFSET
           MOVE LD-TYPE-LENGTH TO WS-OLD-TYPE-LENGTH

           MOVE 0 TO WS-DICT-FIELD-IX
           PERFORM STORE-ONE-SOURCE-FIELD
               UNTIL WS-DICT-FIELD-IX >= LD-FIELD-COUNT
                   OR MIGR-ABORTED.

       LOAD-SOURCE-LAYOUT-EXIT.

           EXIT.

       LOAD-TARGET-LAYOUT SECTION.

           MOVE WS-TO-VERSION TO LD-LAYOUT-VERSION
           PERFORM LOAD-ONE-VERSION
           IF MIGR-ABORTED
               GO TO LOAD-TARGET-LAYOUT-EXIT
           END-IF
           MOVE LD-TYPE-OFFSET TO WS-NEW-TYPE-OFFSET
           MOVE LD-TYPE-LENGTH TO WS-NEW-TYPE-LENGTH

      * Both versions must agree on whether the layout is typed, and
      * the type value must fit the target discriminator unchanged.
           IF WS-OLD-TYPE-LENGTH NOT = WS-NEW-TYPE-LENGTH
               DISPLAY 'FILEMIGR: RECORD-TYPE DISCRIMINATOR LENGTH '
                   'DIFFERS BETWEEN ' WS-FROM-VERSION ' AND '
                   WS-TO-VERSION
               SET MIGR-ABORTED TO TRUE
               GO TO LOAD-TARGET-LAYOUT-EXIT
           END-IF
           MOVE WS-NEW-TYPE-OFFSET TO WS-NEW-LENGTH
           IF WS-NEW-TYPE-LENGTH > 0
               COMPUTE WS-NEW-LENGTH = WS-NEW-TYPE-OFFSET
                   + WS-NEW-TYPE-LENGTH - 1
           END-IF

           MOVE 0 TO WS-DICT-FIELD-IX
           PERFORM STORE-ONE-TARGET-FIELD
               UNTIL WS-DICT-FIELD-IX >= LD-FIELD-COUNT
                   OR MIGR-ABORTED.

       LOAD-TARGET-LAYOUT-EXIT.

           EXIT.

       LOAD-ONE-VERSION SECTION.

           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-LOAD-LAYOUT TO TRUE
           MOVE WS-DICT-FILENAME TO LD-DICT-FILENAME
           MOVE WS-LAYOUT-NAME TO LD-LAYOUT-NAME
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF FILENAME-INVALID OR LD-FIELD-COUNT = 0
               DISPLAY 'FILEMIGR: LAYOUT NOT IN DICTIONARY '
                   WS-LAYOUT-NAME ' ' LD-LAYOUT-VERSION
               SET MIGR-ABORTED TO TRUE
           END-IF

           EXIT.

       STORE-ONE-SOURCE-FIELD SECTION.

           PERFORM GET-DICTIONARY-ENTRY
           IF MIGR-ABORTED
               GO TO STORE-ONE-SOURCE-FIELD-EXIT
           END-IF

           ADD 1 TO WS-OF-COUNT
           MOVE LD-FIELD-NAME     TO WS-OF-NAME(WS-OF-COUNT)
           MOVE LD-FIELD-OFFSET   TO WS-OF-OFFSET(WS-OF-COUNT)
           MOVE LD-FIELD-LENGTH   TO WS-OF-LENGTH(WS-OF-COUNT)
           MOVE LD-FIELD-TYPE     TO WS-OF-TYPE(WS-OF-COUNT)
           MOVE LD-FIELD-REC-TYPE TO WS-OF-REC-TYPE(WS-OF-COUNT)
           MOVE 'N' TO WS-OF-MATCHED(WS-OF-COUNT)

           IF LD-FIELD-REC-TYPE NOT = SPACES
               MOVE LD-FIELD-REC-TYPE TO WS-RECORD-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT TYPE-FOUND AND WS-TYPE-COUNT < 100
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE LD-FIELD-REC-TYPE
                       TO WS-TYPE-VALUE(WS-TYPE-COUNT)
               END-IF
           END-IF.

       STORE-ONE-SOURCE-FIELD-EXIT.

           EXIT.

       STORE-ONE-TARGET-FIELD SECTION.

           PERFORM GET-DICTIONARY-ENTRY
           IF MIGR-ABORTED
               GO TO STORE-ONE-TARGET-FIELD-EXIT
           END-IF

           ADD 1 TO WS-NF-COUNT
           MOVE WS-NF-COUNT TO WS-NF-IX
           MOVE LD-FIELD-NAME     TO WS-NF-NAME(WS-NF-IX)
           MOVE LD-FIELD-OFFSET   TO WS-NF-OFFSET(WS-NF-IX)
           MOVE LD-FIELD-LENGTH   TO WS-NF-LENGTH(WS-NF-IX)
           MOVE LD-FIELD-TYPE     TO WS-NF-TYPE(WS-NF-IX)
           MOVE LD-FIELD-REC-TYPE TO WS-NF-REC-TYPE(WS-NF-IX)
           MOVE 0 TO WS-NF-SOURCE(WS-NF-IX)
           MOVE 'N' TO WS-NF-DEFAULT-SW(WS-NF-IX)
           MOVE SPACES TO WS-NF-DEFAULT(WS-NF-IX)
           MOVE 0 TO WS-NF-EXCEPTIONS(WS-NF-IX)

           COMPUTE WS-FIELD-END = LD-FIELD-OFFSET + LD-FIELD-LENGTH - 1
           IF WS-FIELD-END > WS-NEW-LENGTH
               MOVE WS-FIELD-END TO WS-NEW-LENGTH
           END-IF

           MOVE 0 TO WS-OF-IX
           PERFORM MATCH-ONE-SOURCE-FIELD
               UNTIL WS-OF-IX >= WS-OF-COUNT
                   OR WS-NF-SOURCE(WS-NF-IX) > 0

           IF WS-NF-SOURCE(WS-NF-IX) = 0
               MOVE 'NEW BLANK' TO WS-NF-ACTION(WS-NF-IX)
               GO TO STORE-ONE-TARGET-FIELD-EXIT
           END-IF

           MOVE WS-NF-SOURCE(WS-NF-IX) TO WS-OF-IX
           EVALUATE TRUE
               WHEN WS-NF-LENGTH(WS-NF-IX) > WS-OF-LENGTH(WS-OF-IX)
                   MOVE 'WIDENED' TO WS-NF-ACTION(WS-NF-IX)
               WHEN WS-NF-LENGTH(WS-NF-IX) < WS-OF-LENGTH(WS-OF-IX)
                   MOVE 'NARROWED' TO WS-NF-ACTION(WS-NF-IX)
               WHEN WS-NF-OFFSET(WS-NF-IX) NOT =
                       WS-OF-OFFSET(WS-OF-IX)
                   MOVE 'MOVED' TO WS-NF-ACTION(WS-NF-IX)
               WHEN OTHER
                   MOVE 'UNCHANGED' TO WS-NF-ACTION(WS-NF-IX)
           END-EVALUATE.

       STORE-ONE-TARGET-FIELD-EXIT.

           EXIT.

       GET-DICTIONARY-ENTRY SECTION.

           ADD 1 TO WS-DICT-FIELD-IX
           SET LD-GET-ENTRY TO TRUE
           MOVE WS-DICT-FIELD-IX TO LD-FIELD-NUMBER
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF LD-NOT-FOUND
               DISPLAY 'FILEMIGR: DICTIONARY ENTRY MISSING '
                   WS-DICT-FIELD-IX ' VERSION ' LD-LAYOUT-VERSION
               SET MIGR-ABORTED TO TRUE
               GO TO GET-DICTIONARY-ENTRY-EXIT
           END-IF

           IF LD-FIELD-OFFSET < 1 OR LD-FIELD-LENGTH < 1
                   OR LD-FIELD-OFFSET + LD-FIELD-LENGTH - 1
                       > WS-RECORD-LIMIT
               DISPLAY 'FILEMIGR: FIELD OUTSIDE RECORD ' LD-FIELD-NAME
                   ' VERSION ' LD-LAYOUT-VERSION
               SET MIGR-ABORTED TO TRUE
           END-IF.

       GET-DICTIONARY-ENTRY-EXIT.

           EXIT.

       MATCH-ONE-SOURCE-FIELD SECTION.

           ADD 1 TO WS-OF-IX
           IF WS-OF-NAME(WS-OF-IX) = WS-NF-NAME(WS-NF-IX)
                   AND WS-OF-REC-TYPE(WS-OF-IX) =
                       WS-NF-REC-TYPE(WS-NF-IX)
               MOVE WS-OF-IX TO WS-NF-SOURCE(WS-NF-IX)
               MOVE 'Y' TO WS-OF-MATCHED(WS-OF-IX)
           END-IF

           EXIT.

       FIND-RECORD-TYPE SECTION.

           MOVE 'N' TO WS-TYPE-FOUND-SWITCH
           PERFORM MATCH-ONE-RECORD-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT OR TYPE-FOUND

           EXIT.

       MATCH-ONE-RECORD-TYPE SECTION.

           IF WS-TYPE-VALUE(WS-TYPE-IX) = WS-RECORD-TYPE
               SET TYPE-FOUND TO TRUE
           END-IF

           EXIT.

      * A rule may only name a field that is new in the target
      * version; its default is checked against the field here so a
      * bad rule stops the run before any record is read.
       LOAD-MIGRATION-RULES SECTION.

           IF WS-RULES-FILENAME = SPACES
               GO TO LOAD-MIGRATION-RULES-EXIT
           END-IF

           MOVE WS-RULES-FILENAME TO WS-DYN-RULES-FILENAME
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY 'FILEMIGR: CANNOT OPEN RULES '
                   WS-RULES-FILENAME(1:40)
               SET MIGR-ABORTED TO TRUE
               GO TO LOAD-MIGRATION-RULES-EXIT
           END-IF

           PERFORM LOAD-ONE-RULE UNTIL RULES-EOF
           CLOSE RULES-FILE.

       LOAD-MIGRATION-RULES-EXIT.

           EXIT.

       LOAD-ONE-RULE SECTION.

           READ RULES-FILE
               AT END
                   SET RULES-EOF TO TRUE
           END-READ

           IF RULES-EOF
               GO TO LOAD-ONE-RULE-EXIT
           END-IF
           IF RULES-RECORD(1:1) = '*' OR RULES-RECORD = SPACES
               GO TO LOAD-ONE-RULE-EXIT
           END-IF
           ADD 1 TO WS-RULE-TOTAL

           MOVE 0 TO WS-NF-IX
           PERFORM APPLY-RULE-TO-FIELD
               UNTIL WS-NF-IX >= WS-NF-COUNT

           IF NOT MIGR-ABORTED
               MOVE 0 TO WS-NF-IX
               MOVE 'N' TO WS-RULE-FIELD-SWITCH
               PERFORM FIND-RULE-FIELD
                   UNTIL WS-NF-IX >= WS-NF-COUNT OR RULE-FIELD-FOUND
               IF NOT RULE-FIELD-FOUND
                   DISPLAY 'FILEMIGR: RULE FOR FIELD NOT IN '
                       WS-TO-VERSION ' ' MR-FIELD-NAME
                   SET MIGR-ABORTED TO TRUE
               END-IF
           END-IF

           IF MIGR-ABORTED
               SET RULES-EOF TO TRUE
           END-IF.

       LOAD-ONE-RULE-EXIT.

           EXIT.

       FIND-RULE-FIELD SECTION.

           ADD 1 TO WS-NF-IX
           IF WS-NF-NAME(WS-NF-IX) = MR-FIELD-NAME
               SET RULE-FIELD-FOUND TO TRUE
           END-IF

           EXIT.

      * A field carried over from the source version keeps its value;
      * a rule naming one is reported and otherwise ignored.
       APPLY-RULE-TO-FIELD SECTION.

           ADD 1 TO WS-NF-IX
           IF WS-NF-NAME(WS-NF-IX) NOT = MR-FIELD-NAME
               GO TO APPLY-RULE-TO-FIELD-EXIT
           END-IF
           IF WS-NF-SOURCE(WS-NF-IX) > 0
               DISPLAY 'FILEMIGR: FIELD ' MR-FIELD-NAME
                   ' EXISTS IN ' WS-FROM-VERSION ' - RULE IGNORED'
               GO TO APPLY-RULE-TO-FIELD-EXIT
           END-IF

           MOVE 40 TO WS-VALUE-SIG
           MOVE SPACES TO WS-SOURCE-VALUE
           MOVE MR-DEFAULT TO WS-SOURCE-VALUE(1:40)
           PERFORM DROP-TRAILING-SPACE
               UNTIL WS-VALUE-SIG < 1
                   OR WS-SOURCE-VALUE(WS-VALUE-SIG:1) NOT = SPACE

           IF WS-VALUE-SIG > WS-NF-LENGTH(WS-NF-IX)
               DISPLAY 'FILEMIGR: DEFAULT LONGER THAN FIELD '
                   MR-FIELD-NAME
               SET MIGR-ABORTED TO TRUE
               GO TO APPLY-RULE-TO-FIELD-EXIT
           END-IF

           MOVE SPACES TO WS-TARGET-VALUE
           MOVE WS-NF-LENGTH(WS-NF-IX) TO WS-TARGET-LEN
           IF NF-NUMERIC(WS-NF-IX)
               IF WS-VALUE-SIG = 0
                   MOVE 1 TO WS-VALUE-SIG
                   MOVE '0' TO WS-SOURCE-VALUE(1:1)
               END-IF
               IF WS-SOURCE-VALUE(1:WS-VALUE-SIG) NOT NUMERIC
                   DISPLAY 'FILEMIGR: DEFAULT NOT NUMERIC FOR '
                       MR-FIELD-NAME
                   SET MIGR-ABORTED TO TRUE
                   GO TO APPLY-RULE-TO-FIELD-EXIT
               END-IF
               MOVE ALL '0' TO WS-TARGET-VALUE(1:WS-TARGET-LEN)
               COMPUTE WS-CUT-START = WS-TARGET-LEN - WS-VALUE-SIG + 1
               MOVE WS-SOURCE-VALUE(1:WS-VALUE-SIG) TO
                   WS-TARGET-VALUE(WS-CUT-START:WS-VALUE-SIG)
           ELSE
               MOVE WS-SOURCE-VALUE(1:WS-TARGET-LEN) TO
                   WS-TARGET-VALUE(1:WS-TARGET-LEN)
           END-IF

           MOVE WS-TARGET-VALUE(1:40) TO WS-NF-DEFAULT(WS-NF-IX)
           SET NF-DEFAULT-GIVEN(WS-NF-IX) TO TRUE
           MOVE 'DEFAULTED' TO WS-NF-ACTION(WS-NF-IX).

       APPLY-RULE-TO-FIELD-EXIT.

           EXIT.

       DROP-TRAILING-SPACE SECTION.

           SUBTRACT 1 FROM WS-VALUE-SIG

           EXIT.

      * A field the target version no longer has would be lost, so
      * the run stops unless DROP=Y says the loss is intended.
       CHECK-REMOVED-FIELDS SECTION.

           PERFORM CHECK-ONE-REMOVED-FIELD
               VARYING WS-OF-IX FROM 1 BY 1
               UNTIL WS-OF-IX > WS-OF-COUNT

           EXIT.

       CHECK-ONE-REMOVED-FIELD SECTION.

           IF NOT OF-MATCHED(WS-OF-IX) AND NOT DROP-ALLOWED
               DISPLAY 'FILEMIGR: FIELD ' WS-OF-NAME(WS-OF-IX)
                   ' ' WS-OF-REC-TYPE(WS-OF-IX)
                   ' IS NOT IN ' WS-TO-VERSION ' - DROP=Y NOT GIVEN'
               SET MIGR-ABORTED TO TRUE
           END-IF

           EXIT.

       OPEN-MIGRATION-FILES SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEMIGR' TO PGM-NAME OF FILEHANDLER
           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           PERFORM SET-MIGRATION-ORGANIZATION
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEMIGR: CANNOT OPEN INPUT '
                   WS-INPUT-FILENAME(1:40)
               SET MIGR-ABORTED TO TRUE
               GO TO OPEN-MIGRATION-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-INPUT-HANDLE

      * A labelled input must carry the source version in its HDR1,
      * so a file already migrated is not migrated twice.
           IF MIGR-SEQUENTIAL AND LABELLED-FILES
               MOVE LAYOUT-VERSION OF FILEHANDLER TO WS-INPUT-VERSION
               IF FILENAME-LABEL-ERROR
                   DISPLAY 'FILEMIGR: HDR1 LABEL VERIFICATION FAILED '
                       WS-INPUT-FILENAME(1:40)
                   PERFORM CLOSE-MIGRATION-INPUT
                   SET MIGR-ABORTED TO TRUE
                   GO TO OPEN-MIGRATION-FILES-EXIT
               END-IF
               IF WS-INPUT-VERSION NOT = WS-FROM-VERSION
                   DISPLAY 'FILEMIGR: INPUT IS LAYOUT VERSION '
                       WS-INPUT-VERSION ', NOT ' WS-FROM-VERSION
                   PERFORM CLOSE-MIGRATION-INPUT
                   SET MIGR-ABORTED TO TRUE
                   GO TO OPEN-MIGRATION-FILES-EXIT
               END-IF
           END-IF

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEMIGR' TO PGM-NAME OF FILEHANDLER
           MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           PERFORM SET-MIGRATION-ORGANIZATION
           IF MIGR-SEQUENTIAL AND LABELLED-FILES
               MOVE WS-TO-VERSION TO LAYOUT-VERSION OF FILEHANDLER
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED OR FILENAME-LABEL-ERROR
               DISPLAY 'FILEMIGR: CANNOT OPEN OUTPUT '
                   WS-OUTPUT-FILENAME(1:40)
               PERFORM CLOSE-MIGRATION-INPUT
               SET MIGR-ABORTED TO TRUE
               GO TO OPEN-MIGRATION-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-OUTPUT-HANDLE
           MOVE SPACE TO LABEL-PROCESSING OF FILEHANDLER

           MOVE WS-EXCEPT-FILENAME TO WS-DYN-EXCEPT-FILENAME
           OPEN OUTPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY 'FILEMIGR: CANNOT OPEN EXCEPTIONS '
                   WS-EXCEPT-FILENAME(1:40)
               PERFORM CLOSE-MIGRATION-FILES
               SET MIGR-ABORTED TO TRUE
               GO TO OPEN-MIGRATION-FILES-EXIT
           END-IF
           SET EXCEPT-OPEN TO TRUE

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEMIGR' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEMIGR: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               PERFORM CLOSE-MIGRATION-FILES
               SET MIGR-ABORTED TO TRUE
               GO TO OPEN-MIGRATION-FILES-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE.

       OPEN-MIGRATION-FILES-EXIT.

           EXIT.

       SET-MIGRATION-ORGANIZATION SECTION.

           IF MIGR-INDEXED
               SET FO-INDEXED TO TRUE
               MOVE WS-ALT-KEYS TO ALT-KEY-COUNT OF FILEHANDLER
           ELSE
               SET FO-SEQUENTIAL TO TRUE
               IF LABELLED-FILES
                   MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
               END-IF
           END-IF

           EXIT.

       MIGRATE-ONE-RECORD SECTION.

           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-INPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           IF FILENAME-EOF
               SET INPUT-EOF TO TRUE
               GO TO MIGRATE-ONE-RECORD-EXIT
           END-IF
           IF NOT RC-SUCCESS
               DISPLAY 'FILEMIGR: INPUT READ FAILED - '
                   SHOP-RETURN-MESSAGE
               SET INPUT-EOF TO TRUE
               ADD 1 TO WS-READ-FAIL-TOTAL
               GO TO MIGRATE-ONE-RECORD-EXIT
           END-IF

           ADD 1 TO WS-READ-TOTAL
           MOVE SPACES TO WS-OLD-RECORD
           MOVE RECORD-KEY OF FILEHANDLER TO WS-RECORD-KEY
           IF MIGR-INDEXED
               MOVE 480 TO WS-OLD-LENGTH
           ELSE
               MOVE RECORD-LENGTH OF FILEHANDLER TO WS-OLD-LENGTH
               IF WS-OLD-LENGTH < 1 OR WS-OLD-LENGTH > 500
                   MOVE 500 TO WS-OLD-LENGTH
               END-IF
               MOVE SPACES TO WS-RECORD-KEY
           END-IF
           MOVE FILE-RECORD OF FILEHANDLER(1:WS-OLD-LENGTH) TO
               WS-OLD-RECORD(1:WS-OLD-LENGTH)

           MOVE 'N' TO WS-RECORD-BAD-SWITCH
           MOVE SPACES TO WS-FIRST-BAD-FIELD WS-FIRST-BAD-REASON
           MOVE SPACES TO WS-NEW-RECORD
           MOVE SPACES TO WS-RECORD-TYPE

      * A typed record carries its type value across and takes only
      * the common fields and the fields of its own type.
           IF WS-OLD-TYPE-LENGTH > 0
               MOVE WS-OLD-RECORD(WS-OLD-TYPE-OFFSET:
                   WS-OLD-TYPE-LENGTH) TO WS-RECORD-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT TYPE-FOUND
                   ADD 1 TO WS-UNDECLARED-TOTAL
                   SET RECORD-MIGRATE-BAD TO TRUE
                   MOVE '*RECTYPE' TO WS-FIRST-BAD-FIELD
                   MOVE 'UNDECLARED' TO WS-FIRST-BAD-REASON
                   PERFORM WRITE-MIGRATION-EXCEPTION
                   GO TO MIGRATE-ONE-RECORD-EXIT
               END-IF
               MOVE WS-RECORD-TYPE(1:WS-NEW-TYPE-LENGTH) TO
                   WS-NEW-RECORD(WS-NEW-TYPE-OFFSET:WS-NEW-TYPE-LENGTH)
           END-IF

           PERFORM MIGRATE-ONE-FIELD
               VARYING WS-NF-IX FROM 1 BY 1
               UNTIL WS-NF-IX > WS-NF-COUNT

           IF RECORD-MIGRATE-BAD
               PERFORM WRITE-MIGRATION-EXCEPTION
           ELSE
               PERFORM WRITE-MIGRATED-RECORD
           END-IF.

       MIGRATE-ONE-RECORD-EXIT.

           EXIT.

       MIGRATE-ONE-FIELD SECTION.

           IF WS-NF-REC-TYPE(WS-NF-IX) NOT = SPACES
                   AND WS-NF-REC-TYPE(WS-NF-IX) NOT = WS-RECORD-TYPE
               GO TO MIGRATE-ONE-FIELD-EXIT
           END-IF

           MOVE WS-NF-LENGTH(WS-NF-IX) TO WS-TARGET-LEN
           MOVE SPACES TO WS-TARGET-VALUE

           IF WS-NF-SOURCE(WS-NF-IX) = 0
               IF NF-DEFAULT-GIVEN(WS-NF-IX)
                   MOVE WS-NF-DEFAULT(WS-NF-IX) TO WS-TARGET-VALUE
               ELSE
                   IF NF-NUMERIC(WS-NF-IX)
                       MOVE ALL '0' TO
                           WS-TARGET-VALUE(1:WS-TARGET-LEN)
                   END-IF
               END-IF
               GO TO MIGRATE-ONE-FIELD-STORE
           END-IF

           MOVE WS-NF-SOURCE(WS-NF-IX) TO WS-OF-IX
           MOVE WS-OF-LENGTH(WS-OF-IX) TO WS-SOURCE-LEN
           MOVE SPACES TO WS-SOURCE-VALUE
           MOVE WS-OLD-RECORD(WS-OF-OFFSET(WS-OF-IX):WS-SOURCE-LEN)
               TO WS-SOURCE-VALUE(1:WS-SOURCE-LEN)
           MOVE SPACES TO WS-FIELD-FAULT

           EVALUATE TRUE
               WHEN WS-SOURCE-LEN = WS-TARGET-LEN
                   MOVE WS-SOURCE-VALUE(1:WS-SOURCE-LEN) TO
                       WS-TARGET-VALUE(1:WS-TARGET-LEN)
               WHEN WS-SOURCE-VALUE(1:WS-SOURCE-LEN) = SPACES
                   IF NF-NUMERIC(WS-NF-IX)
                       MOVE ALL '0' TO
                           WS-TARGET-VALUE(1:WS-TARGET-LEN)
                   END-IF
               WHEN NF-NUMERIC(WS-NF-IX)
                   PERFORM RESIZE-NUMERIC-VALUE
               WHEN OTHER
                   PERFORM RESIZE-ALPHANUMERIC-VALUE
           END-EVALUATE

           IF WS-FIELD-FAULT NOT = SPACES
               ADD 1 TO WS-NF-EXCEPTIONS(WS-NF-IX)
               IF NOT RECORD-MIGRATE-BAD
                   SET RECORD-MIGRATE-BAD TO TRUE
                   MOVE WS-NF-NAME(WS-NF-IX) TO WS-FIRST-BAD-FIELD
                   MOVE WS-FIELD-FAULT TO WS-FIRST-BAD-REASON
               END-IF
               GO TO MIGRATE-ONE-FIELD-EXIT
           END-IF.

       MIGRATE-ONE-FIELD-STORE.

           MOVE WS-TARGET-VALUE(1:WS-TARGET-LEN) TO
               WS-NEW-RECORD(WS-NF-OFFSET(WS-NF-IX):WS-TARGET-LEN).

       MIGRATE-ONE-FIELD-EXIT.

           EXIT.

      * Numbers keep their units position: a wider field gains
      * leading zeros, a narrower one may only lose leading zeros.
       RESIZE-NUMERIC-VALUE SECTION.

           IF WS-SOURCE-VALUE(1:WS-SOURCE-LEN) NOT NUMERIC
               MOVE 'NOT NUMERIC' TO WS-FIELD-FAULT
               GO TO RESIZE-NUMERIC-VALUE-EXIT
           END-IF

           IF WS-TARGET-LEN > WS-SOURCE-LEN
               MOVE ALL '0' TO WS-TARGET-VALUE(1:WS-TARGET-LEN)
               COMPUTE WS-CUT-START = WS-TARGET-LEN - WS-SOURCE-LEN + 1
               MOVE WS-SOURCE-VALUE(1:WS-SOURCE-LEN) TO
                   WS-TARGET-VALUE(WS-CUT-START:WS-SOURCE-LEN)
           ELSE
               COMPUTE WS-CUT-LEN = WS-SOURCE-LEN - WS-TARGET-LEN
               COMPUTE WS-CUT-START = WS-CUT-LEN + 1
               IF WS-SOURCE-VALUE(1:WS-CUT-LEN) NOT = ALL '0'
                   MOVE 'TRUNCATED' TO WS-FIELD-FAULT
                   GO TO RESIZE-NUMERIC-VALUE-EXIT
               END-IF
               MOVE WS-SOURCE-VALUE(WS-CUT-START:WS-TARGET-LEN) TO
                   WS-TARGET-VALUE(1:WS-TARGET-LEN)
           END-IF.

       RESIZE-NUMERIC-VALUE-EXIT.

           EXIT.

      * Text keeps its first character: a wider field is padded with
      * spaces, a narrower one may only lose trailing spaces.
       RESIZE-ALPHANUMERIC-VALUE SECTION.

           IF WS-TARGET-LEN > WS-SOURCE-LEN
               MOVE WS-SOURCE-VALUE(1:WS-SOURCE-LEN) TO
                   WS-TARGET-VALUE(1:WS-SOURCE-LEN)
           ELSE
               COMPUTE WS-CUT-START = WS-TARGET-LEN + 1
               COMPUTE WS-CUT-LEN = WS-SOURCE-LEN - WS-TARGET-LEN
               IF WS-SOURCE-VALUE(WS-CUT-START:WS-CUT-LEN)
                       NOT = SPACES
                   MOVE 'TRUNCATED' TO WS-FIELD-FAULT
                   GO TO RESIZE-ALPHANUMERIC-VALUE-EXIT
               END-IF
               MOVE WS-SOURCE-VALUE(1:WS-TARGET-LEN) TO
                   WS-TARGET-VALUE(1:WS-TARGET-LEN)
           END-IF.

       RESIZE-ALPHANUMERIC-VALUE-EXIT.

           EXIT.

       WRITE-MIGRATED-RECORD SECTION.

           MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-OUTPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-RECORD-KEY TO RECORD-KEY OF FILEHANDLER
           IF MIGR-INDEXED
               MOVE WS-NEW-RECORD(1:480) TO
                   FILE-RECORD OF FILEHANDLER(1:480)
               MOVE 480 TO RECORD-LENGTH OF FILEHANDLER
           ELSE
               MOVE WS-NEW-RECORD(1:WS-NEW-LENGTH) TO
                   FILE-RECORD OF FILEHANDLER(1:WS-NEW-LENGTH)
               MOVE WS-NEW-LENGTH TO RECORD-LENGTH OF FILEHANDLER
           END-IF
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID OR NOT RC-SUCCESS
               DISPLAY 'FILEMIGR: WRITE FAILED - '
                   SHOP-RETURN-MESSAGE
               ADD 1 TO WS-WRITE-FAIL-TOTAL
           ELSE
               ADD 1 TO WS-WRITE-TOTAL
           END-IF

           EXIT.

       WRITE-MIGRATION-EXCEPTION SECTION.

           MOVE SPACES TO EXCEPT-RECORD
           MOVE WS-FIRST-BAD-FIELD TO ER-FIELD-NAME
           MOVE WS-FIRST-BAD-REASON TO ER-REASON
           MOVE WS-READ-TOTAL TO ER-RECORD-NUMBER
           MOVE WS-RECORD-KEY TO ER-KEY
           MOVE WS-OLD-RECORD TO ER-RECORD
           WRITE EXCEPT-RECORD
           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY 'FILEMIGR: EXCEPTION WRITE FAILED, STATUS '
                   WS-EXCEPT-STATUS
               ADD 1 TO WS-WRITE-FAIL-TOTAL
           ELSE
               ADD 1 TO WS-EXCEPT-TOTAL
           END-IF

           EXIT.

      * The report lists every field of both versions with what was
      * done to it and how many records it sent to the exceptions,
      * then reconciles the records read against those written and
      * those set aside.
       WRITE-MIGRATION-REPORT SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'LAYOUT VERSION MIGRATION REPORT' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'INPUT  ' DELIMITED BY SIZE
                  WS-INPUT-FILENAME(1:64) DELIMITED BY SIZE
                  ' ORG ' DELIMITED BY SIZE
                  WS-INPUT-ORG DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'OUTPUT ' DELIMITED BY SIZE
                  WS-OUTPUT-FILENAME(1:64) DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'LAYOUT ' DELIMITED BY SIZE
                  WS-LAYOUT-NAME DELIMITED BY SIZE
                  ' FROM VERSION ' DELIMITED BY SIZE
                  WS-FROM-VERSION DELIMITED BY SIZE
                  ' TO VERSION ' DELIMITED BY SIZE
                  WS-TO-VERSION DELIMITED BY SIZE
                  ' DROP ' DELIMITED BY SIZE
                  WS-DROP-OPTION DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-FIELD-HEADING TO FILE-RECORD OF FILEHANDLER
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-ONE-TARGET-FIELD
               VARYING WS-NF-IX FROM 1 BY 1
               UNTIL WS-NF-IX > WS-NF-COUNT

           PERFORM WRITE-ONE-DROPPED-FIELD
               VARYING WS-OF-IX FROM 1 BY 1
               UNTIL WS-OF-IX > WS-OF-COUNT

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'RECORDS READ' TO WS-SL-LABEL
           MOVE WS-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'RECORDS WRITTEN' TO WS-SL-LABEL
           MOVE WS-WRITE-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'RECORDS TO EXCEPTIONS' TO WS-SL-LABEL
           MOVE WS-EXCEPT-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           IF WS-OLD-TYPE-LENGTH > 0
               MOVE '  OF WHICH UNDECLARED TYPE' TO WS-SL-LABEL
               MOVE WS-UNDECLARED-TOTAL TO WS-SL-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           MOVE 'WRITE FAILURES' TO WS-SL-LABEL
           MOVE WS-WRITE-FAIL-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'INPUT READ FAILURES' TO WS-SL-LABEL
           MOVE WS-READ-FAIL-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           COMPUTE WS-BALANCE-TOTAL = WS-WRITE-TOTAL
               + WS-EXCEPT-TOTAL + WS-WRITE-FAIL-TOTAL
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           IF WS-READ-FAIL-TOTAL > 0
               MOVE 'INPUT NOT READ TO THE END - MIGRATION IS '
                   TO FILE-RECORD OF FILEHANDLER(1:41)
               MOVE 'INCOMPLETE' TO FILE-RECORD OF FILEHANDLER(42:10)
               MOVE 12 TO WS-MIGR-RC
               SET RL-FOOTER TO TRUE
               PERFORM WRITE-REPORT-LINE
               GO TO WRITE-MIGRATION-REPORT-EXIT
           END-IF
           IF WS-BALANCE-TOTAL = WS-READ-TOTAL
                   AND WS-WRITE-FAIL-TOTAL = 0
               MOVE 'RECORD COUNTS RECONCILE - READ EQUALS WRITTEN '
                   TO FILE-RECORD OF FILEHANDLER(1:46)
               MOVE 'PLUS EXCEPTIONS' TO
                   FILE-RECORD OF FILEHANDLER(47:15)
               IF WS-EXCEPT-TOTAL > 0
                   MOVE 4 TO WS-MIGR-RC
               END-IF
           ELSE
               MOVE 'OUT OF BALANCE - WRITTEN PLUS EXCEPTIONS DOES '
                   TO FILE-RECORD OF FILEHANDLER(1:46)
               MOVE 'NOT EQUAL READ' TO
                   FILE-RECORD OF FILEHANDLER(47:14)
               MOVE 12 TO WS-MIGR-RC
               IF WS-BALANCE-TOTAL = WS-READ-TOTAL
                   MOVE 8 TO WS-MIGR-RC
               END-IF
           END-IF
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE.

       WRITE-MIGRATION-REPORT-EXIT.

           EXIT.

       WRITE-ONE-TARGET-FIELD SECTION.

           MOVE SPACES TO WS-FIELD-LINE
           MOVE WS-NF-NAME(WS-NF-IX) TO WS-FL-NAME
           MOVE WS-NF-REC-TYPE(WS-NF-IX) TO WS-FL-REC-TYPE
           MOVE WS-NF-SOURCE(WS-NF-IX) TO WS-OF-IX
           IF WS-OF-IX > 0
               MOVE WS-OF-OFFSET(WS-OF-IX) TO WS-FL-OLD-OFFSET
               MOVE WS-OF-LENGTH(WS-OF-IX) TO WS-FL-OLD-LENGTH
               MOVE WS-OF-TYPE(WS-OF-IX) TO WS-FL-OLD-TYPE
           END-IF
           MOVE WS-NF-OFFSET(WS-NF-IX) TO WS-FL-NEW-OFFSET
           MOVE WS-NF-LENGTH(WS-NF-IX) TO WS-FL-NEW-LENGTH
           MOVE WS-NF-TYPE(WS-NF-IX) TO WS-FL-NEW-TYPE
           MOVE WS-NF-ACTION(WS-NF-IX) TO WS-FL-ACTION
           MOVE WS-NF-EXCEPTIONS(WS-NF-IX) TO WS-FL-EXCEPTIONS
           IF NF-DEFAULT-GIVEN(WS-NF-IX)
               MOVE WS-NF-DEFAULT(WS-NF-IX) TO WS-FL-DEFAULT
           END-IF
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-FIELD-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-ONE-DROPPED-FIELD SECTION.

           IF OF-MATCHED(WS-OF-IX)
               GO TO WRITE-ONE-DROPPED-FIELD-EXIT
           END-IF

           MOVE SPACES TO WS-FIELD-LINE
           MOVE WS-OF-NAME(WS-OF-IX) TO WS-FL-NAME
           MOVE WS-OF-REC-TYPE(WS-OF-IX) TO WS-FL-REC-TYPE
           MOVE WS-OF-OFFSET(WS-OF-IX) TO WS-FL-OLD-OFFSET
           MOVE WS-OF-LENGTH(WS-OF-IX) TO WS-FL-OLD-LENGTH
           MOVE WS-OF-TYPE(WS-OF-IX) TO WS-FL-OLD-TYPE
           MOVE 'DROPPED' TO WS-FL-ACTION
           MOVE 0 TO WS-FL-EXCEPTIONS
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-FIELD-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-DROPPED-FIELD-EXIT.

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

       CLOSE-MIGRATION-INPUT SECTION.

           IF WS-INPUT-HANDLE > 0
               MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
               MOVE WS-INPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               MOVE 0 TO WS-INPUT-HANDLE
           END-IF

           EXIT.

       CLOSE-MIGRATION-FILES SECTION.

           PERFORM CLOSE-MIGRATION-INPUT

           IF WS-OUTPUT-HANDLE > 0
               MOVE WS-OUTPUT-FILENAME TO FILENAME OF FILEHANDLER
               MOVE WS-OUTPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               SET F-CLOSE TO TRUE
               CALL "FILEHANDLER" USING FILEHANDLER
                   FILENAME-FILE-STATUS
               MOVE 0 TO WS-OUTPUT-HANDLE
           END-IF

           IF EXCEPT-OPEN
               CLOSE EXCEPT-FILE
               MOVE 'N' TO WS-EXCEPT-OPEN-SWITCH
           END-IF

           EXIT.

       CLOSE-MIGRATION-REPORT SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
