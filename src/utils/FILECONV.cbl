       COPY "LAYOUTDICT.cpy".

       01 WS-FIELD-TABLE.
           05 WS-FIELD-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-FIELD-ENTRY OCCURS 100 TIMES.
               10 WS-FLD-OFFSET PIC 9(04) COMP.
               10 WS-FLD-LENGTH PIC 9(03) COMP.
               10 WS-FLD-TYPE   PIC X(1).
                   88 FLD-QUOTED VALUE 'Q'.
               10 WS-FLD-NAME   PIC X(20).
               10 WS-FLD-ERRORS PIC 9(09) COMP.
               10 WS-FLD-REC-TYPE PIC X(08).
       01 WS-FIXED-LENGTH PIC 9(05) COMP VALUE 0.
       01 WS-FLD-END PIC 9(05) COMP VALUE 0.
       01 WS-DELIM-WORST PIC 9(05) COMP VALUE 0.

      * A multi-type dictionary layout converts each record through
      * the selection of its own type - the common fields plus that
      * type's fields, at most 20 columns - with the type value itself
      * carried as the first delimited column.
       01 WS-TYPE-OFFSET PIC 9(04) VALUE 0.
       01 WS-TYPE-LENGTH PIC 9(03) VALUE 0.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-TYPE-VALUE PIC X(08) OCCURS 100 TIMES.
       01 WS-TYPE-IX PIC 9(03) COMP VALUE 0.
       01 WS-TYPE-FOUND-SWITCH PIC X(1).
           88 TYPE-FOUND VALUE 'Y'.
       01 WS-RECORD-TYPE PIC X(08).
       01 WS-UNDECLARED-TOTAL PIC 9(09) VALUE 0.

       01 WS-SELECT-TABLE.
           05 WS-SEL-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-SEL-FIELD PIC 9(03) COMP OCCURS 20 TIMES.
       01 WS-SEL-IX PIC 9(03) COMP VALUE 0.
       01 WS-SEL-FIXED-LENGTH PIC 9(05) COMP VALUE 0.
       01 WS-SEL-DELIM-WORST PIC 9(05) COMP VALUE 0.
       01 WS-SEL-OVERFLOW-SWITCH PIC X(1).
           88 SELECTION-OVERFLOW VALUE 'Y'.

       01 WS-FLD-IX PIC 9(03) COMP VALUE 0.
       01 WS-TOKEN-TABLE.
           05 WS-TOKEN-COUNT PIC 9(02) COMP VALUE 0.
           05 WS-TOKEN PIC X(80) OCCURS 21 TIMES.
       01 WS-TOKEN-BASE  PIC 9(02) COMP VALUE 0.
       01 WS-TOKEN-LIMIT PIC 9(02) COMP VALUE 20.
       01 WS-TOKEN-IX    PIC 9(02) COMP VALUE 0.
       01 WS-TOKEN-PTR  PIC 9(04) COMP VALUE 0.
       01 WS-TOKEN-WORK PIC X(80).
       01 WS-TOKEN-LEN  PIC 9(02) COMP VALUE 0.
               SET CONV-ABORTED TO TRUE
           END-IF

           IF CONV-ABORTED
               GO TO LOAD-FIELD-MAP-EXIT
           END-IF

      * A single-type layout converts every record through one
      * selection of all its fields, built here once. A multi-type
      * layout is measured type by type for the worst case.
           MOVE SPACES TO WS-RECORD-TYPE
           IF WS-TYPE-LENGTH = 0
               PERFORM BUILD-FIELD-SELECTION
               MOVE WS-SEL-FIXED-LENGTH TO WS-FIXED-LENGTH
               MOVE WS-SEL-DELIM-WORST TO WS-DELIM-WORST
           ELSE
               MOVE 1 TO WS-TOKEN-BASE
               MOVE 21 TO WS-TOKEN-LIMIT
               MOVE 0 TO WS-DELIM-WORST
               PERFORM MEASURE-ONE-RECORD-TYPE
                   VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > WS-TYPE-COUNT
               DISPLAY 'FILECONV: RECORD TYPES IN LAYOUT '
                   WS-TYPE-COUNT
           END-IF

           IF CONV-EXPORT AND NOT CONV-ABORTED
                   AND WS-DELIM-WORST > 500
               DISPLAY 'FILECONV: MAP DELIMITED LENGTH '
               SET CONV-ABORTED TO TRUE
               GO TO LOAD-FIELD-MAP-FROM-DICT-EXIT
           END-IF
           MOVE LD-TYPE-OFFSET TO WS-TYPE-OFFSET
           MOVE LD-TYPE-LENGTH TO WS-TYPE-LENGTH

           MOVE 0 TO WS-DICT-FIELD-IX
           PERFORM STORE-ONE-DICT-FIELD
           MOVE ' ' TO MR-QUOTE
           MOVE LD-FIELD-NAME TO MR-FIELD-NAME
           MOVE 'N' TO WS-MAP-EOF-SWITCH
           PERFORM STORE-ONE-FIELD
           IF CONV-ABORTED
               GO TO STORE-ONE-DICT-FIELD-EXIT
           END-IF

           MOVE LD-FIELD-REC-TYPE TO WS-FLD-REC-TYPE(WS-FLD-IX)
           IF LD-FIELD-REC-TYPE NOT = SPACES
               MOVE LD-FIELD-REC-TYPE TO WS-RECORD-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT TYPE-FOUND AND WS-TYPE-COUNT < 100
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE LD-FIELD-REC-TYPE
                       TO WS-TYPE-VALUE(WS-TYPE-COUNT)
               END-IF
           END-IF.

       STORE-ONE-DICT-FIELD-EXIT.


       STORE-ONE-FIELD SECTION.

           IF WS-FIELD-COUNT >= 100
                   OR (WS-TYPE-LENGTH = 0 AND WS-FIELD-COUNT >= 20)
                   OR MR-OFFSET NOT NUMERIC
                   OR MR-LENGTH NOT NUMERIC
               DISPLAY 'FILECONV: BAD FIELD MAP ENTRY'
           MOVE MR-QUOTE      TO WS-FLD-QUOTE(WS-FLD-IX)
           MOVE MR-FIELD-NAME TO WS-FLD-NAME(WS-FLD-IX)
           MOVE 0             TO WS-FLD-ERRORS(WS-FLD-IX)
           MOVE SPACES        TO WS-FLD-REC-TYPE(WS-FLD-IX)

           IF WS-FLD-OFFSET(WS-FLD-IX) < 1
                   OR WS-FLD-LENGTH(WS-FLD-IX) < 1
                   ' HAS BAD OFFSET OR LENGTH'
               SET CONV-ABORTED TO TRUE
               SET MAP-EOF TO TRUE
           END-IF.

       STORE-ONE-FIELD-EXIT.

           EXIT.

       MEASURE-ONE-RECORD-TYPE SECTION.

           MOVE WS-TYPE-VALUE(WS-TYPE-IX) TO WS-RECORD-TYPE
           PERFORM BUILD-FIELD-SELECTION
           IF SELECTION-OVERFLOW
               DISPLAY 'FILECONV: RECORD TYPE ' WS-RECORD-TYPE
                   ' HAS MORE THAN 20 FIELDS'
               SET CONV-ABORTED TO TRUE
           END-IF
           IF WS-SEL-DELIM-WORST > WS-DELIM-WORST
               MOVE WS-SEL-DELIM-WORST TO WS-DELIM-WORST
           END-IF

           EXIT.

      * The selection for WS-RECORD-TYPE is the common fields plus
      * the fields of that type, with its fixed record length and its
      * worst-case delimited length (type column first when typed).
       BUILD-FIELD-SELECTION SECTION.

           MOVE 0 TO WS-SEL-COUNT
           MOVE 0 TO WS-SEL-FIXED-LENGTH
           MOVE 0 TO WS-SEL-DELIM-WORST
           MOVE 'N' TO WS-SEL-OVERFLOW-SWITCH
           IF WS-TYPE-LENGTH > 0
               COMPUTE WS-SEL-FIXED-LENGTH = WS-TYPE-OFFSET
                   + WS-TYPE-LENGTH - 1
               MOVE WS-TYPE-LENGTH TO WS-SEL-DELIM-WORST
           END-IF

           PERFORM SELECT-ONE-FIELD
               VARYING WS-FLD-IX FROM 1 BY 1
               UNTIL WS-FLD-IX > WS-FIELD-COUNT

           EXIT.

       SELECT-ONE-FIELD SECTION.

           IF WS-FLD-REC-TYPE(WS-FLD-IX) NOT = SPACES
                   AND WS-FLD-REC-TYPE(WS-FLD-IX) NOT = WS-RECORD-TYPE
               GO TO SELECT-ONE-FIELD-EXIT
           END-IF

           IF WS-SEL-COUNT >= 20
               SET SELECTION-OVERFLOW TO TRUE
               GO TO SELECT-ONE-FIELD-EXIT
           END-IF

           ADD 1 TO WS-SEL-COUNT
           MOVE WS-FLD-IX TO WS-SEL-FIELD(WS-SEL-COUNT)

           COMPUTE WS-FLD-END = WS-FLD-OFFSET(WS-FLD-IX)
               + WS-FLD-LENGTH(WS-FLD-IX) - 1
           IF WS-FLD-END > WS-SEL-FIXED-LENGTH
               MOVE WS-FLD-END TO WS-SEL-FIXED-LENGTH
           END-IF

           ADD WS-FLD-LENGTH(WS-FLD-IX) TO WS-SEL-DELIM-WORST
           IF FLD-QUOTED(WS-FLD-IX)
               ADD 2 TO WS-SEL-DELIM-WORST
           END-IF
           IF WS-SEL-COUNT > 1 OR WS-TYPE-LENGTH > 0
               ADD 1 TO WS-SEL-DELIM-WORST
           END-IF.

       SELECT-ONE-FIELD-EXIT.

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


           MOVE FILE-RECORD OF FILEHANDLER TO WS-DELIMITED-RECORD
           PERFORM SPLIT-DELIMITED-RECORD
           MOVE SPACES TO WS-FIXED-RECORD

      * The first column of a multi-type file names the record type;
      * an undeclared type is exception field 998.
           IF WS-TYPE-LENGTH > 0
               MOVE WS-TOKEN(1) TO WS-RECORD-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT TYPE-FOUND OR WS-TOKEN(1)(9:) NOT = SPACES
                   SET RECORD-CONVERT-BAD TO TRUE
                   MOVE 998 TO WS-FIRST-BAD-FIELD
                   ADD 1 TO WS-UNDECLARED-TOTAL
                   PERFORM WRITE-CONVERSION-EXCEPTION
                   GO TO IMPORT-ONE-RECORD-EXIT
               END-IF
               PERFORM BUILD-FIELD-SELECTION
               MOVE WS-RECORD-TYPE(1:WS-TYPE-LENGTH) TO
                   WS-FIXED-RECORD(WS-TYPE-OFFSET:WS-TYPE-LENGTH)
           END-IF

           IF WS-TOKEN-COUNT NOT = WS-SEL-COUNT + WS-TOKEN-BASE
               SET RECORD-CONVERT-BAD TO TRUE
               MOVE 999 TO WS-FIRST-BAD-FIELD
           ELSE
               MOVE 0 TO WS-SEL-IX
               PERFORM IMPORT-ONE-FIELD
                   UNTIL WS-SEL-IX >= WS-SEL-COUNT
           END-IF

           IF RECORD-CONVERT-BAD
               PERFORM WRITE-CONVERSION-EXCEPTION
           ELSE
               MOVE WS-FIXED-RECORD TO FILE-RECORD OF FILEHANDLER
               MOVE WS-SEL-FIXED-LENGTH TO RECORD-LENGTH OF FILEHANDLER
               PERFORM WRITE-OUTPUT-RECORD
           END-IF.

       IMPORT-ONE-RECORD-EXIT.

           EXIT.

           MOVE 1 TO WS-TOKEN-PTR
           PERFORM SPLIT-ONE-TOKEN
               UNTIL WS-TOKEN-PTR > WS-IN-REC-LEN
                   OR WS-TOKEN-COUNT >= WS-TOKEN-LIMIT

           EXIT.


       IMPORT-ONE-FIELD SECTION.

           ADD 1 TO WS-SEL-IX
           MOVE WS-SEL-FIELD(WS-SEL-IX) TO WS-FLD-IX
           COMPUTE WS-TOKEN-IX = WS-SEL-IX + WS-TOKEN-BASE
           MOVE 'N' TO WS-FIELD-BAD-SWITCH
           MOVE WS-TOKEN(WS-TOKEN-IX) TO WS-FIELD-WORK

           IF FLD-NUMERIC(WS-FLD-IX)
               PERFORM IMPORT-NUMERIC-FIELD
           MOVE FILE-RECORD OF FILEHANDLER TO WS-FIXED-RECORD
           MOVE SPACES TO WS-DELIMITED-RECORD
           MOVE 1 TO WS-OUT-PTR

           IF WS-TYPE-LENGTH > 0
               MOVE SPACES TO WS-RECORD-TYPE
               MOVE WS-FIXED-RECORD(WS-TYPE-OFFSET:WS-TYPE-LENGTH)
                   TO WS-RECORD-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT TYPE-FOUND
                   SET RECORD-CONVERT-BAD TO TRUE
                   MOVE 998 TO WS-FIRST-BAD-FIELD
                   ADD 1 TO WS-UNDECLARED-TOTAL
                   PERFORM WRITE-CONVERSION-EXCEPTION
                   GO TO EXPORT-ONE-RECORD-EXIT
               END-IF
               PERFORM BUILD-FIELD-SELECTION
               MOVE WS-RECORD-TYPE TO WS-FIELD-WORK
               PERFORM MEASURE-FIELD-WORK
               STRING WS-FIELD-WORK(1:WS-TOKEN-LEN)
                   DELIMITED BY SIZE
                   INTO WS-DELIMITED-RECORD
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF

           MOVE 0 TO WS-SEL-IX
           PERFORM EXPORT-ONE-FIELD
               UNTIL WS-SEL-IX >= WS-SEL-COUNT

           IF RECORD-CONVERT-BAD
               PERFORM WRITE-CONVERSION-EXCEPTION
               SUBTRACT 1 FROM WS-OUT-PTR
               MOVE WS-OUT-PTR TO RECORD-LENGTH OF FILEHANDLER
               PERFORM WRITE-OUTPUT-RECORD
           END-IF.

       EXPORT-ONE-RECORD-EXIT.

           EXIT.

       EXPORT-ONE-FIELD SECTION.

           ADD 1 TO WS-SEL-IX
           MOVE WS-SEL-FIELD(WS-SEL-IX) TO WS-FLD-IX
           MOVE SPACES TO WS-FIELD-WORK
           MOVE WS-FIXED-RECORD(WS-FLD-OFFSET(WS-FLD-IX):
               WS-FLD-LENGTH(WS-FLD-IX)) TO WS-FIELD-WORK

           IF WS-SEL-IX > 1 OR WS-TYPE-LENGTH > 0
               STRING ',' DELIMITED BY SIZE
                   INTO WS-DELIMITED-RECORD
                   WITH POINTER WS-OUT-PTR
           DISPLAY 'FILECONV: RECORDS READ      ' WS-READ-TOTAL
           DISPLAY 'FILECONV: RECORDS CONVERTED ' WS-WRITE-TOTAL
           DISPLAY 'FILECONV: EXCEPTIONS        ' WS-EXCEPT-TOTAL
           IF WS-TYPE-LENGTH > 0
               DISPLAY 'FILECONV: UNDECLARED TYPES  '
                   WS-UNDECLARED-TOTAL
           END-IF

           COMPUTE WS-BALANCE-TOTAL = WS-WRITE-TOTAL
               + WS-EXCEPT-TOTAL
           ADD 1 TO WS-FLD-IX
           IF WS-FLD-ERRORS(WS-FLD-IX) > 0
               DISPLAY 'FILECONV: FIELD ' WS-FLD-NAME(WS-FLD-IX)
                   ' ' WS-FLD-REC-TYPE(WS-FLD-IX)
                   ' CONVERSION ERRORS ' WS-FLD-ERRORS(WS-FLD-IX)
           END-IF

