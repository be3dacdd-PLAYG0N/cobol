               10 WS-FLD-OFFSET PIC 9(04).
               10 WS-FLD-LENGTH PIC 9(03).
               10 WS-FLD-TYPE   PIC X(1).
               10 WS-FLD-MASK-RULE  PIC X(1).
               10 WS-FLD-MASK-VALUE PIC X(20).
               10 WS-FLD-REC-TYPE   PIC X(08).
       01 WS-FLD-IX PIC 9(03) COMP VALUE 0.
       01 WS-FLD-FOUND-SWITCH PIC X(1).
           88 FIELD-FOUND VALUE 'Y'.

      * Record-type discriminator and the type values the layout
      * declares. The selection lists the fields LD-GET-FIELD and
      * LD-GET-ENTRY currently see - all of them after a load, one
      * type plus the common fields after LD-SELECT-RECORD.
       01 WS-TYPE-OFFSET PIC 9(04) VALUE 0.
       01 WS-TYPE-LENGTH PIC 9(03) VALUE 0.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-TYPE-VALUE PIC X(08) OCCURS 100 TIMES.
       01 WS-TYPE-IX PIC 9(03) COMP VALUE 0.
       01 WS-TYPE-FOUND-SWITCH PIC X(1).
           88 TYPE-FOUND VALUE 'Y'.
       01 WS-SEARCH-TYPE PIC X(08).

       01 WS-SELECT-TABLE.
           05 WS-SEL-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-SEL-FIELD PIC 9(03) COMP OCCURS 100 TIMES.
       01 WS-SEL-IX PIC 9(03) COMP VALUE 0.

       01 WS-DICT-KEY.
           05 WS-DK-NAME    PIC X(08).
           05 WS-DK-VERSION PIC X(08).
           05 WS-DD-OFFSET PIC X(04).
           05 WS-DD-LENGTH PIC X(03).
           05 WS-DD-TYPE   PIC X(01).
           05 WS-DD-MASK-RULE  PIC X(01).
           05 WS-DD-MASK-VALUE PIC X(20).
           05 WS-DD-REC-TYPE   PIC X(08).
           05 FILLER       PIC X(423).

       LINKAGE SECTION.

                       PERFORM GET-FIELD-BY-NAME
                   WHEN LD-GET-ENTRY
                       PERFORM GET-FIELD-BY-NUMBER
                   WHEN LD-SELECT-RECORD
                       PERFORM SELECT-RECORD-TYPE
               END-EVALUATE
           END-IF
           PERFORM SET-SHOP-RETURN-CODE
           MOVE 'N' TO LD-RESULT

           IF NOT LD-LOAD-LAYOUT AND NOT LD-GET-FIELD
                   AND NOT LD-GET-ENTRY AND NOT LD-SELECT-RECORD
               SET FILENAME-INVALID TO TRUE
           END-IF

               END-IF
           END-IF

           IF (LD-GET-FIELD OR LD-GET-ENTRY OR LD-SELECT-RECORD)
                   AND NOT LAYOUT-LOADED
               SET FILENAME-INVALID TO TRUE
           END-IF

       LOAD-ONE-LAYOUT SECTION.

           MOVE 0 TO WS-FIELD-COUNT
           MOVE 0 TO WS-TYPE-COUNT
           MOVE 0 TO WS-TYPE-OFFSET
           MOVE 0 TO WS-TYPE-LENGTH
           MOVE 'N' TO WS-LOADED-SWITCH
           MOVE 'N' TO WS-DICT-EOF-SWITCH

               SET LAYOUT-LOADED TO TRUE
               MOVE LD-LAYOUT-NAME TO WS-LOADED-NAME
               MOVE LD-LAYOUT-VERSION TO WS-LOADED-VERSION
               MOVE 0 TO WS-SEL-COUNT
               MOVE SPACES TO WS-SEARCH-TYPE
               PERFORM SELECT-ONE-FIELD
                   VARYING WS-FLD-IX FROM 1 BY 1
                   UNTIL WS-FLD-IX > WS-FIELD-COUNT
               MOVE WS-SEL-COUNT TO LD-FIELD-COUNT
               MOVE WS-TYPE-OFFSET TO LD-TYPE-OFFSET
               MOVE WS-TYPE-LENGTH TO LD-TYPE-LENGTH
               MOVE WS-TYPE-COUNT TO LD-TYPE-COUNT
               MOVE SPACES TO LD-RECORD-TYPE
               SET FILENAME-VALID TO TRUE
               MOVE SPACES TO FILENAME-READ-STATUS
           END-IF.
           END-IF

           MOVE FILE-RECORD OF FILEHANDLER(1:480) TO WS-DICT-DATA
           IF WS-DD-NAME = '*RECTYPE'
               IF WS-DD-OFFSET IS NUMERIC AND WS-DD-LENGTH IS NUMERIC
                   MOVE WS-DD-OFFSET TO WS-TYPE-OFFSET
                   MOVE WS-DD-LENGTH TO WS-TYPE-LENGTH
               END-IF
               GO TO LOAD-ONE-DICT-FIELD-EXIT
           END-IF

           IF WS-FIELD-COUNT < 100
                   AND WS-DD-OFFSET IS NUMERIC
                   AND WS-DD-LENGTH IS NUMERIC
               MOVE WS-DD-OFFSET TO WS-FLD-OFFSET(WS-FLD-IX)
               MOVE WS-DD-LENGTH TO WS-FLD-LENGTH(WS-FLD-IX)
               MOVE WS-DD-TYPE   TO WS-FLD-TYPE(WS-FLD-IX)
               MOVE WS-DD-MASK-RULE TO WS-FLD-MASK-RULE(WS-FLD-IX)
               MOVE WS-DD-MASK-VALUE TO WS-FLD-MASK-VALUE(WS-FLD-IX)
               MOVE WS-DD-REC-TYPE TO WS-FLD-REC-TYPE(WS-FLD-IX)
               IF WS-DD-REC-TYPE NOT = SPACES
                   MOVE WS-DD-REC-TYPE TO WS-SEARCH-TYPE
                   PERFORM FIND-RECORD-TYPE
                   IF NOT TYPE-FOUND AND WS-TYPE-COUNT < 100
                       ADD 1 TO WS-TYPE-COUNT
                       MOVE WS-DD-REC-TYPE
                           TO WS-TYPE-VALUE(WS-TYPE-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-ONE-DICT-FIELD-EXIT.
       GET-FIELD-BY-NAME SECTION.

           MOVE 'N' TO WS-FLD-FOUND-SWITCH
           MOVE 0 TO WS-SEL-IX
           PERFORM MATCH-ONE-FIELD
               UNTIL FIELD-FOUND OR WS-SEL-IX >= WS-SEL-COUNT

           IF FIELD-FOUND
               MOVE 'F' TO LD-RESULT
               MOVE WS-SEL-IX TO LD-FIELD-NUMBER
               MOVE WS-FLD-OFFSET(WS-FLD-IX) TO LD-FIELD-OFFSET
               MOVE WS-FLD-LENGTH(WS-FLD-IX) TO LD-FIELD-LENGTH
               MOVE WS-FLD-TYPE(WS-FLD-IX)   TO LD-FIELD-TYPE
               MOVE WS-FLD-MASK-RULE(WS-FLD-IX) TO LD-MASK-RULE
               MOVE WS-FLD-MASK-VALUE(WS-FLD-IX) TO LD-MASK-VALUE
               MOVE WS-FLD-REC-TYPE(WS-FLD-IX) TO LD-FIELD-REC-TYPE
           ELSE
               MOVE 'N' TO LD-RESULT
           END-IF

       MATCH-ONE-FIELD SECTION.

           ADD 1 TO WS-SEL-IX
           MOVE WS-SEL-FIELD(WS-SEL-IX) TO WS-FLD-IX
           IF WS-FLD-NAME(WS-FLD-IX) = LD-FIELD-NAME
               SET FIELD-FOUND TO TRUE
           END-IF
       GET-FIELD-BY-NUMBER SECTION.

           IF LD-FIELD-NUMBER < 1
                   OR LD-FIELD-NUMBER > WS-SEL-COUNT
               MOVE 'N' TO LD-RESULT
           ELSE
               MOVE 'F' TO LD-RESULT
               MOVE WS-SEL-FIELD(LD-FIELD-NUMBER) TO WS-FLD-IX
               MOVE WS-FLD-NAME(WS-FLD-IX)   TO LD-FIELD-NAME
               MOVE WS-FLD-OFFSET(WS-FLD-IX) TO LD-FIELD-OFFSET
               MOVE WS-FLD-LENGTH(WS-FLD-IX) TO LD-FIELD-LENGTH
               MOVE WS-FLD-TYPE(WS-FLD-IX)   TO LD-FIELD-TYPE
               MOVE WS-FLD-MASK-RULE(WS-FLD-IX) TO LD-MASK-RULE
               MOVE WS-FLD-MASK-VALUE(WS-FLD-IX) TO LD-MASK-VALUE
               MOVE WS-FLD-REC-TYPE(WS-FLD-IX) TO LD-FIELD-REC-TYPE
           END-IF

           EXIT.

      * Narrow the selection to the fields of the record in
      * LD-RECORD-DATA. A single-type layout selects every field. A
      * type value the layout does not declare selects only the
      * common fields and is returned not found.
       SELECT-RECORD-TYPE SECTION.

           MOVE SPACES TO LD-RECORD-TYPE
           MOVE SPACES TO WS-SEARCH-TYPE
           MOVE 'F' TO LD-RESULT

           IF WS-TYPE-LENGTH > 0
               MOVE LD-RECORD-DATA(WS-TYPE-OFFSET:WS-TYPE-LENGTH)
                   TO LD-RECORD-TYPE
               MOVE LD-RECORD-TYPE TO WS-SEARCH-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT TYPE-FOUND
                   MOVE 'N' TO LD-RESULT
                   MOVE SPACES TO WS-SEARCH-TYPE
               END-IF
           END-IF

           MOVE 0 TO WS-SEL-COUNT
           PERFORM SELECT-ONE-FIELD
               VARYING WS-FLD-IX FROM 1 BY 1
               UNTIL WS-FLD-IX > WS-FIELD-COUNT
           MOVE WS-SEL-COUNT TO LD-FIELD-COUNT

           EXIT.

      * After a load every field of every type is selected, and a
      * single-type layout always selects every field.
       SELECT-ONE-FIELD SECTION.

           IF WS-FLD-REC-TYPE(WS-FLD-IX) = SPACES
                   OR WS-FLD-REC-TYPE(WS-FLD-IX) = WS-SEARCH-TYPE
                   OR (LD-LOAD-LAYOUT)
                   OR (WS-TYPE-LENGTH = 0)
               ADD 1 TO WS-SEL-COUNT
               MOVE WS-FLD-IX TO WS-SEL-FIELD(WS-SEL-COUNT)
           END-IF

           EXIT.

       FIND-RECORD-TYPE SECTION.

           MOVE 'N' TO WS-TYPE-FOUND-SWITCH
           PERFORM MATCH-ONE-RECORD-TYPE
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT OR TYPE-FOUND

           EXIT.

       MATCH-ONE-RECORD-TYPE SECTION.

           IF WS-TYPE-VALUE(WS-TYPE-IX) = WS-SEARCH-TYPE
               SET TYPE-FOUND TO TRUE
           END-IF

           EXIT.
                   SET RC-WARNING TO TRUE
                   MOVE "FIELD NOT IN LAYOUT" TO
                       SHOP-RETURN-MESSAGE
               WHEN LD-SELECT-RECORD AND LD-NOT-FOUND
                   SET RC-WARNING TO TRUE
                   MOVE "RECORD TYPE NOT IN LAYOUT" TO
                       SHOP-RETURN-MESSAGE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
                   MOVE "NORMAL COMPLETION" TO SHOP-RETURN-MESSAGE
