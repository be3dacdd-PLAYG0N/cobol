       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-EXCEPT-STATUS.

       SELECT RUNLOG-FILE ASSIGN TO "DQRUNLOG"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 FILLER       PIC X(01).
           05 ER-RECORD    PIC X(500).

       FD RUNLOG-FILE
           DATA RECORD IS RUNLOG-RECORD.
       01 RUNLOG-RECORD.
           05 DQ-DATE           PIC 9(08).
           05 DQ-TIME           PIC 9(08).
           05 DQ-LAYOUT-NAME    PIC X(08).
           05 DQ-LAYOUT-VERSION PIC X(08).
           05 DQ-INPUT-FILE     PIC X(64).
           05 DQ-RULE-SOURCE    PIC X(01).
           05 DQ-CHECKED        PIC 9(09).
           05 DQ-FAILED         PIC 9(09).
           05 DQ-RULE-COUNT     PIC 9(03).
           05 DQ-RULE-FAILURES  PIC 9(09) OCCURS 100 TIMES.
           05 FILLER            PIC X(02).

       WORKING-STORAGE SECTION.

       01 WS-DYN-RULES-FILENAME  PIC X(200).
       01 WS-DYN-EXCEPT-FILENAME PIC X(200).
       01 WS-RULES-STATUS  PIC X(2).
       01 WS-EXCEPT-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-NOW-TIME      PIC 9(08).

       01 WS-RULES-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 RULES-EOF VALUE 'Y'.
               10 WS-RULE-CODE-COUNT PIC 9(02) COMP.
               10 WS-RULE-CODE-VALUE PIC X(20) OCCURS 10 TIMES.
               10 WS-RULE-FAIL-COUNT PIC 9(09) COMP.
               10 WS-RULE-REC-TYPE   PIC X(08).

       01 WS-RULE-IX  PIC 9(03) COMP VALUE 0.
       01 WS-CODE-IX  PIC 9(02) COMP VALUE 0.

       01 WS-DICT-FIELD-IX PIC 9(03) COMP VALUE 0.

      * Record-type discriminator of a multi-type dictionary layout
      * (length zero for a single-type layout or a rules file) and the
      * type values its fields declare.
       01 WS-TYPE-OFFSET PIC 9(04) VALUE 0.
       01 WS-TYPE-LENGTH PIC 9(03) VALUE 0.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-TYPE-VALUE PIC X(08) OCCURS 100 TIMES.
       01 WS-TYPE-IX PIC 9(03) COMP VALUE 0.
       01 WS-TYPE-FOUND-SWITCH PIC X(1).
           88 TYPE-FOUND VALUE 'Y'.
       01 WS-RECORD-TYPE PIC X(08).

       COPY "LAYOUTDICT.cpy".
       COPY "PROCDATE.cpy".

       LINKAGE SECTION.

           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO FV-CHECKED-COUNT
           MOVE 0 TO FV-FAILED-COUNT
           MOVE 0 TO FV-UNDECLARED-COUNT
           MOVE 0 TO WS-TYPE-OFFSET
           MOVE 0 TO WS-TYPE-LENGTH
           MOVE 0 TO WS-TYPE-COUNT
           MOVE 'N' TO WS-RULES-LOADED-SWITCH
           MOVE 'N' TO WS-RULES-EOF-SWITCH

           IF FILENAME-INVALID
               GO TO LOAD-RULES-FROM-DICT-EXIT
           END-IF
           MOVE LD-TYPE-OFFSET TO WS-TYPE-OFFSET
           MOVE LD-TYPE-LENGTH TO WS-TYPE-LENGTH

           MOVE 0 TO WS-DICT-FIELD-IX
           PERFORM STORE-ONE-DICT-RULE
           MOVE LD-FIELD-LENGTH TO RR-LENGTH
           MOVE LD-FIELD-TYPE TO RR-TYPE
           MOVE 'N' TO WS-RULES-EOF-SWITCH
           PERFORM STORE-ONE-RULE
           IF FILENAME-INVALID
               GO TO STORE-ONE-DICT-RULE-EXIT
           END-IF

           MOVE LD-FIELD-REC-TYPE TO WS-RULE-REC-TYPE(WS-RULE-IX)
           IF LD-FIELD-REC-TYPE NOT = SPACES
               MOVE LD-FIELD-REC-TYPE TO WS-RECORD-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT TYPE-FOUND AND WS-TYPE-COUNT < 100
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE LD-FIELD-REC-TYPE
                       TO WS-TYPE-VALUE(WS-TYPE-COUNT)
               END-IF
           END-IF.

       STORE-ONE-DICT-RULE-EXIT.

           MOVE RR-TYPE   TO WS-RULE-TYPE(WS-RULE-IX)
           MOVE 0 TO WS-RULE-FAIL-COUNT(WS-RULE-IX)
           MOVE 0 TO WS-RULE-CODE-COUNT(WS-RULE-IX)
           MOVE SPACES TO WS-RULE-REC-TYPE(WS-RULE-IX)

           IF WS-RULE-OFFSET(WS-RULE-IX) < 1
                   OR WS-RULE-LENGTH(WS-RULE-IX) < 1
           ADD 1 TO FV-CHECKED-COUNT
           SET FV-RECORD-PASSED TO TRUE
           MOVE 0 TO FV-FAIL-RULE
           MOVE SPACES TO WS-RECORD-TYPE

      * A record whose type the layout does not declare cannot be
      * checked against any field list; it is an exception in itself.
           IF WS-TYPE-LENGTH > 0
               MOVE FV-RECORD(WS-TYPE-OFFSET:WS-TYPE-LENGTH)
                   TO WS-RECORD-TYPE
               PERFORM FIND-RECORD-TYPE
               IF NOT TYPE-FOUND
                   SET FV-RECORD-FAILED TO TRUE
                   MOVE 999 TO FV-FAIL-RULE
                   ADD 1 TO FV-UNDECLARED-COUNT
               END-IF
           END-IF

           IF FV-RECORD-PASSED
               MOVE 0 TO WS-RULE-IX
               PERFORM CHECK-ONE-RULE
                   UNTIL WS-RULE-IX >= WS-RULE-COUNT
           END-IF

           IF FV-RECORD-FAILED
               ADD 1 TO FV-FAILED-COUNT

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

       CHECK-ONE-RULE SECTION.

           ADD 1 TO WS-RULE-IX
           IF WS-RULE-REC-TYPE(WS-RULE-IX) NOT = SPACES
                   AND WS-RULE-REC-TYPE(WS-RULE-IX) NOT = WS-RECORD-TYPE
               GO TO CHECK-ONE-RULE-EXIT
           END-IF

           MOVE SPACES TO WS-FIELD-WORK
           MOVE WS-RULE-LENGTH(WS-RULE-IX) TO WS-FIELD-LEN
           MOVE FV-RECORD(WS-RULE-OFFSET(WS-RULE-IX):WS-FIELD-LEN)
               IF FV-FAIL-RULE = 0
                   MOVE WS-RULE-IX TO FV-FAIL-RULE
               END-IF
           END-IF.

       CHECK-ONE-RULE-EXIT.

           EXIT.

           DISPLAY 'FILEVALID: LAYOUT ' FV-LAYOUT-NAME
               ' RECORDS CHECKED ' FV-CHECKED-COUNT
               ' FAILED ' FV-FAILED-COUNT
           IF WS-TYPE-LENGTH > 0
               DISPLAY 'FILEVALID: RECORD TYPES DECLARED ' WS-TYPE-COUNT
                   ' UNDECLARED TYPE RECORDS ' FV-UNDECLARED-COUNT
           END-IF
           MOVE 0 TO WS-RULE-IX
           PERFORM REPORT-ONE-RULE
               UNTIL WS-RULE-IX >= WS-RULE-COUNT

           IF RULES-LOADED
               PERFORM WRITE-RUN-SUMMARY
           END-IF

           EXIT.

       REPORT-ONE-RULE SECTION.
               ' OFFSET ' WS-RULE-OFFSET(WS-RULE-IX)
               ' LENGTH ' WS-RULE-LENGTH(WS-RULE-IX)
               ' FAILURES ' WS-RULE-FAIL-COUNT(WS-RULE-IX)
               ' RECORD TYPE ' WS-RULE-REC-TYPE(WS-RULE-IX)

           EXIT.

           END-EVALUATE

           EXIT.

      * One summary per validation run, appended to the run log so
      * DQTREND can trend pass rates by layout and by input file.
       WRITE-RUN-SUMMARY SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           SET FILENAME-VALID TO TRUE
           ACCEPT WS-NOW-TIME FROM TIME

           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY 'FILEVALID: RUN LOG NOT AVAILABLE, STATUS '
                   WS-RUNLOG-STATUS
               GO TO WRITE-RUN-SUMMARY-EXIT
           END-IF

           MOVE SPACES TO RUNLOG-RECORD
           MOVE PD-RESULT-DATE TO DQ-DATE
           MOVE WS-NOW-TIME TO DQ-TIME
           MOVE FV-LAYOUT-NAME TO DQ-LAYOUT-NAME
           MOVE FV-LAYOUT-VERSION TO DQ-LAYOUT-VERSION
           MOVE FV-INPUT-FILENAME TO DQ-INPUT-FILE
           IF FV-DICT-FILENAME NOT = SPACES
               MOVE 'D' TO DQ-RULE-SOURCE
           ELSE
               MOVE 'R' TO DQ-RULE-SOURCE
           END-IF
           MOVE FV-CHECKED-COUNT TO DQ-CHECKED
           MOVE FV-FAILED-COUNT TO DQ-FAILED
           MOVE WS-RULE-COUNT TO DQ-RULE-COUNT
           PERFORM MOVE-ONE-RULE-FAILURE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > 100
           WRITE RUNLOG-RECORD
           CLOSE RUNLOG-FILE.

       WRITE-RUN-SUMMARY-EXIT.

           EXIT.

       MOVE-ONE-RULE-FAILURE SECTION.

           IF WS-RULE-IX > WS-RULE-COUNT
               MOVE 0 TO DQ-RULE-FAILURES(WS-RULE-IX)
           ELSE
               MOVE WS-RULE-FAIL-COUNT(WS-RULE-IX) TO
                   DQ-RULE-FAILURES(WS-RULE-IX)
           END-IF

           EXIT.
