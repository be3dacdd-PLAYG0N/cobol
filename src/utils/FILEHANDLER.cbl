       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-LOCK-STATUS.

       SELECT RANGE-LOCK-FILE ASSIGN TO DYNAMIC WS-DYN-RLOCK-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RLOCK-STATUS.

       SELECT STATS-FILE ASSIGN TO "JOBSTATS"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-STATS-STATUS.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-JNL-STATUS.

       SELECT AFTER-IMAGE-FILE ASSIGN TO DYNAMIC WS-DYN-AIL-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AIL-STATUS.

       SELECT ALERT-FILE ASSIGN TO "OPERALRT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ALERT-STATUS.

       SELECT RPTREG-FILE ASSIGN TO "RPTREG"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RPTREG-STATUS.

       SELECT PDATE-FILE ASSIGN TO "PROCDATE"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PDATE-STATUS.

       SELECT AUTH-FILE ASSIGN TO "FILEAUTH"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AUTH-STATUS.

       SELECT RST-FILE ASSIGN TO DYNAMIC WS-RST-DYN-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RST-STATUS.
           DATA RECORD IS LOCK-RECORD.
       01 LOCK-RECORD PIC X(01).

      * A key-range lock names the range it holds so that later
      * range opens can test for overlap.
       FD RANGE-LOCK-FILE
           DATA RECORD IS RANGE-LOCK-RECORD.
       01 RANGE-LOCK-RECORD.
           05 RK-KEY-LOW  PIC X(20).
           05 RK-KEY-HIGH PIC X(20).
           05 RK-PGM      PIC X(11).
           05 RK-DATE     PIC 9(08).
           05 RK-TIME     PIC 9(08).
           05 FILLER      PIC X(13).

       FD STATS-FILE
           DATA RECORD IS STATS-RECORD.
       01 STATS-RECORD.
           05 JR-LENGTH    PIC 9(05).
           05 JR-DATA      PIC X(500).

       FD AFTER-IMAGE-FILE
           DATA RECORD IS AFTER-IMAGE-RECORD.
       01 AFTER-IMAGE-RECORD.
           05 AI-DATE      PIC 9(08).
           05 AI-TIME      PIC 9(08).
           05 AI-PGM       PIC X(11).
           05 AI-TICKET    PIC X(08).
           05 AI-OPERATION PIC X(1).
           05 AI-KEY       PIC X(20).
           05 AI-POSITION  PIC 9(09).
           05 AI-DATA      PIC X(500).

       FD ALERT-FILE
           DATA RECORD IS ALERT-RECORD.
       01 ALERT-RECORD.
           05 AL-MESSAGE PIC X(40).
           05 FILLER     PIC X(6).

      * One entry for every report closed, for RPTARCH to capture.
       FD RPTREG-FILE
           DATA RECORD IS RPTREG-RECORD.
       01 RPTREG-RECORD.
           05 RG-DATE      PIC 9(08).
           05 RG-TIME      PIC 9(08).
           05 RG-PGM       PIC X(11).
           05 RG-KIND      PIC X(01).
           05 RG-RECIPIENT PIC X(08).
           05 RG-LINES     PIC 9(09).
           05 RG-PAGES     PIC 9(05).
           05 RG-FILE      PIC X(100).
           05 RG-SOURCE    PIC X(100).
           05 FILLER       PIC X(50).

       FD RST-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 500 CHARACTERS
               DEPENDING ON WS-RST-LEN
           05 PDATE-CTL-DATE PIC X(08).
           05 FILLER         PIC X(72).

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
           05 FILLER          PIC X(29).

       WORKING-STORAGE SECTION.

       01 WS-SEQ-DYN-01  PIC X(200).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-AUDIT-DATE   PIC 9(08).
       01 WS-AUDIT-TIME   PIC 9(08).
       01 WS-AUDIT-PTR    PIC 9(03) COMP VALUE 0.

       01 WS-PDATE-STATUS PIC X(2).
       01 WS-PROCESS-DATE PIC 9(08) VALUE 0.
       01 WS-PDATE-SWITCH PIC X(1) VALUE 'N'.
           88 PROCESS-DATE-SET VALUE 'Y'.

       01 WS-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOADED-SW PIC X(1) VALUE 'N'.
           88 AUTH-TABLE-LOADED VALUE 'Y'.
       01 WS-AUTH-UNREADABLE-SW PIC X(1) VALUE 'N'.
           88 AUTH-TABLE-UNREADABLE VALUE 'Y'.
       01 WS-AUTH-EOF-SW PIC X(1) VALUE 'N'.
           88 AUTH-EOF VALUE 'Y'.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-COUNT PIC 9(04) COMP VALUE 0.
           05 WS-AUTH-ENTRY OCCURS 500 TIMES.
               10 WS-AUTH-PATTERN    PIC X(44).
               10 WS-AUTH-PREFIX-LEN PIC 9(02) COMP.
               10 WS-AUTH-WILD-SW    PIC X(1).
                   88 AUTH-WILDCARD VALUE 'Y'.
               10 WS-AUTH-PGM        PIC X(11).
               10 WS-AUTH-USER       PIC X(8).
               10 WS-AUTH-MODES      PIC X(5).
       01 WS-AUTH-IX PIC 9(04) COMP VALUE 0.
       01 WS-AUTH-TALLY PIC 9(02) COMP VALUE 0.
       01 WS-AUTH-MATCH-SW PIC X(1).
           88 AUTH-FILE-MATCHED VALUE 'Y'.
       01 WS-AUTH-GOVERNED-SW PIC X(1).
           88 AUTH-GOVERNED VALUE 'Y'.
       01 WS-AUTH-GRANTED-SW PIC X(1).
           88 AUTH-GRANTED VALUE 'Y'.
       01 WS-ACCESS-DENIED-SW PIC X(1) VALUE 'N'.
           88 ACCESS-DENIED VALUE 'Y'.

       01 WS-CHK-FILE-NAME PIC X(256).
       01 WS-CHK-DETAILS.
           05 WS-CHK-SIZE PIC X(8) COMP-X.
       01 WS-LOCK-DEL-NAME     PIC X(256).
       01 WS-LOCK-DEL-RC       PIC 9(4) COMP-X.

       01 WS-DYN-RLOCK-FILENAME PIC X(210).
       01 WS-RLOCK-STATUS       PIC X(2).
       01 WS-RANGE-REQ-SW PIC X(1) VALUE 'N'.
           88 RANGE-LOCK-REQUESTED VALUE 'Y'.
       01 WS-RANGE-FAULT-SW PIC X(1) VALUE 'N'.
           88 RANGE-FAULT VALUE 'Y'.
       01 WS-REQ-KEY-LOW  PIC X(20).
       01 WS-REQ-KEY-HIGH PIC X(20).
       01 WS-RANGE-PART PIC 9(02) VALUE 0.
       01 WS-RANGE-SCAN PIC 9(02) VALUE 0.
       01 WS-WHOLE-LOCK-NAME PIC X(210).

       01 WS-STATS-STATUS PIC X(2).
       01 WS-DYN-JNL-FILENAME PIC X(210).
       01 WS-JNL-STATUS PIC X(2).
       01 WS-DYN-AIL-FILENAME PIC X(210).
       01 WS-AIL-STATUS PIC X(2).
       01 WS-ALERT-STATUS PIC X(2).
       01 WS-RPTREG-STATUS PIC X(2).
       01 WS-SUPPORT-ALERT-FILE    PIC X(64).
       01 WS-SUPPORT-ALERT-STATUS  PIC X(2).
       01 WS-SUPPORT-ALERT-MESSAGE PIC X(40).
       01 WS-STATS-PENDING-SWITCH PIC X(1) VALUE 'N'.
           88 STATS-PENDING VALUE 'Y'.
       01 WS-AUDIT-OPEN-SWITCH PIC X(1) VALUE 'N'.
               10 WS-IDX-JNL-NAME PIC X(210).
               10 WS-IDX-JNL-SW PIC X(1).
                   88 IDX-JOURNAL-ACTIVE VALUE 'Y'.
               10 WS-IDX-AIL-NAME PIC X(210).
               10 WS-IDX-AIL-SW PIC X(1).
                   88 IDX-AFTER-IMAGE-ACTIVE VALUE 'Y'.
               10 WS-IDX-ALT-SW PIC X(1).
                   88 IDX-SLOT-ALT-KEYS VALUE 'Y'.
               10 WS-IDX-BROWSE-PREFIX PIC X(20).
               10 WS-IDX-MIRROR-SW PIC X(1).
                   88 IDX-MIRROR-ACTIVE    VALUE 'A'.
                   88 IDX-MIRROR-SUSPENDED VALUE 'S'.
               10 WS-IDX-RANGE-SW PIC X(1).
                   88 IDX-SLOT-RANGED VALUE 'Y'.
               10 WS-IDX-RANGE-LOW  PIC X(20).
               10 WS-IDX-RANGE-HIGH PIC X(20).

       01 WS-RPT-POOL.
           05 WS-RPT-ENTRY OCCURS 16 TIMES.
               10 WS-REL-JNL-NAME PIC X(210).
               10 WS-REL-JNL-SW PIC X(1).
                   88 REL-JOURNAL-ACTIVE VALUE 'Y'.
               10 WS-REL-AIL-NAME PIC X(210).
               10 WS-REL-AIL-SW PIC X(1).
                   88 REL-AFTER-IMAGE-ACTIVE VALUE 'Y'.

       01 WS-CUR-ORG PIC X(1).
           88 CUR-ORG-SEQ VALUE 'S'.
       01 WS-CUR-JNL-NAME PIC X(210).
       01 WS-CUR-JNL-SW PIC X(1) VALUE 'N'.
           88 CUR-JOURNAL-ON VALUE 'Y'.
       01 WS-CUR-AIL-NAME PIC X(210).
       01 WS-BROWSE-WORK PIC X(20).
       01 WS-PRI-SLOT PIC 9(02) COMP VALUE 0.
       01 WS-MIR-SLOT PIC 9(02) COMP VALUE 0.
       SET-SHOP-RETURN-CODE SECTION.

           EVALUATE TRUE
               WHEN ACCESS-DENIED
                   SET RC-ACCESS-DENIED TO TRUE
                   MOVE "OPEN REFUSED - NOT IN FILE ACCESS TABLE" TO
                       SHOP-RETURN-MESSAGE
               WHEN RANGE-FAULT
                   SET RC-ERROR TO TRUE
                   MOVE "KEY OUTSIDE LOCKED KEY RANGE" TO
                       SHOP-RETURN-MESSAGE
               WHEN FILENAME-LOCKED
                   SET RC-SEVERE TO TRUE
                   MOVE "FILE LOCKED BY ANOTHER PROCESS" TO
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO AUDIT-RECORD
           MOVE 1 TO WS-AUDIT-PTR
           STRING WS-AUDIT-DATE        DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-AUDIT-TIME        DELIMITED BY SIZE
                  " TKT="              DELIMITED BY SIZE
                  CHANGE-TICKET OF FILEHANDLER DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER WS-AUDIT-PTR

           IF USER-ID OF FILEHANDLER NOT = SPACES
               STRING " USR="              DELIMITED BY SIZE
                      USER-ID OF FILEHANDLER DELIMITED BY SIZE
                   INTO AUDIT-RECORD
                   WITH POINTER WS-AUDIT-PTR
               IF F-READ AND FILENAME-VALID AND NOT FILENAME-EOF
                       AND NOT FILENAME-END-RANGE
                   STRING " KEY="          DELIMITED BY SIZE
                          RECORD-KEY OF FILEHANDLER DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                       WITH POINTER WS-AUDIT-PTR
               END-IF
           END-IF

      * The audit trail stays open for the whole session; opening and
      * closing it around every call doubled the I/O of long passes.

           EXIT.

      * Register the closed report so that the nightly RPTARCH run
      * captures it into the report archive before it is overwritten.
       REPORT-REGISTER-ENTRY SECTION.

           PERFORM GET-PROCESS-DATE
           MOVE SPACES TO RPTREG-RECORD
           MOVE WS-PROCESS-DATE TO RG-DATE
           ACCEPT RG-TIME FROM TIME
           MOVE PGM-NAME OF FILEHANDLER TO RG-PGM
           MOVE 'R' TO RG-KIND
           MOVE WS-RPT-WRITES(WS-CUR-SLOT) TO RG-LINES
           MOVE WS-RPT-PAGE-NUMBER(WS-CUR-SLOT) TO RG-PAGES
           MOVE WS-RPT-FILE-NAME(WS-CUR-SLOT) TO RG-FILE
           MOVE WS-RPT-FILE-NAME(WS-CUR-SLOT) TO RG-SOURCE

           OPEN EXTEND RPTREG-FILE
           IF WS-RPTREG-STATUS = "35"
               OPEN OUTPUT RPTREG-FILE
           END-IF
           IF WS-RPTREG-STATUS NOT = "00"
               MOVE 'REPORT REGISTER CANNOT BE OPENED' TO
                   WS-SUPPORT-ALERT-MESSAGE
               PERFORM REPORT-REGISTER-ALERT
               GO TO REPORT-REGISTER-ENTRY-EXIT
           END-IF

           WRITE RPTREG-RECORD
           IF WS-RPTREG-STATUS NOT = "00"
               CLOSE RPTREG-FILE
               MOVE 'REPORT REGISTER WRITE FAILED' TO
                   WS-SUPPORT-ALERT-MESSAGE
               PERFORM REPORT-REGISTER-ALERT
               GO TO REPORT-REGISTER-ENTRY-EXIT
           END-IF
           CLOSE RPTREG-FILE.

       REPORT-REGISTER-ENTRY-EXIT.

           EXIT.

      * A report left out of RPTREG is never archived, so the
      * operator is told which one.
       REPORT-REGISTER-ALERT SECTION.

           DISPLAY "FILEHANDLER: " WS-SUPPORT-ALERT-MESSAGE
               " STATUS " WS-RPTREG-STATUS
               " - NOT ARCHIVED " RG-FILE(1:40)
               UPON CONSOLE
           MOVE 'RPTREG' TO WS-SUPPORT-ALERT-FILE
           MOVE WS-RPTREG-STATUS TO WS-SUPPORT-ALERT-STATUS
           PERFORM SUPPORT-FILE-ALERT

           EXIT.

      * Alert for a failure on one of FILEHANDLER's own control files
      * rather than on the caller's file.
       SUPPORT-FILE-ALERT SECTION.

           PERFORM GET-PROCESS-DATE
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-PROCESS-DATE TO AL-DATE
           ACCEPT AL-TIME FROM TIME
           MOVE PGM-NAME OF FILEHANDLER TO AL-PGM
           MOVE WS-SUPPORT-ALERT-FILE TO AL-FILE
           MOVE OPERATION OF FILEHANDLER TO AL-OP
           MOVE WS-SUPPORT-ALERT-STATUS TO AL-STATUS
           MOVE WS-SUPPORT-ALERT-MESSAGE TO AL-MESSAGE

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF

           EXIT.

       OPERATOR-ALERT SECTION.

           PERFORM GET-PROCESS-DATE
       START-JOURNAL-CUR SECTION.

           MOVE SPACES TO WS-CUR-JNL-NAME
           IF RANGE-LOCK-REQUESTED
               STRING FILENAME OF FILEHANDLER DELIMITED BY SPACE
                      ".P"                    DELIMITED BY SIZE
                      WS-RANGE-PART           DELIMITED BY SIZE
                      ".JNL"                  DELIMITED BY SIZE
                   INTO WS-CUR-JNL-NAME
           ELSE
               STRING FILENAME OF FILEHANDLER DELIMITED BY SPACE
                      ".JNL"                  DELIMITED BY SIZE
                   INTO WS-CUR-JNL-NAME
           END-IF
           MOVE WS-CUR-JNL-NAME TO WS-DYN-JNL-FILENAME
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JNL-STATUS = "00"

           EXIT.

       START-AFTER-IMAGE-CUR SECTION.

      * Unlike the journal the after-image log is never started
      * fresh: it accumulates across runs until FILEBKUP takes the
      * next image copy and rolls it aside.
           MOVE SPACES TO WS-CUR-AIL-NAME
           STRING FILENAME OF FILEHANDLER DELIMITED BY SPACE
                  ".AIL"                  DELIMITED BY SIZE
               INTO WS-CUR-AIL-NAME

           EXIT.

       WRITE-AFTER-IMAGE-ENTRY SECTION.

           PERFORM GET-PROCESS-DATE
           MOVE WS-PROCESS-DATE TO AI-DATE
           ACCEPT AI-TIME FROM TIME
           MOVE PGM-NAME OF FILEHANDLER TO AI-PGM
           MOVE CHANGE-TICKET OF FILEHANDLER TO AI-TICKET

           OPEN EXTEND AFTER-IMAGE-FILE
           IF WS-AIL-STATUS = "35"
               OPEN OUTPUT AFTER-IMAGE-FILE
           END-IF
           IF WS-AIL-STATUS = "00"
               WRITE AFTER-IMAGE-RECORD
               CLOSE AFTER-IMAGE-FILE
           END-IF

           EXIT.

       AFTER-IMAGE-IDX SECTION.

           MOVE SPACES TO AFTER-IMAGE-RECORD
           MOVE OPERATION OF FILEHANDLER TO AI-OPERATION
           MOVE RECORD-KEY OF FILEHANDLER TO AI-KEY
           MOVE 0 TO AI-POSITION
           IF F-DELETE
               MOVE SPACES TO AI-DATA
           ELSE
               MOVE FILE-RECORD(1:480) TO AI-DATA
           END-IF
           MOVE WS-IDX-AIL-NAME(WS-CUR-SLOT) TO WS-DYN-AIL-FILENAME
           PERFORM WRITE-AFTER-IMAGE-ENTRY

           EXIT.

       AFTER-IMAGE-REL SECTION.

           MOVE SPACES TO AFTER-IMAGE-RECORD
           MOVE OPERATION OF FILEHANDLER TO AI-OPERATION
           MOVE SPACES TO AI-KEY
           MOVE RELATIVE-RECORD OF FILEHANDLER TO AI-POSITION
           IF F-DELETE
               MOVE SPACES TO AI-DATA
           ELSE
               MOVE FILE-RECORD TO AI-DATA
           END-IF
           MOVE WS-REL-AIL-NAME(WS-CUR-SLOT) TO WS-DYN-AIL-FILENAME
           PERFORM WRITE-AFTER-IMAGE-ENTRY

           EXIT.

       RESOLVE-HANDLE SECTION.

           MOVE 0 TO WS-CUR-SLOT

       ACQUIRE-LOCK-CUR SECTION.

           MOVE SPACES TO WS-WHOLE-LOCK-NAME
           STRING FILENAME OF FILEHANDLER DELIMITED BY SPACE
                  ".LOCK"                 DELIMITED BY SIZE
               INTO WS-WHOLE-LOCK-NAME
           MOVE SPACES TO WS-CUR-LOCK-NAME
           IF RANGE-LOCK-REQUESTED
               STRING FILENAME OF FILEHANDLER DELIMITED BY SPACE
                      ".LK"                   DELIMITED BY SIZE
                      WS-RANGE-PART           DELIMITED BY SIZE
                   INTO WS-CUR-LOCK-NAME
           ELSE
               MOVE WS-WHOLE-LOCK-NAME TO WS-CUR-LOCK-NAME
           END-IF

           MOVE 0 TO WS-LOCK-WAITED
           PERFORM TEST-LOCK-FREE
           END-IF

           IF LOCK-IS-FREE
               IF RANGE-LOCK-REQUESTED
                   PERFORM WRITE-RANGE-LOCK
               ELSE
                   MOVE WS-CUR-LOCK-NAME TO WS-DYN-LOCK-FILENAME
                   OPEN OUTPUT LOCK-FILE
                   CLOSE LOCK-FILE
               END-IF
               MOVE 'Y' TO WS-CUR-LOCK-SW
           ELSE
               SET FILENAME-LOCKED TO TRUE
               MOVE 'Y' TO WS-LOCK-FREE-SWITCH
           END-IF

           IF LOCK-IS-FREE AND RANGE-LOCK-REQUESTED
               MOVE SPACES             TO WS-CHK-FILE-NAME
               MOVE WS-WHOLE-LOCK-NAME TO WS-CHK-FILE-NAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                       WS-CHK-DETAILS
                   RETURNING WS-CHK-RC
               IF WS-CHK-RC = 0
                   MOVE 'N' TO WS-LOCK-FREE-SWITCH
               END-IF
           END-IF

      * Indexed files can also be held a key range at a time, so an
      * indexed open is only free once no held range stands in its
      * way.
           IF LOCK-IS-FREE AND FO-INDEXED OF FILEHANDLER
               MOVE 0 TO WS-RANGE-SCAN
               PERFORM TEST-ONE-RANGE-LOCK
                   UNTIL WS-RANGE-SCAN >= 99 OR NOT LOCK-IS-FREE
           END-IF

           EXIT.

      * WS-RANGE-SCAN walks the partition numbers 01-99. A whole-file
      * open is blocked by any held range; a range open only by a
      * held range that overlaps its own. A range lock that cannot
      * be read is taken to overlap.
       TEST-ONE-RANGE-LOCK SECTION.

           ADD 1 TO WS-RANGE-SCAN
           IF RANGE-LOCK-REQUESTED AND WS-RANGE-SCAN = WS-RANGE-PART
               GO TO TEST-ONE-RANGE-LOCK-EXIT
           END-IF

           MOVE SPACES TO WS-DYN-RLOCK-FILENAME
           STRING FILENAME OF FILEHANDLER DELIMITED BY SPACE
                  ".LK"                   DELIMITED BY SIZE
                  WS-RANGE-SCAN            DELIMITED BY SIZE
               INTO WS-DYN-RLOCK-FILENAME
           MOVE SPACES                TO WS-CHK-FILE-NAME
           MOVE WS-DYN-RLOCK-FILENAME TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               GO TO TEST-ONE-RANGE-LOCK-EXIT
           END-IF

           IF NOT RANGE-LOCK-REQUESTED
               MOVE 'N' TO WS-LOCK-FREE-SWITCH
               GO TO TEST-ONE-RANGE-LOCK-EXIT
           END-IF

           OPEN INPUT RANGE-LOCK-FILE
           IF WS-RLOCK-STATUS NOT = "00"
               MOVE 'N' TO WS-LOCK-FREE-SWITCH
               GO TO TEST-ONE-RANGE-LOCK-EXIT
           END-IF
           READ RANGE-LOCK-FILE
               AT END
                   MOVE LOW-VALUES  TO RK-KEY-LOW
                   MOVE HIGH-VALUES TO RK-KEY-HIGH
           END-READ
           CLOSE RANGE-LOCK-FILE

           IF RK-KEY-LOW NOT > WS-REQ-KEY-HIGH AND
                   WS-REQ-KEY-LOW NOT > RK-KEY-HIGH
               MOVE 'N' TO WS-LOCK-FREE-SWITCH
           END-IF.

       TEST-ONE-RANGE-LOCK-EXIT.

           EXIT.

       WRITE-RANGE-LOCK SECTION.

           PERFORM GET-PROCESS-DATE
           MOVE WS-CUR-LOCK-NAME TO WS-DYN-RLOCK-FILENAME
           OPEN OUTPUT RANGE-LOCK-FILE
           MOVE SPACES TO RANGE-LOCK-RECORD
           MOVE WS-REQ-KEY-LOW  TO RK-KEY-LOW
           MOVE WS-REQ-KEY-HIGH TO RK-KEY-HIGH
           MOVE PGM-NAME OF FILEHANDLER TO RK-PGM
           MOVE WS-PROCESS-DATE TO RK-DATE
           ACCEPT RK-TIME FROM TIME
           WRITE RANGE-LOCK-RECORD
           CLOSE RANGE-LOCK-FILE

           EXIT.

      * LOCK-PARTITION turns an indexed UPDATE-MODE open into a key
      * range open. Spaces in the low key start the range at the
      * first key and spaces in the high key run it to the last.
       SET-RANGE-REQUEST SECTION.

           MOVE 'N' TO WS-RANGE-REQ-SW
           IF LOCK-PARTITION OF FILEHANDLER IS NOT NUMERIC
               GO TO SET-RANGE-REQUEST-EXIT
           END-IF
           IF LOCK-PARTITION OF FILEHANDLER = 0
               GO TO SET-RANGE-REQUEST-EXIT
           END-IF

           MOVE LOCK-PARTITION OF FILEHANDLER TO WS-RANGE-PART
           MOVE LOCK-KEY-LOW OF FILEHANDLER TO WS-REQ-KEY-LOW
           IF WS-REQ-KEY-LOW = SPACES
               MOVE LOW-VALUES TO WS-REQ-KEY-LOW
           END-IF
           MOVE LOCK-KEY-HIGH OF FILEHANDLER TO WS-REQ-KEY-HIGH
           IF WS-REQ-KEY-HIGH = SPACES
               MOVE HIGH-VALUES TO WS-REQ-KEY-HIGH
           END-IF
           IF WS-REQ-KEY-LOW > WS-REQ-KEY-HIGH
               DISPLAY "LOCK-KEY-LOW IS ABOVE LOCK-KEY-HIGH"
               SET FILENAME-INVALID TO TRUE
           ELSE
               SET RANGE-LOCK-REQUESTED TO TRUE
           END-IF.

       SET-RANGE-REQUEST-EXIT.

           EXIT.

       CHECK-KEY-IN-RANGE SECTION.

           IF IDX-SLOT-RANGED(WS-CUR-SLOT)
               IF RECORD-KEY OF FILEHANDLER <
                       WS-IDX-RANGE-LOW(WS-CUR-SLOT) OR
                   RECORD-KEY OF FILEHANDLER >
                       WS-IDX-RANGE-HIGH(WS-CUR-SLOT)
                   SET RANGE-FAULT TO TRUE
                   SET FILENAME-INVALID TO TRUE
                   MOVE SPACES TO FILENAME-IO-STATUS
               END-IF
           END-IF

           EXIT.

       WAIT-FOR-LOCK SECTION.

       OPEN-FILE SECTION.

           PERFORM CHECK-OPEN-AUTHORITY
           IF ACCESS-DENIED
               SET FILENAME-INVALID TO TRUE
               MOVE SPACES TO FILENAME-IO-STATUS
               GO TO OPEN-FILE-EXIT
           END-IF

           IF READ-MODE OR UPDATE-MODE OR RESTART-MODE
               PERFORM CHECK-FILE-EXISTENCE
               IF FILENAME-NOT-FOUND
                           PERFORM OPEN-REL-HANDLE
                   END-EVALUATE
               END-IF
           END-IF.

       OPEN-FILE-EXIT.

           EXIT.

      * The access table FILEAUTH is read once per session. A file
      * that no entry covers opens as before; once any entry covers
      * it, only a program (and, where the entry names one, a user)
      * granted the requested OPEN-MODE may open it. Without the
      * table nothing is restricted; a table that is there but cannot
      * be read restricts everything.
       CHECK-OPEN-AUTHORITY SECTION.

           MOVE 'N' TO WS-AUTH-GOVERNED-SW
           MOVE 'N' TO WS-AUTH-GRANTED-SW
           IF NOT AUTH-TABLE-LOADED
               PERFORM LOAD-AUTH-TABLE
           END-IF
           IF AUTH-TABLE-UNREADABLE
               SET ACCESS-DENIED TO TRUE
               GO TO CHECK-OPEN-AUTHORITY-EXIT
           END-IF
           IF WS-AUTH-COUNT = 0
               GO TO CHECK-OPEN-AUTHORITY-EXIT
           END-IF

           MOVE 0 TO WS-AUTH-IX
           PERFORM CHECK-ONE-GRANT
               UNTIL WS-AUTH-IX >= WS-AUTH-COUNT OR AUTH-GRANTED
           IF AUTH-GOVERNED AND NOT AUTH-GRANTED
               SET ACCESS-DENIED TO TRUE
           END-IF.

       CHECK-OPEN-AUTHORITY-EXIT.

           EXIT.

       CHECK-ONE-GRANT SECTION.

           ADD 1 TO WS-AUTH-IX
           MOVE 'N' TO WS-AUTH-MATCH-SW
           EVALUATE TRUE
               WHEN NOT AUTH-WILDCARD(WS-AUTH-IX)
                   IF FILENAME OF FILEHANDLER =
                           WS-AUTH-PATTERN(WS-AUTH-IX)
                       SET AUTH-FILE-MATCHED TO TRUE
                   END-IF
               WHEN WS-AUTH-PREFIX-LEN(WS-AUTH-IX) = 0
                   SET AUTH-FILE-MATCHED TO TRUE
               WHEN FILENAME OF FILEHANDLER
                       (1:WS-AUTH-PREFIX-LEN(WS-AUTH-IX)) =
                   WS-AUTH-PATTERN(WS-AUTH-IX)
                       (1:WS-AUTH-PREFIX-LEN(WS-AUTH-IX))
                   SET AUTH-FILE-MATCHED TO TRUE
           END-EVALUATE
           IF NOT AUTH-FILE-MATCHED
               GO TO CHECK-ONE-GRANT-EXIT
           END-IF
           SET AUTH-GOVERNED TO TRUE

           IF WS-AUTH-PGM(WS-AUTH-IX) NOT = '*' AND
                   WS-AUTH-PGM(WS-AUTH-IX) NOT = PGM-NAME OF FILEHANDLER
               GO TO CHECK-ONE-GRANT-EXIT
           END-IF
           IF WS-AUTH-USER(WS-AUTH-IX) NOT = SPACES AND
                   WS-AUTH-USER(WS-AUTH-IX) NOT = USER-ID OF FILEHANDLER
               GO TO CHECK-ONE-GRANT-EXIT
           END-IF

           MOVE 0 TO WS-AUTH-TALLY
           INSPECT WS-AUTH-MODES(WS-AUTH-IX) TALLYING WS-AUTH-TALLY
               FOR ALL OPEN-MODE OF FILEHANDLER
           IF WS-AUTH-TALLY > 0
               SET AUTH-GRANTED TO TRUE
           END-IF.

       CHECK-ONE-GRANT-EXIT.

           EXIT.

       LOAD-AUTH-TABLE SECTION.

           SET AUTH-TABLE-LOADED TO TRUE
           MOVE 0 TO WS-AUTH-COUNT
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS = "35"
               GO TO LOAD-AUTH-TABLE-EXIT
           END-IF
           IF WS-AUTH-STATUS NOT = "00"
               SET AUTH-TABLE-UNREADABLE TO TRUE
               DISPLAY "FILEHANDLER: FILEAUTH CANNOT BE READ, STATUS "
                   WS-AUTH-STATUS " - EVERY OPEN REFUSED"
                   UPON CONSOLE
               MOVE 'FILEAUTH' TO WS-SUPPORT-ALERT-FILE
               MOVE WS-AUTH-STATUS TO WS-SUPPORT-ALERT-STATUS
               MOVE 'ACCESS TABLE UNREADABLE - OPENS REFUSED' TO
                   WS-SUPPORT-ALERT-MESSAGE
               PERFORM SUPPORT-FILE-ALERT
               GO TO LOAD-AUTH-TABLE-EXIT
           END-IF

           MOVE 'N' TO WS-AUTH-EOF-SW
           PERFORM LOAD-ONE-GRANT UNTIL AUTH-EOF
           CLOSE AUTH-FILE.

       LOAD-AUTH-TABLE-EXIT.

           EXIT.

      * A pattern ending in * covers every file name starting with
      * the characters before it; a lone * covers every file.
       LOAD-ONE-GRANT SECTION.

           READ AUTH-FILE
               AT END
                   SET AUTH-EOF TO TRUE
           END-READ
           IF AUTH-EOF OR AU-FILE-PATTERN = SPACES
               GO TO LOAD-ONE-GRANT-EXIT
           END-IF
           IF WS-AUTH-COUNT >= 500
               DISPLAY "FILEHANDLER: FILEAUTH OVER 500 ENTRIES - "
                   "REST IGNORED" UPON CONSOLE
               SET AUTH-EOF TO TRUE
               GO TO LOAD-ONE-GRANT-EXIT
           END-IF

           ADD 1 TO WS-AUTH-COUNT
           MOVE AU-FILE-PATTERN TO WS-AUTH-PATTERN(WS-AUTH-COUNT)
           MOVE AU-PGM TO WS-AUTH-PGM(WS-AUTH-COUNT)
           MOVE AU-USER TO WS-AUTH-USER(WS-AUTH-COUNT)
           MOVE AU-MODES TO WS-AUTH-MODES(WS-AUTH-COUNT)
           IF WS-AUTH-PGM(WS-AUTH-COUNT) = SPACES
               MOVE '*' TO WS-AUTH-PGM(WS-AUTH-COUNT)
           END-IF

           MOVE 0 TO WS-AUTH-PREFIX-LEN(WS-AUTH-COUNT)
           INSPECT AU-FILE-PATTERN TALLYING
               WS-AUTH-PREFIX-LEN(WS-AUTH-COUNT)
               FOR CHARACTERS BEFORE INITIAL '*'
           IF WS-AUTH-PREFIX-LEN(WS-AUTH-COUNT) < 44
               MOVE 'Y' TO WS-AUTH-WILD-SW(WS-AUTH-COUNT)
           ELSE
               MOVE 'N' TO WS-AUTH-WILD-SW(WS-AUTH-COUNT)
           END-IF.

       LOAD-ONE-GRANT-EXIT.

           EXIT.

           MOVE 0 TO WS-IDX-READS(WS-CUR-SLOT)
           MOVE 0 TO WS-IDX-WRITES(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-JNL-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-AIL-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-LOCK-SW(WS-CUR-SLOT)
           MOVE SPACES TO WS-IDX-BROWSE-PREFIX(WS-CUR-SLOT)
           MOVE 0 TO WS-IDX-BROWSE-LEN(WS-CUR-SLOT)
           MOVE 0 TO WS-IDX-BROWSE-KOR(WS-CUR-SLOT)
           MOVE 0 TO WS-IDX-MIRROR-SLOT(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-MIRROR-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-RANGE-SW(WS-CUR-SLOT)
           IF ALT-KEY-COUNT OF FILEHANDLER > 0
               MOVE 'Y' TO WS-IDX-ALT-SW(WS-CUR-SLOT)
               MOVE 'Y' TO WS-IDX-ALT-SWITCH
                   MOVE 'O' TO WS-OPEN-VERB
                   PERFORM IDX-PHYS-OPEN
               WHEN UPDATE-MODE
                   PERFORM SET-RANGE-REQUEST
                   IF NOT FILENAME-INVALID
                       PERFORM ACQUIRE-LOCK-CUR
                   END-IF
                   IF NOT FILENAME-INVALID
                       MOVE 'U' TO WS-OPEN-VERB
                       PERFORM IDX-PHYS-OPEN
           IF NOT FILENAME-INVALID
               IF WS-IO-STATUS = "00"
                   SET FILENAME-OPENED TO TRUE
                   IF RANGE-LOCK-REQUESTED
                       MOVE 'Y' TO WS-IDX-RANGE-SW(WS-CUR-SLOT)
                       MOVE WS-REQ-KEY-LOW TO
                           WS-IDX-RANGE-LOW(WS-CUR-SLOT)
                       MOVE WS-REQ-KEY-HIGH TO
                           WS-IDX-RANGE-HIGH(WS-CUR-SLOT)
                   END-IF
                   PERFORM GET-PROCESS-DATE
                   MOVE WS-PROCESS-DATE TO
                       WS-IDX-OPEN-DATE(WS-CUR-SLOT)
                           WS-IDX-JNL-NAME(WS-CUR-SLOT)
                       MOVE WS-CUR-JNL-SW TO
                           WS-IDX-JNL-SW(WS-CUR-SLOT)
                       PERFORM START-AFTER-IMAGE-CUR
                       MOVE WS-CUR-AIL-NAME TO
                           WS-IDX-AIL-NAME(WS-CUR-SLOT)
                       MOVE 'Y' TO WS-IDX-AIL-SW(WS-CUR-SLOT)
                   END-IF
                   IF MIRRORED-FILE AND
                           MIRROR-FILENAME OF FILEHANDLER NOT =
           MOVE 0 TO WS-IDX-READS(WS-CUR-SLOT)
           MOVE 0 TO WS-IDX-WRITES(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-JNL-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-AIL-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-LOCK-SW(WS-CUR-SLOT)
           MOVE 0 TO WS-IDX-MIRROR-SLOT(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-MIRROR-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-RANGE-SW(WS-CUR-SLOT)
           MOVE WS-IDX-ALT-SW(WS-PRI-SLOT) TO
               WS-IDX-ALT-SW(WS-CUR-SLOT)
           MOVE MIRROR-FILENAME OF FILEHANDLER TO
           MOVE 0 TO WS-REL-READS(WS-CUR-SLOT)
           MOVE 0 TO WS-REL-WRITES(WS-CUR-SLOT)
           MOVE 'N' TO WS-REL-JNL-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-REL-AIL-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-REL-LOCK-SW(WS-CUR-SLOT)
           MOVE FILENAME OF FILEHANDLER TO WS-CUR-FILENAME

                           WS-REL-JNL-NAME(WS-CUR-SLOT)
                       MOVE WS-CUR-JNL-SW TO
                           WS-REL-JNL-SW(WS-CUR-SLOT)
                       PERFORM START-AFTER-IMAGE-CUR
                       MOVE WS-CUR-AIL-NAME TO
                           WS-REL-AIL-NAME(WS-CUR-SLOT)
                       MOVE 'Y' TO WS-REL-AIL-SW(WS-CUR-SLOT)
                   END-IF
               ELSE
                   SET FILENAME-INVALID TO TRUE
       CLOSE-IDX-HANDLE SECTION.

           MOVE 'N' TO WS-IDX-JNL-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-IDX-AIL-SW(WS-CUR-SLOT)
           MOVE SPACES TO WS-IDX-BROWSE-PREFIX(WS-CUR-SLOT)
           MOVE 0 TO WS-IDX-BROWSE-LEN(WS-CUR-SLOT)
           MOVE 0 TO WS-IDX-BROWSE-KOR(WS-CUR-SLOT)
           MOVE WS-RPT-OPEN-DATE(WS-CUR-SLOT) TO WS-STATS-OPEN-DATE
           MOVE WS-RPT-OPEN-TIME(WS-CUR-SLOT) TO WS-STATS-OPEN-TIME
           SET STATS-PENDING TO TRUE
           IF WS-IO-STATUS = "00"
               PERFORM REPORT-REGISTER-ENTRY
           END-IF
           MOVE WS-RPT-WRITES(WS-CUR-SLOT) TO
               WRITE-COUNT OF FILEHANDLER
           MOVE WS-IO-STATUS TO FILENAME-IO-STATUS
       CLOSE-REL-HANDLE SECTION.

           MOVE 'N' TO WS-REL-JNL-SW(WS-CUR-SLOT)
           MOVE 'N' TO WS-REL-AIL-SW(WS-CUR-SLOT)
           PERFORM REL-PHYS-CLOSE

           MOVE WS-REL-LOCK-NAME(WS-CUR-SLOT) TO WS-CUR-LOCK-NAME
               GO TO WRITE-FILE-EXIT
           END-IF

           IF CUR-ORG-IDX
               PERFORM CHECK-KEY-IN-RANGE
               IF RANGE-FAULT
                   GO TO WRITE-FILE-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CUR-ORG-SEQ
                   PERFORM WRITE-SEQ-HANDLE
               SET FILENAME-INVALID TO TRUE
           ELSE
               ADD 1 TO WS-IDX-WRITES(WS-CUR-SLOT)
               IF IDX-SLOT-RANGED(WS-CUR-SLOT) AND
                       IDX-JOURNAL-ACTIVE(WS-CUR-SLOT)
                   PERFORM JOURNAL-ADDED-KEY-IDX
               END-IF
               IF IDX-AFTER-IMAGE-ACTIVE(WS-CUR-SLOT)
                   PERFORM AFTER-IMAGE-IDX
               END-IF
               IF IDX-MIRROR-ACTIVE(WS-CUR-SLOT)
                   PERFORM MIRROR-IDX-OP
               END-IF
               SET FILENAME-INVALID TO TRUE
           ELSE
               ADD 1 TO WS-REL-WRITES(WS-CUR-SLOT)
               IF REL-AFTER-IMAGE-ACTIVE(WS-CUR-SLOT)
                   PERFORM AFTER-IMAGE-REL
               END-IF
           END-IF
           MOVE WS-IO-STATUS TO FILENAME-IO-STATUS

               GO TO REWRITE-FILE-EXIT
           END-IF

           IF CUR-ORG-IDX
               PERFORM CHECK-KEY-IN-RANGE
               IF RANGE-FAULT
                   GO TO REWRITE-FILE-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CUR-ORG-SEQ
                   PERFORM REWRITE-SEQ-HANDLE
           IF PHYS-INVALID
               SET FILENAME-INVALID TO TRUE
           ELSE
               IF IDX-AFTER-IMAGE-ACTIVE(WS-CUR-SLOT)
                   PERFORM AFTER-IMAGE-IDX
               END-IF
               IF IDX-MIRROR-ACTIVE(WS-CUR-SLOT)
                   PERFORM MIRROR-IDX-OP
               END-IF
           PERFORM REL-PHYS-REWRITE
           IF PHYS-INVALID
               SET FILENAME-INVALID TO TRUE
           ELSE
               IF REL-AFTER-IMAGE-ACTIVE(WS-CUR-SLOT)
                   PERFORM AFTER-IMAGE-REL
               END-IF
           END-IF
           MOVE WS-IO-STATUS TO FILENAME-IO-STATUS

               GO TO DELETE-FILE-EXIT
           END-IF

           IF CUR-ORG-IDX
               PERFORM CHECK-KEY-IN-RANGE
               IF RANGE-FAULT
                   GO TO DELETE-FILE-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CUR-ORG-SEQ
                   DISPLAY "DELETE NOT SUPPORTED ON SEQUENTIAL HANDLE"
           IF PHYS-INVALID
               SET FILENAME-INVALID TO TRUE
           ELSE
               IF IDX-AFTER-IMAGE-ACTIVE(WS-CUR-SLOT)
                   PERFORM AFTER-IMAGE-IDX
               END-IF
               IF IDX-MIRROR-ACTIVE(WS-CUR-SLOT)
                   PERFORM MIRROR-IDX-OP
               END-IF
           PERFORM REL-PHYS-DELETE
           IF PHYS-INVALID
               SET FILENAME-INVALID TO TRUE
           ELSE
               IF REL-AFTER-IMAGE-ACTIVE(WS-CUR-SLOT)
                   PERFORM AFTER-IMAGE-REL
               END-IF
           END-IF
           MOVE WS-IO-STATUS TO FILENAME-IO-STATUS


           EXIT.

      * A range-locked partition journals the keys it adds as well,
      * as operation W with no image, so that a backout can remove
      * them before the partition is rerun.
       JOURNAL-ADDED-KEY-IDX SECTION.

           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'W' TO JR-OPERATION
           MOVE WS-IDX-IO-KEY TO JR-KEY
           MOVE 0 TO JR-POSITION
           MOVE 0 TO JR-LENGTH
           MOVE WS-IDX-JNL-NAME(WS-CUR-SLOT) TO WS-DYN-JNL-FILENAME
           PERFORM WRITE-JOURNAL-ENTRY

           EXIT.

       JOURNAL-BEFORE-IMAGE-REL SECTION.

           MOVE 'N' TO WS-IO-INV-SWITCH
           MOVE SPACES TO FILENAME-LABEL-STATUS
           MOVE 'N' TO WS-MIRROR-FAULT-SW
           MOVE 'N' TO WS-RESTART-FAULT-SW
           MOVE 'N' TO WS-ACCESS-DENIED-SW
           MOVE 'N' TO WS-RANGE-REQ-SW
           MOVE 'N' TO WS-RANGE-FAULT-SW

           IF FILENAME OF FILEHANDLER = SPACES
               SET FILENAME-INVALID TO TRUE
