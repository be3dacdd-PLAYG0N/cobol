       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEMAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-DYN-PCQ-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PCQ-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Pending-change queue <master>.PCQ, shared with FILEAPRV. Each
      * change or delete keyed here is appended as a type P request;
      * FILEAPRV appends a decision record (A approved and applied,
      * R rejected, X refused because the master moved on) carrying
      * the same request id. Nothing is ever removed from the queue.
       FD PENDING-FILE
           DATA RECORD IS PENDING-RECORD.
       01 PENDING-RECORD.
           05 PQ-TYPE           PIC X(01).
           05 PQ-REQUEST-ID     PIC X(16).
           05 PQ-MASTER-KEY     PIC X(20).
           05 PQ-ACTION         PIC X(01).
           05 PQ-USER           PIC X(08).
           05 PQ-TICKET         PIC X(08).
           05 PQ-DATE           PIC 9(08).
           05 PQ-TIME           PIC 9(08).
           05 PQ-REASON         PIC X(40).
           05 PQ-BEFORE-IMAGE   PIC X(480).
           05 PQ-AFTER-IMAGE    PIC X(480).
           05 FILLER            PIC X(30).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".

       01 WS-MASTER-FILENAME PIC X(200).
       01 WS-TICKET          PIC X(8).
       01 WS-MAINT-USER      PIC X(8).
       01 WS-PCQ-STATUS      PIC X(2).
       01 WS-DYN-PCQ-FILENAME PIC X(210).
       01 WS-QUEUED-SWITCH PIC X(1) VALUE 'N'.
           88 REQUEST-QUEUED VALUE 'Y'.
       01 WS-NOW-DATE PIC 9(08).
       01 WS-NOW-TIME PIC 9(08).
       01 WS-MAINT-KEY       PIC X(20).
       01 WS-ACTION          PIC X(1).
           88 ACTION-CHANGE  VALUE 'C'.

       COPY "LAYOUTDICT.cpy".
       01 WS-WORK-RECORD PIC X(500).
       01 WS-BEFORE-RECORD PIC X(500).
       01 WS-SEG-IX      PIC 9(03) COMP VALUE 0.
       01 WS-SHOW-IX     PIC 9(03) COMP VALUE 0.
       01 WS-SHOW-OFFSET PIC 9(04) COMP VALUE 0.
       01 WS-SHOW-LEN    PIC 9(03) COMP VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(05) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(05) VALUE 0.

               GOBACK
           END-IF

           PERFORM GET-LOGON-USER-ID
           IF WS-MAINT-USER = SPACES
               GOBACK
           END-IF
           PERFORM DEMAND-CHANGE-TICKET
           PERFORM OFFER-LAYOUT-DICTIONARY

           MOVE SPACES TO WS-DYN-PCQ-FILENAME
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  ".PCQ"             DELIMITED BY SIZE
               INTO WS-DYN-PCQ-FILENAME

           PERFORM MAINTAIN-ONE-RECORD UNTIL SESSION-DONE

           DISPLAY 'FILEMAINT: CHANGES QUEUED ' WS-CHANGE-COUNT
           DISPLAY 'FILEMAINT: DELETES QUEUED ' WS-DELETE-COUNT
           IF WS-CHANGE-COUNT > 0 OR WS-DELETE-COUNT > 0
               DISPLAY 'FILEMAINT: QUEUED ITEMS NEED APPROVAL IN '
                   'FILEAPRV BY A SECOND USER'
           END-IF

           GOBACK.


           EXIT.

      * Changes are held for a second user to approve, so the user
      * keying them must be identified. The id is the logon id rather
      * than one typed in, so it cannot be borrowed to approve one's
      * own change.
       GET-LOGON-USER-ID SECTION.

           MOVE SPACES TO WS-MAINT-USER
           ACCEPT WS-MAINT-USER FROM ENVIRONMENT 'USER'
           IF WS-MAINT-USER = SPACES
               DISPLAY 'FILEMAINT: NO LOGON USER ID, ENDING'
           END-IF

           EXIT.

      * With a layout dictionary loaded the operator edits fields by
      * name; without one the session falls back to raw byte offsets.
       OFFER-LAYOUT-DICTIONARY SECTION.
               GO TO MAINTAIN-ONE-RECORD-EXIT
           END-IF

           PERFORM OPEN-MASTER-READ
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEMAINT: OPEN FAILED - '
                   SHOP-RETURN-MESSAGE

           EVALUATE TRUE
               WHEN ACTION-CHANGE
                   PERFORM QUEUE-RECORD-CHANGE
               WHEN ACTION-DELETE
                   PERFORM QUEUE-RECORD-DELETE
               WHEN OTHER
                   DISPLAY 'FILEMAINT: RECORD LEFT UNCHANGED'
           END-EVALUATE

           EXIT.

      * The master is only read here; FILEAPRV applies the change
      * once a second user approves it.
       OPEN-MASTER-READ SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEMAINT' TO PGM-NAME OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-TICKET TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-MAINT-USER TO USER-ID OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS


           DISPLAY 'KEY : ' RECORD-KEY OF FILEHANDLER
           MOVE FILE-RECORD OF FILEHANDLER TO WS-WORK-RECORD
           MOVE FILE-RECORD OF FILEHANDLER TO WS-BEFORE-RECORD
           MOVE 0 TO WS-SEG-IX
           PERFORM DISPLAY-ONE-SEGMENT UNTIL WS-SEG-IX >= 480

           IF DICT-IN-USE
               PERFORM DISPLAY-RECORD-FIELDS
           END-IF

           EXIT.

      * The dictionary is narrowed to the type of the record on screen
      * so the names listed, and the names accepted for edits, are
      * that type's fields plus the common ones.
       DISPLAY-RECORD-FIELDS SECTION.

           SET LD-SELECT-RECORD TO TRUE
           MOVE WS-WORK-RECORD TO LD-RECORD-DATA
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF LD-TYPE-LENGTH > 0
               DISPLAY 'RECORD TYPE: ' LD-RECORD-TYPE
               IF LD-NOT-FOUND
                   DISPLAY 'FILEMAINT: RECORD TYPE NOT DECLARED IN '
                       'LAYOUT - COMMON FIELDS ONLY'
               END-IF
           END-IF

           PERFORM DISPLAY-ONE-FIELD
               VARYING WS-SHOW-IX FROM 1 BY 1
               UNTIL WS-SHOW-IX > LD-FIELD-COUNT

           EXIT.

       DISPLAY-ONE-FIELD SECTION.

           SET LD-GET-ENTRY TO TRUE
           MOVE WS-SHOW-IX TO LD-FIELD-NUMBER
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF LD-NOT-FOUND
               GO TO DISPLAY-ONE-FIELD-EXIT
           END-IF

           MOVE LD-FIELD-OFFSET TO WS-SHOW-OFFSET
           MOVE LD-FIELD-LENGTH TO WS-SHOW-LEN
           IF WS-SHOW-OFFSET < 1 OR WS-SHOW-OFFSET > 480
               GO TO DISPLAY-ONE-FIELD-EXIT
           END-IF
           IF WS-SHOW-OFFSET + WS-SHOW-LEN - 1 > 480
               COMPUTE WS-SHOW-LEN = 480 - WS-SHOW-OFFSET + 1
           END-IF
           IF WS-SHOW-LEN > 60
               MOVE 60 TO WS-SHOW-LEN
           END-IF
           DISPLAY LD-FIELD-NAME ': '
               WS-WORK-RECORD(WS-SHOW-OFFSET:WS-SHOW-LEN).

       DISPLAY-ONE-FIELD-EXIT.

           EXIT.

       DISPLAY-ONE-SEGMENT SECTION.

           EXIT.

       QUEUE-RECORD-CHANGE SECTION.

           MOVE 'N' TO WS-EDIT-DONE-SWITCH
           PERFORM ACCEPT-ONE-EDIT UNTIL EDITS-DONE

           IF WS-WORK-RECORD = WS-BEFORE-RECORD
               DISPLAY 'FILEMAINT: NOTHING CHANGED, NOTHING QUEUED'
               GO TO QUEUE-RECORD-CHANGE-EXIT
           END-IF

           DISPLAY 'QUEUE CHANGE FOR APPROVAL? Y/N:'
           MOVE 'N' TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y'
               PERFORM WRITE-PENDING-REQUEST
               IF REQUEST-QUEUED
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           ELSE
               DISPLAY 'FILEMAINT: CHANGE ABANDONED'
           END-IF.

       QUEUE-RECORD-CHANGE-EXIT.

           EXIT.

           MOVE WS-EDIT-FIELD TO LD-FIELD-NAME
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF LD-NOT-FOUND
               IF LD-TYPE-LENGTH > 0
                   DISPLAY 'FILEMAINT: FIELD NOT IN LAYOUT FOR RECORD '
                       'TYPE ' LD-RECORD-TYPE
               ELSE
                   DISPLAY 'FILEMAINT: FIELD NOT IN LAYOUT'
               END-IF
               GO TO ACCEPT-FIELD-EDIT-EXIT
           END-IF


           EXIT.

       QUEUE-RECORD-DELETE SECTION.

           DISPLAY 'QUEUE DELETE FOR APPROVAL? Y/N:'
           MOVE 'N' TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y'
               MOVE SPACES TO WS-WORK-RECORD
               PERFORM WRITE-PENDING-REQUEST
               IF REQUEST-QUEUED
                   ADD 1 TO WS-DELETE-COUNT
               END-IF
           ELSE
               DISPLAY 'FILEMAINT: DELETE ABANDONED'

           EXIT.

       WRITE-PENDING-REQUEST SECTION.

           MOVE 'N' TO WS-QUEUED-SWITCH
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           OPEN EXTEND PENDING-FILE
           IF WS-PCQ-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PCQ-STATUS NOT = "00"
               DISPLAY 'FILEMAINT: CANNOT OPEN PENDING QUEUE, STATUS '
                   WS-PCQ-STATUS
               GO TO WRITE-PENDING-REQUEST-EXIT
           END-IF

           MOVE SPACES TO PENDING-RECORD
           MOVE 'P' TO PQ-TYPE
           MOVE WS-NOW-DATE TO PQ-REQUEST-ID(1:8)
           MOVE WS-NOW-TIME TO PQ-REQUEST-ID(9:8)
           MOVE WS-MAINT-KEY TO PQ-MASTER-KEY
           MOVE WS-ACTION TO PQ-ACTION
           MOVE WS-MAINT-USER TO PQ-USER
           MOVE WS-TICKET TO PQ-TICKET
           MOVE WS-NOW-DATE TO PQ-DATE
           MOVE WS-NOW-TIME TO PQ-TIME
           MOVE 'AWAITING APPROVAL' TO PQ-REASON
           MOVE WS-BEFORE-RECORD(1:480) TO PQ-BEFORE-IMAGE
           MOVE WS-WORK-RECORD(1:480) TO PQ-AFTER-IMAGE
           WRITE PENDING-RECORD
           IF WS-PCQ-STATUS NOT = "00"
               DISPLAY 'FILEMAINT: PENDING QUEUE WRITE FAILED, STATUS '
                   WS-PCQ-STATUS
               CLOSE PENDING-FILE
               GO TO WRITE-PENDING-REQUEST-EXIT
           END-IF
           CLOSE PENDING-FILE
           SET REQUEST-QUEUED TO TRUE

           DISPLAY 'FILEMAINT: REQUEST ' PQ-REQUEST-ID
               ' QUEUED UNDER TICKET ' WS-TICKET.

       WRITE-PENDING-REQUEST-EXIT.

           EXIT.

       CLOSE-MASTER SECTION.

           SET F-CLOSE TO TRUE
