       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEAPRV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-DYN-PCQ-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PCQ-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Pending-change queue <master>.PCQ as written by FILEMAINT.
      * Type P is a request; A, R and X are the decisions recorded
      * here against the same request id.
       FD PENDING-FILE
           DATA RECORD IS PENDING-RECORD.
       01 PENDING-RECORD.
           05 PQ-TYPE           PIC X(01).
               88 PQ-REQUEST    VALUE 'P'.
               88 PQ-DECISION   VALUE 'A' 'R' 'X'.
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
       COPY "FILESTATUS.cpy".
       COPY "LAYOUTDICT.cpy".
       COPY "CHGHIST.cpy".

       01 WS-PCQ-STATUS PIC X(2).
       01 WS-DYN-PCQ-FILENAME PIC X(210).
       01 WS-PCQ-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PCQ-EOF VALUE 'Y'.

       01 WS-MASTER-FILENAME PIC X(200).
       01 WS-CHECKER PIC X(8).
       01 WS-DICT-FILENAME  PIC X(200).
       01 WS-LAYOUT-NAME    PIC X(08).
       01 WS-LAYOUT-VERSION PIC X(08).
       01 WS-DICT-SWITCH PIC X(1) VALUE 'N'.
           88 DICT-IN-USE VALUE 'Y'.

       01 WS-PEND-TABLE.
           05 WS-PEND-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-PEND-ENTRY OCCURS 200 TIMES.
               10 WS-PD-REQUEST-ID PIC X(16).
               10 WS-PD-KEY        PIC X(20).
               10 WS-PD-ACTION     PIC X(01).
                   88 PD-CHANGE VALUE 'C'.
                   88 PD-DELETE VALUE 'D'.
               10 WS-PD-USER       PIC X(08).
               10 WS-PD-TICKET     PIC X(08).
               10 WS-PD-DATE       PIC 9(08).
               10 WS-PD-TIME       PIC 9(08).
               10 WS-PD-STATE      PIC X(01).
                   88 PD-PENDING VALUE 'P'.
               10 WS-PD-BEFORE     PIC X(480).
               10 WS-PD-AFTER      PIC X(480).
       01 WS-PD-IX   PIC 9(03) COMP VALUE 0.
       01 WS-KEEP-IX PIC 9(03) COMP VALUE 0.
       01 WS-OVERFLOW-COUNT PIC 9(05) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-FOUND-SWITCH PIC X(1).
           88 REQUEST-FOUND VALUE 'Y'.

       01 WS-COMMAND PIC X(1).
           88 CMD-LIST    VALUE 'L'.
           88 CMD-VIEW    VALUE 'V'.
           88 CMD-APPROVE VALUE 'A'.
           88 CMD-REJECT  VALUE 'R'.
           88 CMD-EXIT    VALUE 'X'.
       01 WS-SESSION-SWITCH PIC X(1) VALUE 'N'.
           88 SESSION-DONE VALUE 'Y'.
       01 WS-PICK PIC 9(03) VALUE 0.
       01 WS-PICK-SWITCH PIC X(1).
           88 PICK-OK VALUE 'Y'.
       01 WS-DECISION PIC X(1).
       01 WS-DECISION-REASON PIC X(40).
       01 WS-NOW-DATE PIC 9(08).
       01 WS-NOW-TIME PIC 9(08).
       01 WS-APPROVED-COUNT PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT  PIC 9(05) VALUE 0.

       01 WS-FIELD-OFFSET PIC 9(04) COMP VALUE 0.
       01 WS-FIELD-LENGTH PIC 9(04) COMP VALUE 0.
       01 WS-SHOW-LENGTH  PIC 9(04) COMP VALUE 0.
       01 WS-FIELD-DONE-SWITCH PIC X(1).
           88 FIELDS-DONE VALUE 'Y'.
       01 WS-DECISION-SWITCH PIC X(1).
           88 DECISION-WRITTEN VALUE 'Y'.
       01 WS-DECIDED-SWITCH PIC X(1).
           88 ALREADY-DECIDED VALUE 'Y'.
           88 QUEUE-UNREADABLE VALUE 'U'.
       01 WS-DECIDED-TYPE PIC X(1).
       01 WS-DECIDED-BY PIC X(8).
       01 WS-SEG-IX PIC 9(03) COMP VALUE 0.

       01 WS-LIST-LINE.
           05 WS-LL-IX PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LL-REQUEST-ID PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LL-ACTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LL-KEY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LL-USER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LL-TICKET PIC X(8).

       01 WS-COMPARE-LINE.
           05 WS-CL-NAME   PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CL-BEFORE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CL-AFTER  PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CL-MARK   PIC X(1).

       01 WS-OFFSET-NAME.
           05 FILLER PIC X(7) VALUE 'OFFSET '.
           05 WS-ON-OFFSET PIC ZZ9.
           05 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           DISPLAY 'FILEAPRV - MASTER CHANGE APPROVAL'
           DISPLAY 'ENTER MASTER FILE NAME:'
           ACCEPT WS-MASTER-FILENAME
           IF WS-MASTER-FILENAME = SPACES
               DISPLAY 'FILEAPRV: NO FILE NAMED, ENDING'
               GOBACK
           END-IF

           PERFORM GET-LOGON-USER-ID
           IF WS-CHECKER = SPACES
               GOBACK
           END-IF
           PERFORM OFFER-LAYOUT-DICTIONARY

           MOVE SPACES TO WS-DYN-PCQ-FILENAME
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  ".PCQ"             DELIMITED BY SIZE
               INTO WS-DYN-PCQ-FILENAME
           PERFORM LOAD-PENDING-QUEUE

           PERFORM PROCESS-ONE-COMMAND UNTIL SESSION-DONE

           DISPLAY 'FILEAPRV: APPROVED AND APPLIED ' WS-APPROVED-COUNT
           DISPLAY 'FILEAPRV: REJECTED             ' WS-REJECTED-COUNT
           DISPLAY 'FILEAPRV: REFUSED, MASTER MOVED ' WS-REFUSED-COUNT

           GOBACK.

      * The checker is the logon id, never one typed in, so a maker
      * cannot approve their own change under another name.
       GET-LOGON-USER-ID SECTION.

           MOVE SPACES TO WS-CHECKER
           ACCEPT WS-CHECKER FROM ENVIRONMENT 'USER'
           IF WS-CHECKER = SPACES
               DISPLAY 'FILEAPRV: NO LOGON USER ID, ENDING'
           END-IF

           EXIT.

      * With a layout dictionary loaded the before/after view is
      * shown by field name; without one, by 20-byte segment.
       OFFER-LAYOUT-DICTIONARY SECTION.

           DISPLAY 'LAYOUT DICTIONARY FILE (BLANK FOR RAW OFFSETS):'
           MOVE SPACES TO WS-DICT-FILENAME
           ACCEPT WS-DICT-FILENAME
           IF WS-DICT-FILENAME = SPACES
               GO TO OFFER-LAYOUT-DICTIONARY-EXIT
           END-IF

           DISPLAY 'LAYOUT NAME:'
           MOVE SPACES TO WS-LAYOUT-NAME
           ACCEPT WS-LAYOUT-NAME
           DISPLAY 'LAYOUT VERSION:'
           MOVE SPACES TO WS-LAYOUT-VERSION
           ACCEPT WS-LAYOUT-VERSION

           MOVE SPACES TO LAYOUTDICT
           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-LOAD-LAYOUT TO TRUE
           MOVE WS-DICT-FILENAME TO LD-DICT-FILENAME
           MOVE WS-LAYOUT-NAME TO LD-LAYOUT-NAME
           MOVE WS-LAYOUT-VERSION TO LD-LAYOUT-VERSION
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'FILEAPRV: LAYOUT NOT IN DICTIONARY - '
                   'USING RAW OFFSETS'
           ELSE
               SET DICT-IN-USE TO TRUE
               DISPLAY 'FILEAPRV: LAYOUT LOADED, FIELDS '
                   LD-FIELD-COUNT
           END-IF.

       OFFER-LAYOUT-DICTIONARY-EXIT.

           EXIT.

       LOAD-PENDING-QUEUE SECTION.

           MOVE 0 TO WS-PEND-COUNT
           MOVE 'N' TO WS-PCQ-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PCQ-STATUS NOT = "00"
               DISPLAY 'FILEAPRV: NO PENDING QUEUE FOR THIS MASTER'
               SET PCQ-EOF TO TRUE
           END-IF

           PERFORM LOAD-ONE-QUEUE-RECORD UNTIL PCQ-EOF

           IF WS-PCQ-STATUS = "00" OR WS-PCQ-STATUS = "10"
               CLOSE PENDING-FILE
           END-IF

           PERFORM COUNT-OPEN-REQUESTS
           DISPLAY 'FILEAPRV: REQUESTS AWAITING APPROVAL '
               WS-OPEN-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY 'FILEAPRV: ' WS-OVERFLOW-COUNT
                   ' FURTHER REQUESTS NOT LOADED - DECIDE THESE FIRST'
           END-IF

           EXIT.

       LOAD-ONE-QUEUE-RECORD SECTION.

           READ PENDING-FILE
               AT END
                   SET PCQ-EOF TO TRUE
           END-READ
           IF PCQ-EOF
               GO TO LOAD-ONE-QUEUE-RECORD-EXIT
           END-IF

           IF PQ-DECISION
               PERFORM FIND-REQUEST
               IF REQUEST-FOUND
                   MOVE PQ-TYPE TO WS-PD-STATE(WS-PD-IX)
               END-IF
               GO TO LOAD-ONE-QUEUE-RECORD-EXIT
           END-IF
           IF NOT PQ-REQUEST
               GO TO LOAD-ONE-QUEUE-RECORD-EXIT
           END-IF

      * Decided requests are dropped from the table when room is
      * needed; only open ones have to be carried.
           IF WS-PEND-COUNT >= 200
               PERFORM DROP-DECIDED-REQUESTS
           END-IF
           IF WS-PEND-COUNT >= 200
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO LOAD-ONE-QUEUE-RECORD-EXIT
           END-IF

           ADD 1 TO WS-PEND-COUNT
           MOVE WS-PEND-COUNT TO WS-PD-IX
           MOVE PQ-REQUEST-ID TO WS-PD-REQUEST-ID(WS-PD-IX)
           MOVE PQ-MASTER-KEY TO WS-PD-KEY(WS-PD-IX)
           MOVE PQ-ACTION TO WS-PD-ACTION(WS-PD-IX)
           MOVE PQ-USER TO WS-PD-USER(WS-PD-IX)
           MOVE PQ-TICKET TO WS-PD-TICKET(WS-PD-IX)
           MOVE PQ-DATE TO WS-PD-DATE(WS-PD-IX)
           MOVE PQ-TIME TO WS-PD-TIME(WS-PD-IX)
           MOVE 'P' TO WS-PD-STATE(WS-PD-IX)
           MOVE PQ-BEFORE-IMAGE TO WS-PD-BEFORE(WS-PD-IX)
           MOVE PQ-AFTER-IMAGE TO WS-PD-AFTER(WS-PD-IX).

       LOAD-ONE-QUEUE-RECORD-EXIT.

           EXIT.

       FIND-REQUEST SECTION.

           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 0 TO WS-PD-IX
           PERFORM MATCH-ONE-REQUEST
               UNTIL REQUEST-FOUND OR WS-PD-IX >= WS-PEND-COUNT

           EXIT.

       MATCH-ONE-REQUEST SECTION.

           ADD 1 TO WS-PD-IX
           IF WS-PD-REQUEST-ID(WS-PD-IX) = PQ-REQUEST-ID
               SET REQUEST-FOUND TO TRUE
           END-IF

           EXIT.

       DROP-DECIDED-REQUESTS SECTION.

           MOVE 0 TO WS-KEEP-IX
           PERFORM KEEP-ONE-REQUEST
               VARYING WS-PD-IX FROM 1 BY 1
               UNTIL WS-PD-IX > WS-PEND-COUNT
           MOVE WS-KEEP-IX TO WS-PEND-COUNT

           EXIT.

       KEEP-ONE-REQUEST SECTION.

           IF PD-PENDING(WS-PD-IX)
               ADD 1 TO WS-KEEP-IX
               IF WS-KEEP-IX NOT = WS-PD-IX
                   MOVE WS-PEND-ENTRY(WS-PD-IX) TO
                       WS-PEND-ENTRY(WS-KEEP-IX)
               END-IF
           END-IF

           EXIT.

       COUNT-OPEN-REQUESTS SECTION.

           MOVE 0 TO WS-OPEN-COUNT
           PERFORM COUNT-ONE-OPEN-REQUEST
               VARYING WS-PD-IX FROM 1 BY 1
               UNTIL WS-PD-IX > WS-PEND-COUNT

           EXIT.

       COUNT-ONE-OPEN-REQUEST SECTION.

           IF PD-PENDING(WS-PD-IX)
               ADD 1 TO WS-OPEN-COUNT
           END-IF

           EXIT.

       PROCESS-ONE-COMMAND SECTION.

           DISPLAY 'COMMAND? L=LIST V=VIEW A=APPROVE R=REJECT X=EXIT:'
           MOVE 'X' TO WS-COMMAND
           ACCEPT WS-COMMAND

           EVALUATE TRUE
               WHEN CMD-LIST
                   PERFORM LIST-PENDING-REQUESTS
               WHEN CMD-VIEW
                   PERFORM VIEW-ONE-REQUEST
               WHEN CMD-APPROVE
                   PERFORM APPROVE-ONE-REQUEST
               WHEN CMD-REJECT
                   PERFORM REJECT-ONE-REQUEST
               WHEN CMD-EXIT
                   SET SESSION-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'FILEAPRV: UNKNOWN COMMAND'
           END-EVALUATE

           EXIT.

       LIST-PENDING-REQUESTS SECTION.

           PERFORM COUNT-OPEN-REQUESTS
           IF WS-OPEN-COUNT = 0
               DISPLAY 'FILEAPRV: NO REQUESTS AWAITING APPROVAL'
               GO TO LIST-PENDING-REQUESTS-EXIT
           END-IF

           DISPLAY ' NO REQUEST-ID       A KEY                  '
               'ENTERED  TICKET'
           PERFORM LIST-ONE-REQUEST
               VARYING WS-PD-IX FROM 1 BY 1
               UNTIL WS-PD-IX > WS-PEND-COUNT.

       LIST-PENDING-REQUESTS-EXIT.

           EXIT.

       LIST-ONE-REQUEST SECTION.

           IF PD-PENDING(WS-PD-IX)
               MOVE SPACES TO WS-LIST-LINE
               MOVE WS-PD-IX TO WS-LL-IX
               MOVE WS-PD-REQUEST-ID(WS-PD-IX) TO WS-LL-REQUEST-ID
               MOVE WS-PD-ACTION(WS-PD-IX) TO WS-LL-ACTION
               MOVE WS-PD-KEY(WS-PD-IX) TO WS-LL-KEY
               MOVE WS-PD-USER(WS-PD-IX) TO WS-LL-USER
               MOVE WS-PD-TICKET(WS-PD-IX) TO WS-LL-TICKET
               DISPLAY WS-LIST-LINE
           END-IF

           EXIT.

       PICK-PENDING-REQUEST SECTION.

           MOVE 'N' TO WS-PICK-SWITCH
           DISPLAY 'REQUEST NUMBER:'
           MOVE 0 TO WS-PICK
           ACCEPT WS-PICK
           IF WS-PICK < 1 OR WS-PICK > WS-PEND-COUNT
               DISPLAY 'FILEAPRV: NO SUCH REQUEST'
               GO TO PICK-PENDING-REQUEST-EXIT
           END-IF
           IF NOT PD-PENDING(WS-PICK)
               DISPLAY 'FILEAPRV: REQUEST ALREADY DECIDED'
               GO TO PICK-PENDING-REQUEST-EXIT
           END-IF
           SET PICK-OK TO TRUE.

       PICK-PENDING-REQUEST-EXIT.

           EXIT.

       VIEW-ONE-REQUEST SECTION.

           PERFORM PICK-PENDING-REQUEST
           IF NOT PICK-OK
               GO TO VIEW-ONE-REQUEST-EXIT
           END-IF

           DISPLAY 'REQUEST ' WS-PD-REQUEST-ID(WS-PICK)
               ' KEY ' WS-PD-KEY(WS-PICK)
           DISPLAY 'ENTERED BY ' WS-PD-USER(WS-PICK)
               ' TICKET ' WS-PD-TICKET(WS-PICK)
           IF PD-DELETE(WS-PICK)
               DISPLAY 'ACTION: DELETE RECORD'
           ELSE
               DISPLAY 'ACTION: CHANGE RECORD'
           END-IF
           DISPLAY 'FIELD                BEFORE                    '
               'AFTER                     CHANGED'

           IF DICT-IN-USE
               PERFORM SELECT-REQUEST-RECORD
               MOVE 'N' TO WS-FIELD-DONE-SWITCH
               MOVE 0 TO LD-FIELD-NUMBER
               PERFORM VIEW-ONE-FIELD UNTIL FIELDS-DONE
           ELSE
               PERFORM VIEW-ONE-SEGMENT
                   VARYING WS-SEG-IX FROM 1 BY 20
                   UNTIL WS-SEG-IX > 480
           END-IF.

       VIEW-ONE-REQUEST-EXIT.

           EXIT.

      * Narrow the dictionary to the layout of this request's record,
      * the before image for a delete and the after image otherwise.
       SELECT-REQUEST-RECORD SECTION.

           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-SELECT-RECORD TO TRUE
           MOVE SPACES TO LD-RECORD-DATA
           IF PD-DELETE(WS-PICK)
               MOVE WS-PD-BEFORE(WS-PICK) TO LD-RECORD-DATA(1:480)
           ELSE
               MOVE WS-PD-AFTER(WS-PICK) TO LD-RECORD-DATA(1:480)
           END-IF
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS

           EXIT.

       VIEW-ONE-FIELD SECTION.

           ADD 1 TO LD-FIELD-NUMBER
           SET LD-GET-ENTRY TO TRUE
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF NOT LD-FOUND
               SET FIELDS-DONE TO TRUE
               GO TO VIEW-ONE-FIELD-EXIT
           END-IF

           MOVE LD-FIELD-OFFSET TO WS-FIELD-OFFSET
           MOVE LD-FIELD-LENGTH TO WS-FIELD-LENGTH
           IF WS-FIELD-OFFSET < 1 OR WS-FIELD-OFFSET > 480
                   OR WS-FIELD-LENGTH = 0
               GO TO VIEW-ONE-FIELD-EXIT
           END-IF
           IF WS-FIELD-OFFSET + WS-FIELD-LENGTH - 1 > 480
               COMPUTE WS-FIELD-LENGTH = 480 - WS-FIELD-OFFSET + 1
           END-IF

           MOVE LD-FIELD-NAME TO WS-CL-NAME
           PERFORM SHOW-COMPARE-LINE.

       VIEW-ONE-FIELD-EXIT.

           EXIT.

       VIEW-ONE-SEGMENT SECTION.

           MOVE WS-SEG-IX TO WS-FIELD-OFFSET
           MOVE 20 TO WS-FIELD-LENGTH
           MOVE WS-SEG-IX TO WS-ON-OFFSET
           MOVE WS-OFFSET-NAME TO WS-CL-NAME
           PERFORM SHOW-COMPARE-LINE

           EXIT.

       SHOW-COMPARE-LINE SECTION.

           MOVE WS-FIELD-LENGTH TO WS-SHOW-LENGTH
           IF WS-SHOW-LENGTH > 25
               MOVE 25 TO WS-SHOW-LENGTH
           END-IF
           MOVE SPACES TO WS-CL-BEFORE WS-CL-AFTER WS-CL-MARK
           MOVE WS-PD-BEFORE(WS-PICK)
               (WS-FIELD-OFFSET:WS-SHOW-LENGTH) TO WS-CL-BEFORE
           MOVE WS-PD-AFTER(WS-PICK)
               (WS-FIELD-OFFSET:WS-SHOW-LENGTH) TO WS-CL-AFTER
           IF WS-PD-BEFORE(WS-PICK)(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                   NOT = WS-PD-AFTER(WS-PICK)
                         (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               MOVE '*' TO WS-CL-MARK
           END-IF
           DISPLAY WS-COMPARE-LINE

           EXIT.

      * The checker must be a different user from the one who keyed
      * the request, and the master record must still be exactly as
      * it was when the request was entered.  The approval is written
      * to the queue before the master is touched, so a change is
      * never applied without its decision on record.  The master is
      * held in update mode from the queue check to the close, so a
      * second checker deciding the same request waits on the lock
      * and then finds this decision on the queue.
       APPROVE-ONE-REQUEST SECTION.

           PERFORM PICK-PENDING-REQUEST
           IF NOT PICK-OK
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF
           IF WS-PD-USER(WS-PICK) = WS-CHECKER
               DISPLAY 'FILEAPRV: A SECOND USER MUST APPROVE - '
                   'YOU ENTERED THIS REQUEST'
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF

           DISPLAY 'APPROVE AND APPLY TO MASTER? Y/N:'
           MOVE 'N' TO WS-DECISION
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = 'Y'
               DISPLAY 'FILEAPRV: REQUEST LEFT PENDING'
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF

           PERFORM OPEN-MASTER
           IF NOT FILENAME-OPENED
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF
           PERFORM CHECK-ALREADY-DECIDED
           IF ALREADY-DECIDED OR QUEUE-UNREADABLE
               PERFORM CLOSE-MASTER
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF

           MOVE WS-PD-KEY(WS-PICK) TO RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               MOVE 'MASTER RECORD NO LONGER ON FILE' TO
                   WS-DECISION-REASON
               PERFORM REFUSE-STALE-REQUEST
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF
           IF FILE-RECORD OF FILEHANDLER(1:480) NOT =
                   WS-PD-BEFORE(WS-PICK)
               MOVE 'MASTER CHANGED SINCE REQUEST ENTERED' TO
                   WS-DECISION-REASON
               PERFORM REFUSE-STALE-REQUEST
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF

           MOVE 'A' TO WS-DECISION
           MOVE 'APPROVED AND APPLIED' TO WS-DECISION-REASON
           PERFORM WRITE-DECISION-RECORD
           IF NOT DECISION-WRITTEN
               PERFORM CLOSE-MASTER
               DISPLAY 'FILEAPRV: NOT APPLIED - REQUEST LEFT PENDING'
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF

           MOVE WS-PD-KEY(WS-PICK) TO RECORD-KEY OF FILEHANDLER
           IF PD-DELETE(WS-PICK)
               SET F-DELETE TO TRUE
           ELSE
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE WS-PD-AFTER(WS-PICK) TO
                   FILE-RECORD OF FILEHANDLER(1:480)
               SET F-REWRITE TO TRUE
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'FILEAPRV: APPLY FAILED - ' SHOP-RETURN-MESSAGE
               MOVE 'APPLY FAILED - NOT CHANGED ON MASTER' TO
                   WS-DECISION-REASON
               PERFORM REFUSE-STALE-REQUEST
               GO TO APPROVE-ONE-REQUEST-EXIT
           END-IF
           PERFORM CLOSE-MASTER

           ADD 1 TO WS-APPROVED-COUNT
           PERFORM RECORD-CHANGE-HISTORY
           DISPLAY 'FILEAPRV: REQUEST ' WS-PD-REQUEST-ID(WS-PICK)
               ' APPLIED UNDER TICKET ' WS-PD-TICKET(WS-PICK).

       APPROVE-ONE-REQUEST-EXIT.

           EXIT.

       REFUSE-STALE-REQUEST SECTION.

           MOVE 'X' TO WS-DECISION
           PERFORM WRITE-DECISION-RECORD
           PERFORM CLOSE-MASTER
           IF NOT DECISION-WRITTEN
               GO TO REFUSE-STALE-REQUEST-EXIT
           END-IF
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY 'FILEAPRV: NOT APPLIED - ' WS-DECISION-REASON
           DISPLAY 'FILEAPRV: THE CHANGE MUST BE KEYED AGAIN IN '
               'FILEMAINT'.

       REFUSE-STALE-REQUEST-EXIT.

           EXIT.

       REJECT-ONE-REQUEST SECTION.

           PERFORM PICK-PENDING-REQUEST
           IF NOT PICK-OK
               GO TO REJECT-ONE-REQUEST-EXIT
           END-IF
           IF WS-PD-USER(WS-PICK) = WS-CHECKER
               DISPLAY 'FILEAPRV: A SECOND USER MUST REJECT - '
                   'YOU ENTERED THIS REQUEST'
               GO TO REJECT-ONE-REQUEST-EXIT
           END-IF

           DISPLAY 'REASON FOR REJECTION:'
           MOVE SPACES TO WS-DECISION-REASON
           ACCEPT WS-DECISION-REASON
           IF WS-DECISION-REASON = SPACES
               MOVE 'REJECTED BY CHECKER' TO WS-DECISION-REASON
           END-IF

           PERFORM OPEN-MASTER
           IF NOT FILENAME-OPENED
               GO TO REJECT-ONE-REQUEST-EXIT
           END-IF
           PERFORM CHECK-ALREADY-DECIDED
           IF ALREADY-DECIDED OR QUEUE-UNREADABLE
               PERFORM CLOSE-MASTER
               GO TO REJECT-ONE-REQUEST-EXIT
           END-IF

           MOVE 'R' TO WS-DECISION
           PERFORM WRITE-DECISION-RECORD
           PERFORM CLOSE-MASTER
           IF NOT DECISION-WRITTEN
               GO TO REJECT-ONE-REQUEST-EXIT
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'FILEAPRV: REQUEST ' WS-PD-REQUEST-ID(WS-PICK)
               ' REJECTED'.

       REJECT-ONE-REQUEST-EXIT.

           EXIT.

       WRITE-DECISION-RECORD SECTION.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 'N' TO WS-DECISION-SWITCH

           OPEN EXTEND PENDING-FILE
           IF WS-PCQ-STATUS NOT = "00"
               DISPLAY 'FILEAPRV: CANNOT RECORD DECISION, STATUS '
                   WS-PCQ-STATUS
               GO TO WRITE-DECISION-RECORD-EXIT
           END-IF

           MOVE SPACES TO PENDING-RECORD
           MOVE WS-DECISION TO PQ-TYPE
           MOVE WS-PD-REQUEST-ID(WS-PICK) TO PQ-REQUEST-ID
           MOVE WS-PD-KEY(WS-PICK) TO PQ-MASTER-KEY
           MOVE WS-PD-ACTION(WS-PICK) TO PQ-ACTION
           MOVE WS-CHECKER TO PQ-USER
           MOVE WS-PD-TICKET(WS-PICK) TO PQ-TICKET
           MOVE WS-NOW-DATE TO PQ-DATE
           MOVE WS-NOW-TIME TO PQ-TIME
           MOVE WS-DECISION-REASON TO PQ-REASON
           MOVE WS-PD-BEFORE(WS-PICK) TO PQ-BEFORE-IMAGE
           MOVE WS-PD-AFTER(WS-PICK) TO PQ-AFTER-IMAGE
           WRITE PENDING-RECORD
           IF WS-PCQ-STATUS NOT = "00"
               DISPLAY 'FILEAPRV: DECISION WRITE FAILED, STATUS '
                   WS-PCQ-STATUS
               CLOSE PENDING-FILE
               GO TO WRITE-DECISION-RECORD-EXIT
           END-IF
           CLOSE PENDING-FILE

           SET DECISION-WRITTEN TO TRUE
           MOVE WS-DECISION TO WS-PD-STATE(WS-PICK).

       WRITE-DECISION-RECORD-EXIT.

           EXIT.

      * Field-level history of the applied change, kept permanently
      * beside the master in <master>.HST.
       RECORD-CHANGE-HISTORY SECTION.

           MOVE 'CHGHIST' TO CH-PGM-NAME
           SET CH-RECORD-CHANGE TO TRUE
           MOVE WS-MASTER-FILENAME TO CH-MASTER-FILENAME
           MOVE 'FILEAPRV' TO CH-CALLER
           MOVE WS-PD-TICKET(WS-PICK) TO CH-TICKET
           MOVE WS-PD-KEY(WS-PICK) TO CH-RECORD-KEY
           MOVE WS-PD-ACTION(WS-PICK) TO CH-ACTION
           IF DICT-IN-USE
               SET CH-USE-DICTIONARY TO TRUE
           ELSE
               MOVE 'N' TO CH-DICT-SWITCH
           END-IF
           IF DICT-IN-USE
               PERFORM SELECT-REQUEST-RECORD
           END-IF
           MOVE WS-PD-BEFORE(WS-PICK) TO CH-BEFORE-IMAGE
           IF PD-DELETE(WS-PICK)
               MOVE SPACES TO CH-AFTER-IMAGE
           ELSE
               MOVE WS-PD-AFTER(WS-PICK) TO CH-AFTER-IMAGE
           END-IF
           CALL "CHGHIST" USING CHGHIST FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               DISPLAY 'FILEAPRV: CHANGE HISTORY NOT RECORDED - '
                   SHOP-RETURN-MESSAGE
           END-IF

           EXIT.

      * Approve and reject both hold the master in update mode while
      * they check the queue and record the decision; its lock is what
      * keeps two checkers from deciding the same request.
       OPEN-MASTER SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEAPRV' TO PGM-NAME OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-PD-TICKET(WS-PICK) TO CHANGE-TICKET OF FILEHANDLER
           MOVE WS-CHECKER TO USER-ID OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET UPDATE-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEAPRV: OPEN FAILED - ' SHOP-RETURN-MESSAGE
           END-IF

           EXIT.

      * The queue was loaded at the start of the session; another
      * checker may have decided the request since.  Read it again
      * for a decision against this request id.
       CHECK-ALREADY-DECIDED SECTION.

           MOVE 'N' TO WS-DECIDED-SWITCH
           MOVE 'N' TO WS-PCQ-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PCQ-STATUS NOT = "00"
               DISPLAY 'FILEAPRV: CANNOT READ QUEUE, STATUS '
                   WS-PCQ-STATUS ' - REQUEST LEFT PENDING'
               SET QUEUE-UNREADABLE TO TRUE
               GO TO CHECK-ALREADY-DECIDED-EXIT
           END-IF

           PERFORM CHECK-ONE-DECISION
               UNTIL PCQ-EOF OR ALREADY-DECIDED OR QUEUE-UNREADABLE
           CLOSE PENDING-FILE

           IF ALREADY-DECIDED
               MOVE WS-DECIDED-TYPE TO WS-PD-STATE(WS-PICK)
               DISPLAY 'FILEAPRV: REQUEST ' WS-PD-REQUEST-ID(WS-PICK)
                   ' ALREADY DECIDED BY ' WS-DECIDED-BY
           END-IF.

       CHECK-ALREADY-DECIDED-EXIT.

           EXIT.

       CHECK-ONE-DECISION SECTION.

           READ PENDING-FILE
               AT END
                   SET PCQ-EOF TO TRUE
           END-READ
           IF PCQ-EOF
               GO TO CHECK-ONE-DECISION-EXIT
           END-IF
           IF WS-PCQ-STATUS NOT = "00"
               DISPLAY 'FILEAPRV: CANNOT READ QUEUE, STATUS '
                   WS-PCQ-STATUS ' - REQUEST LEFT PENDING'
               SET QUEUE-UNREADABLE TO TRUE
               GO TO CHECK-ONE-DECISION-EXIT
           END-IF

           IF PQ-DECISION
                   AND PQ-REQUEST-ID = WS-PD-REQUEST-ID(WS-PICK)
               SET ALREADY-DECIDED TO TRUE
               MOVE PQ-TYPE TO WS-DECIDED-TYPE
               MOVE PQ-USER TO WS-DECIDED-BY
           END-IF.

       CHECK-ONE-DECISION-EXIT.

           EXIT.

       CLOSE-MASTER SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
