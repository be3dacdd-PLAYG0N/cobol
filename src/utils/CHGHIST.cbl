       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGHIST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-DYN-HST-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-HST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD HISTORY-FILE
           DATA RECORD IS HISTORY-RECORD.
       01 HISTORY-RECORD.
           05 HR-DATE       PIC 9(08).
           05 HR-TIME       PIC 9(08).
           05 HR-PGM        PIC X(11).
           05 HR-TICKET     PIC X(08).
           05 HR-ACTION     PIC X(01).
           05 HR-KEY        PIC X(20).
           05 HR-FIELD-NAME PIC X(20).
           05 HR-OFFSET     PIC 9(04).
           05 HR-LENGTH     PIC 9(03).
           05 HR-OLD-VALUE  PIC X(60).
           05 HR-NEW-VALUE  PIC X(60).
           05 FILLER        PIC X(17).

       WORKING-STORAGE SECTION.

       COPY "PROCDATE.cpy".
       COPY "LAYOUTDICT.cpy".

       01 WS-HST-STATUS PIC X(2).
       01 WS-DYN-HST-FILENAME PIC X(210).
       01 WS-HST-OPEN-SWITCH PIC X(1).
           88 HISTORY-OPEN VALUE 'Y'.
       01 WS-HST-ERROR-SWITCH PIC X(1).
           88 HISTORY-WRITE-FAILED VALUE 'Y'.

       01 WS-PROCESS-DATE PIC 9(08) VALUE 0.
       01 WS-NOW-TIME     PIC 9(08).

       01 WS-FIELD-DONE-SWITCH PIC X(1).
           88 FIELDS-DONE VALUE 'Y'.
       01 WS-FIELD-NAME     PIC X(20).
       01 WS-FIELD-OFFSET   PIC 9(04) COMP VALUE 0.
       01 WS-FIELD-LENGTH   PIC 9(04) COMP VALUE 0.
       01 WS-PIECE-OFFSET   PIC 9(04) COMP VALUE 0.
       01 WS-PIECE-LENGTH   PIC 9(04) COMP VALUE 0.
       01 WS-PIECE-REMAIN   PIC 9(04) COMP VALUE 0.

      * Bytes of the data portion a dictionary field has already
      * compared; only the rest are left to the offset comparison.
       01 WS-COVERED-MAP PIC X(480).

       01 WS-BYTE-IX    PIC 9(04) COMP VALUE 0.
       01 WS-RUN-START  PIC 9(04) COMP VALUE 0.
       01 WS-RUN-LENGTH PIC 9(04) COMP VALUE 0.

       LINKAGE SECTION.

       COPY "CHGHIST.cpy".
       COPY "FILESTATUS.cpy".

       PROCEDURE DIVISION USING    CHGHIST
                                   FILENAME-FILE-STATUS.
       MAIN SECTION.

           PERFORM INPUT-VALIDATION
           IF FILENAME-VALID
               PERFORM GET-PROCESS-DATE
               PERFORM OPEN-HISTORY-FILE
           END-IF
           IF FILENAME-VALID AND HISTORY-OPEN
               MOVE ALL 'N' TO WS-COVERED-MAP
               IF CH-USE-DICTIONARY
                   PERFORM COMPARE-BY-FIELD
               END-IF
               IF CH-BEFORE-IMAGE NOT = CH-AFTER-IMAGE
                   PERFORM COMPARE-BY-OFFSET
               END-IF
               CLOSE HISTORY-FILE
           END-IF
           PERFORM SET-SHOP-RETURN-CODE
           GOBACK.

       INPUT-VALIDATION SECTION.

           SET FILENAME-VALID TO TRUE
           SET FILENAME-UNLOCKED TO TRUE
           MOVE SPACES TO FILENAME-READ-STATUS
           MOVE SPACES TO FILENAME-EXISTS-STATUS
           MOVE SPACES TO FILENAME-IO-STATUS
           MOVE 'N' TO WS-HST-OPEN-SWITCH
           MOVE 'N' TO WS-HST-ERROR-SWITCH
           MOVE 0 TO CH-ENTRY-COUNT

           IF NOT CH-RECORD-CHANGE
               SET FILENAME-INVALID TO TRUE
           END-IF
           IF CH-MASTER-FILENAME = SPACES
                   OR CH-RECORD-KEY = SPACES
               SET FILENAME-INVALID TO TRUE
           END-IF
           IF NOT CH-ACTION-ADD AND NOT CH-ACTION-CHANGE
                   AND NOT CH-ACTION-DELETE
               SET FILENAME-INVALID TO TRUE
           END-IF

           EXIT.

       GET-PROCESS-DATE SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-PROCESS-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           SET FILENAME-VALID TO TRUE

           EXIT.

       OPEN-HISTORY-FILE SECTION.

           MOVE SPACES TO WS-DYN-HST-FILENAME
           STRING CH-MASTER-FILENAME DELIMITED BY SPACE
                  ".HST"             DELIMITED BY SIZE
               INTO WS-DYN-HST-FILENAME

           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HST-STATUS = "00"
               SET HISTORY-OPEN TO TRUE
           END-IF

           EXIT.

      * One entry per dictionary field whose bytes differ between the
      * two images, walking the layout the caller loaded.
       COMPARE-BY-FIELD SECTION.

           MOVE 'N' TO WS-FIELD-DONE-SWITCH
           MOVE 0 TO LD-FIELD-NUMBER
           PERFORM COMPARE-ONE-FIELD UNTIL FIELDS-DONE

           EXIT.

       COMPARE-ONE-FIELD SECTION.

           ADD 1 TO LD-FIELD-NUMBER
           SET LD-GET-ENTRY TO TRUE
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           SET FILENAME-VALID TO TRUE
           IF NOT LD-FOUND
               SET FIELDS-DONE TO TRUE
               GO TO COMPARE-ONE-FIELD-EXIT
           END-IF

           MOVE LD-FIELD-OFFSET TO WS-FIELD-OFFSET
           MOVE LD-FIELD-LENGTH TO WS-FIELD-LENGTH
           IF WS-FIELD-OFFSET < 1 OR WS-FIELD-OFFSET > 480
                   OR WS-FIELD-LENGTH = 0
               GO TO COMPARE-ONE-FIELD-EXIT
           END-IF
           IF WS-FIELD-OFFSET + WS-FIELD-LENGTH - 1 > 480
               COMPUTE WS-FIELD-LENGTH = 480 - WS-FIELD-OFFSET + 1
           END-IF
           MOVE ALL 'Y' TO
               WS-COVERED-MAP(WS-FIELD-OFFSET:WS-FIELD-LENGTH)

           IF CH-BEFORE-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH) =
                   CH-AFTER-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               GO TO COMPARE-ONE-FIELD-EXIT
           END-IF

           MOVE LD-FIELD-NAME TO WS-FIELD-NAME
           MOVE WS-FIELD-OFFSET TO WS-PIECE-OFFSET
           MOVE WS-FIELD-LENGTH TO WS-PIECE-REMAIN
           PERFORM WRITE-FIELD-PIECE UNTIL WS-PIECE-REMAIN = 0.

       COMPARE-ONE-FIELD-EXIT.

           EXIT.

       WRITE-FIELD-PIECE SECTION.

           IF WS-PIECE-REMAIN > 60
               MOVE 60 TO WS-PIECE-LENGTH
           ELSE
               MOVE WS-PIECE-REMAIN TO WS-PIECE-LENGTH
           END-IF

           IF CH-BEFORE-IMAGE(WS-PIECE-OFFSET:WS-PIECE-LENGTH) NOT =
                   CH-AFTER-IMAGE(WS-PIECE-OFFSET:WS-PIECE-LENGTH)
               PERFORM WRITE-HISTORY-ENTRY
           END-IF

           ADD WS-PIECE-LENGTH TO WS-PIECE-OFFSET
           SUBTRACT WS-PIECE-LENGTH FROM WS-PIECE-REMAIN

           EXIT.

      * Without a dictionary each run of changed bytes, up to 60 at a
      * time, is recorded by its offset in the data portion. With one
      * the same is done for changed bytes no dictionary field of
      * the record covers, so no change goes unrecorded.
       COMPARE-BY-OFFSET SECTION.

           MOVE SPACES TO WS-FIELD-NAME
           MOVE 0 TO WS-RUN-LENGTH
           PERFORM SCAN-ONE-BYTE
               VARYING WS-BYTE-IX FROM 1 BY 1 UNTIL WS-BYTE-IX > 480
           IF WS-RUN-LENGTH > 0
               PERFORM WRITE-BYTE-RUN
           END-IF

           EXIT.

       SCAN-ONE-BYTE SECTION.

           IF CH-BEFORE-IMAGE(WS-BYTE-IX:1) =
                   CH-AFTER-IMAGE(WS-BYTE-IX:1)
                   OR WS-COVERED-MAP(WS-BYTE-IX:1) = 'Y'
               IF WS-RUN-LENGTH > 0
                   PERFORM WRITE-BYTE-RUN
               END-IF
           ELSE
               IF WS-RUN-LENGTH = 0
                   MOVE WS-BYTE-IX TO WS-RUN-START
               END-IF
               ADD 1 TO WS-RUN-LENGTH
               IF WS-RUN-LENGTH = 60
                   PERFORM WRITE-BYTE-RUN
               END-IF
           END-IF

           EXIT.

       WRITE-BYTE-RUN SECTION.

           MOVE WS-RUN-START TO WS-PIECE-OFFSET
           MOVE WS-RUN-LENGTH TO WS-PIECE-LENGTH
           PERFORM WRITE-HISTORY-ENTRY
           MOVE 0 TO WS-RUN-LENGTH

           EXIT.

       WRITE-HISTORY-ENTRY SECTION.

           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-PROCESS-DATE TO HR-DATE
           MOVE WS-NOW-TIME TO HR-TIME
           MOVE CH-CALLER TO HR-PGM
           MOVE CH-TICKET TO HR-TICKET
           MOVE CH-ACTION TO HR-ACTION
           MOVE CH-RECORD-KEY TO HR-KEY
           MOVE WS-FIELD-NAME TO HR-FIELD-NAME
           MOVE WS-PIECE-OFFSET TO HR-OFFSET
           MOVE WS-PIECE-LENGTH TO HR-LENGTH
           MOVE CH-BEFORE-IMAGE(WS-PIECE-OFFSET:WS-PIECE-LENGTH) TO
               HR-OLD-VALUE
           MOVE CH-AFTER-IMAGE(WS-PIECE-OFFSET:WS-PIECE-LENGTH) TO
               HR-NEW-VALUE
           WRITE HISTORY-RECORD
           IF WS-HST-STATUS = "00"
               ADD 1 TO CH-ENTRY-COUNT
           ELSE
               SET HISTORY-WRITE-FAILED TO TRUE
           END-IF

           EXIT.

       SET-SHOP-RETURN-CODE SECTION.

           EVALUATE TRUE
               WHEN FILENAME-INVALID
                   SET RC-ERROR TO TRUE
                   MOVE "INVALID CHANGE HISTORY REQUEST" TO
                       SHOP-RETURN-MESSAGE
               WHEN NOT HISTORY-OPEN
                   SET RC-SEVERE TO TRUE
                   MOVE "CHANGE HISTORY FILE NOT AVAILABLE" TO
                       SHOP-RETURN-MESSAGE
               WHEN HISTORY-WRITE-FAILED
                   SET RC-SEVERE TO TRUE
                   MOVE "CHANGE HISTORY WRITE FAILED" TO
                       SHOP-RETURN-MESSAGE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
                   MOVE "NORMAL COMPLETION" TO SHOP-RETURN-MESSAGE
           END-EVALUATE

           EXIT.
