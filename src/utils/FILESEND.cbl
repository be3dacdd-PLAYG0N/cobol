       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILESEND.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILESEND.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-DYN-REG-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-REG-STATUS.

       SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-DYN-MAN-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-MAN-STATUS.

       SELECT ACK-FILE ASSIGN TO DYNAMIC WS-DYN-ACK-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ACK-STATUS.

       SELECT ALERT-OUT-FILE ASSIGN TO "OPERALRT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ALERT-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

      * Transmission register, appended to and never rewritten. An S
      * entry is written for each file staged; later A (acknowledged),
      * M (acknowledged with different counts), O (overdue alert
      * raised) and D (duplicate sequence refused) entries carry the
      * same partner and sequence number. The count and hash on an A
      * or M entry are the partner's.
       FD REGISTER-FILE
           DATA RECORD IS REGISTER-RECORD.
       01 REGISTER-RECORD.
           05 TR-TYPE          PIC X(01).
               88 TR-SENT       VALUE 'S'.
               88 TR-ACKED      VALUE 'A'.
               88 TR-MISMATCHED VALUE 'M'.
               88 TR-OVERDUE    VALUE 'O'.
               88 TR-DUPLICATE  VALUE 'D'.
           05 TR-PARTNER       PIC X(08).
           05 TR-SEQUENCE      PIC 9(06).
           05 TR-BUSINESS-DATE PIC 9(08).
           05 TR-EVENT-DATE    PIC 9(08).
           05 TR-EVENT-TIME    PIC 9(08).
           05 TR-FILENAME      PIC X(64).
           05 TR-COUNT         PIC 9(09).
           05 TR-HASH          PIC 9(13).
           05 TR-VERSION       PIC X(08).
           05 TR-SOURCE        PIC X(64).
           05 FILLER           PIC X(03).

      * Outbound manifest, one record, sent alongside the staged file.
       FD MANIFEST-FILE
           DATA RECORD IS MANIFEST-RECORD.
       01 MANIFEST-RECORD.
           05 MF-ID            PIC X(08).
           05 MF-PARTNER       PIC X(08).
           05 MF-SEQUENCE      PIC 9(06).
           05 MF-BUSINESS-DATE PIC 9(08).
           05 MF-FILENAME      PIC X(64).
           05 MF-COUNT         PIC 9(09).
           05 MF-HASH          PIC 9(13).
           05 MF-VERSION       PIC X(08).
           05 MF-SEND-DATE     PIC 9(08).
           05 MF-SEND-TIME     PIC 9(08).
           05 FILLER           PIC X(60).

      * Partner acknowledgment, one 80-byte record per file received:
      *   COLS 01-08  PARTNER
      *   COLS 10-15  SEQUENCE NUMBER FROM THE MANIFEST
      *   COLS 17-25  RECORD COUNT RECEIVED
      *   COLS 27-39  HASH RECEIVED (BLANK IF NOT CHECKED)
      *   COLS 41-48  DATE RECEIVED YYYYMMDD
       FD ACK-FILE
           DATA RECORD IS ACK-RECORD.
       01 ACK-RECORD.
           05 AK-PARTNER  PIC X(08).
           05 FILLER      PIC X(01).
           05 AK-SEQUENCE PIC X(06).
           05 FILLER      PIC X(01).
           05 AK-COUNT    PIC X(09).
           05 FILLER      PIC X(01).
           05 AK-HASH     PIC X(13).
           05 FILLER      PIC X(01).
           05 AK-DATE     PIC X(08).
           05 FILLER      PIC X(32).

       FD ALERT-OUT-FILE
           DATA RECORD IS ALERT-OUT-RECORD.
       01 ALERT-OUT-RECORD.
           05 AO-DATE    PIC 9(08).
           05 AO-TIME    PIC 9(08).
           05 AO-PGM     PIC X(11).
           05 AO-FILE    PIC X(64).
           05 AO-OP      PIC X(1).
           05 AO-STATUS  PIC X(2).
           05 AO-MESSAGE PIC X(40).
           05 FILLER     PIC X(6).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".

       01 WS-PARM-STATUS PIC X(2).
       01 WS-REG-STATUS PIC X(2).
       01 WS-MAN-STATUS PIC X(2).
       01 WS-ACK-STATUS PIC X(2).
       01 WS-ALERT-OUT-STATUS PIC X(2).
       01 WS-DYN-REG-FILENAME PIC X(200).
       01 WS-DYN-MAN-FILENAME PIC X(200).
       01 WS-DYN-ACK-FILENAME PIC X(200).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 SEND-ABORTED VALUE 'Y'.
       01 WS-REG-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 REGISTER-EOF VALUE 'Y'.
       01 WS-ACK-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 ACK-EOF VALUE 'Y'.
       01 WS-COPY-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 COPY-EOF VALUE 'Y'.
       01 WS-REJECT-SWITCH PIC X(1) VALUE 'N'.
           88 SEND-REJECTED VALUE 'Y'.
       01 WS-REGISTER-SWITCH PIC X(1) VALUE 'N'.
           88 REGISTER-WRITE-FAILED VALUE 'Y'.
       01 WS-MANIFEST-SWITCH PIC X(1) VALUE 'N'.
           88 MANIFEST-WRITTEN VALUE 'Y'.
       01 WS-SEND-RC PIC 9(02) VALUE 0.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).
       01 WS-PARM-DIGITS  PIC 9(02) COMP VALUE 0.
       01 WS-PARM-NUMBER  PIC 9(09) VALUE 0.
       01 WS-PARM-NUMBER-SWITCH PIC X(1).
           88 PARM-NUMBER-OK VALUE 'Y'.

       01 WS-INPUT-FILENAME    PIC X(200) VALUE SPACES.
       01 WS-STAGE-FILENAME    PIC X(200) VALUE SPACES.
       01 WS-MANIFEST-FILENAME PIC X(200) VALUE SPACES.
       01 WS-REGISTER-FILENAME PIC X(200) VALUE SPACES.
       01 WS-ACK-FILENAME      PIC X(200) VALUE SPACES.
       01 WS-REPORT-FILENAME   PIC X(200) VALUE 'FILESEND.RPT'.
       01 WS-PARTNER           PIC X(08) VALUE SPACES.
       01 WS-SEQUENCE          PIC 9(06) VALUE 0.
       01 WS-EXPECT-VERSION    PIC X(08) VALUE SPACES.
       01 WS-SEND-VERSION      PIC X(08) VALUE SPACES.
       01 WS-LABELS-OPTION PIC X(1) VALUE 'Y'.
           88 LABELLED-INPUT VALUE 'Y'.
       01 WS-ACK-HOURS PIC 9(03) VALUE 24.
       01 WS-REPORT-DATE PIC 9(08) VALUE 0.

       01 WS-INPUT-HANDLE  PIC 9(02) VALUE 0.
       01 WS-STAGE-HANDLE  PIC 9(02) VALUE 0.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.

       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-REG-ENTRY-SAVE PIC X(200).
       01 WS-ALERT-FILE    PIC X(64).
       01 WS-ALERT-MESSAGE PIC X(40).
       01 WS-RECORD-TOTAL  PIC 9(09) VALUE 0.
       01 WS-HASH-TOTAL    PIC 9(13) VALUE 0.
       01 WS-STAGE-DEL-NAME PIC X(256).
       01 WS-STAGE-DEL-RC   PIC 9(4) COMP-X.

       01 WS-BUSINESS-DATE PIC 9(08).
       01 WS-NOW-DATE PIC 9(08).
       01 WS-NOW-TIME PIC 9(08).

      * Every transmission in the register, with its latest state.
       01 WS-SEND-TABLE.
           05 WS-SE-COUNT PIC 9(04) COMP VALUE 0.
           05 WS-SE-ENTRY OCCURS 5000 TIMES.
               10 WS-SE-PARTNER   PIC X(08).
               10 WS-SE-SEQUENCE  PIC 9(06).
               10 WS-SE-BUS-DATE  PIC 9(08).
               10 WS-SE-SEND-DATE PIC 9(08).
               10 WS-SE-SEND-TIME PIC 9(08).
               10 WS-SE-FILENAME  PIC X(64).
               10 WS-SE-COUNT-SENT PIC 9(09).
               10 WS-SE-HASH-SENT PIC 9(13).
               10 WS-SE-STATE     PIC X(01).
                   88 SE-AWAITING  VALUE ' '.
                   88 SE-ACKED     VALUE 'A'.
                   88 SE-MISMATCH  VALUE 'M'.
               10 WS-SE-OVERDUE   PIC X(01).
                   88 SE-OVERDUE-RAISED VALUE 'Y'.
       01 WS-SE-IX  PIC 9(04) COMP VALUE 0.
       01 WS-SE-HIT PIC 9(04) COMP VALUE 0.
       01 WS-FIND-PARTNER  PIC X(08).
       01 WS-FIND-SEQUENCE PIC 9(06).
       01 WS-HIGH-SEQUENCE PIC 9(06) VALUE 0.

       01 WS-ACK-SEQUENCE PIC 9(06).
       01 WS-ACK-COUNT    PIC 9(09).
       01 WS-ACK-HASH     PIC 9(13).

      * Elapsed time is measured in minutes from a day serial.
       01 WS-STAMP-DATE.
           05 WS-DATE-YEAR  PIC 9(04).
           05 WS-DATE-MONTH PIC 9(02).
           05 WS-DATE-DAY   PIC 9(02).
       01 WS-STAMP-TIME.
           05 WS-TIME-HOUR   PIC 9(02).
           05 WS-TIME-MINUTE PIC 9(02).
           05 FILLER         PIC 9(04).
       01 WS-DAY-SERIAL  PIC 9(09) COMP VALUE 0.
       01 WS-STAMP-MINUTES PIC 9(11) COMP VALUE 0.
       01 WS-NOW-MINUTES   PIC 9(11) COMP VALUE 0.
       01 WS-ELAPSED-MINUTES PIC 9(11) COMP VALUE 0.
       01 WS-ELAPSED-HOURS   PIC 9(09) COMP VALUE 0.
       01 WS-SER-YM1   PIC 9(04) COMP VALUE 0.
       01 WS-SER-T4    PIC 9(04) COMP VALUE 0.
       01 WS-SER-T100  PIC 9(04) COMP VALUE 0.
       01 WS-SER-T400  PIC 9(04) COMP VALUE 0.
       01 WS-LEAP-REM-4   PIC 9(04).
       01 WS-LEAP-REM-100 PIC 9(04).
       01 WS-LEAP-REM-400 PIC 9(04).
       01 WS-LEAP-QUOT    PIC 9(04).
       01 WS-CUM-DAYS-TABLE.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
           05 WS-CUM-DAYS PIC 9(03) OCCURS 12 TIMES.

       01 WS-SENT-TODAY-TOTAL   PIC 9(09) VALUE 0.
       01 WS-OUTSTANDING-TOTAL  PIC 9(09) VALUE 0.
       01 WS-ACKED-TOTAL        PIC 9(09) VALUE 0.
       01 WS-MISMATCH-TOTAL     PIC 9(09) VALUE 0.
       01 WS-UNKNOWN-ACK-TOTAL  PIC 9(09) VALUE 0.
       01 WS-OVERDUE-NEW-TOTAL  PIC 9(09) VALUE 0.
       01 WS-ALERT-TOTAL        PIC 9(09) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-PARTNER  PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-DL-SEQUENCE PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-DL-BUS-DATE PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-DL-FILENAME PIC X(50).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-DL-COUNT    PIC Z(8)9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-DL-STATE    PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-DL-HOURS    PIC ZZZZ9.
           05 FILLER         PIC X(30) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT SEND-ABORTED
               PERFORM GET-RUN-STAMP
               PERFORM LOAD-REGISTER
           END-IF

           IF NOT SEND-ABORTED AND WS-INPUT-FILENAME NOT = SPACES
               PERFORM SEND-OUTBOUND-FILE
           END-IF
           IF NOT SEND-ABORTED AND WS-ACK-FILENAME NOT = SPACES
               PERFORM RECONCILE-ACKNOWLEDGMENTS
           END-IF
           IF NOT SEND-ABORTED
               PERFORM CHECK-OVERDUE-SENDS
               PERFORM WRITE-STATUS-REPORT
           END-IF

           IF SEND-ABORTED OR SEND-REJECTED
               MOVE 12 TO WS-SEND-RC
           ELSE
               IF WS-ALERT-TOTAL > 0 AND WS-SEND-RC < 8
                   MOVE 8 TO WS-SEND-RC
               END-IF
           END-IF

           MOVE WS-SEND-RC TO RETURN-CODE
           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILESEND: PARAMETER FILE NOT AVAILABLE'
               SET SEND-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT SEND-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-REGISTER-FILENAME = SPACES
               DISPLAY 'FILESEND: REGISTER MUST BE NAMED'
               SET SEND-ABORTED TO TRUE
           END-IF
           IF WS-INPUT-FILENAME NOT = SPACES
                   AND (WS-STAGE-FILENAME = SPACES
                       OR WS-PARTNER = SPACES)
               DISPLAY 'FILESEND: INPUT NEEDS STAGE AND PARTNER'
               SET SEND-ABORTED TO TRUE
           END-IF
           IF WS-INPUT-FILENAME NOT = SPACES
                   AND WS-INPUT-FILENAME = WS-STAGE-FILENAME
               DISPLAY 'FILESEND: STAGE MUST NOT BE THE INPUT FILE'
               SET SEND-ABORTED TO TRUE
           END-IF
           IF WS-MANIFEST-FILENAME = SPACES
               STRING WS-STAGE-FILENAME DELIMITED BY SPACE
                      '.MAN'            DELIMITED BY SIZE
                   INTO WS-MANIFEST-FILENAME
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
                   WHEN 'STAGE'
                       MOVE WS-PARM-VALUE TO WS-STAGE-FILENAME
                   WHEN 'MANIFEST'
                       MOVE WS-PARM-VALUE TO WS-MANIFEST-FILENAME
                   WHEN 'PARTNER'
                       MOVE WS-PARM-VALUE(1:8) TO WS-PARTNER
                   WHEN 'SEQ'
                       PERFORM READ-PARM-NUMBER
                       IF PARM-NUMBER-OK AND WS-PARM-DIGITS <= 6
                               AND WS-PARM-NUMBER > 0
                           MOVE WS-PARM-NUMBER TO WS-SEQUENCE
                       ELSE
                           DISPLAY 'FILESEND: SEQ MUST BE 1-6 DIGITS'
                           SET SEND-ABORTED TO TRUE
                       END-IF
                   WHEN 'LABELS'
                       MOVE WS-PARM-VALUE(1:1) TO WS-LABELS-OPTION
                   WHEN 'VERSION'
                       MOVE WS-PARM-VALUE(1:8) TO WS-EXPECT-VERSION
                   WHEN 'REGISTER'
                       MOVE WS-PARM-VALUE TO WS-REGISTER-FILENAME
                   WHEN 'ACK'
                       MOVE WS-PARM-VALUE TO WS-ACK-FILENAME
                   WHEN 'ACKHOURS'
                       PERFORM READ-PARM-NUMBER
                       IF PARM-NUMBER-OK AND WS-PARM-DIGITS <= 3
                               AND WS-PARM-NUMBER > 0
                           MOVE WS-PARM-NUMBER TO WS-ACK-HOURS
                       ELSE
                           DISPLAY 'FILESEND: ACKHOURS MUST BE 1-999'
                           SET SEND-ABORTED TO TRUE
                       END-IF
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN 'REPORTDATE'
                       IF WS-PARM-VALUE(1:8) IS NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-REPORT-DATE
                       ELSE
                           DISPLAY 'FILESEND: REPORTDATE MUST BE '
                               'YYYYMMDD'
                           SET SEND-ABORTED TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'FILESEND: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       READ-PARM-NUMBER SECTION.

           MOVE 'N' TO WS-PARM-NUMBER-SWITCH
           MOVE 0 TO WS-PARM-DIGITS
           INSPECT WS-PARM-VALUE TALLYING WS-PARM-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PARM-DIGITS < 1 OR WS-PARM-DIGITS > 9
               GO TO READ-PARM-NUMBER-EXIT
           END-IF
           IF WS-PARM-VALUE(1:WS-PARM-DIGITS) NOT NUMERIC
               GO TO READ-PARM-NUMBER-EXIT
           END-IF

           MOVE WS-PARM-VALUE(1:WS-PARM-DIGITS) TO WS-PARM-NUMBER
           SET PARM-NUMBER-OK TO TRUE.

       READ-PARM-NUMBER-EXIT.

           EXIT.

       GET-RUN-STAMP SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-BUSINESS-DATE
           IF WS-REPORT-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO WS-STAMP-DATE
           MOVE WS-NOW-TIME TO WS-STAMP-TIME
           PERFORM COMPUTE-STAMP-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES

           EXIT.

      * A missing register is a first run and starts empty.
       LOAD-REGISTER SECTION.

           MOVE WS-REGISTER-FILENAME TO WS-DYN-REG-FILENAME
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "35"
               GO TO LOAD-REGISTER-EXIT
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY 'FILESEND: CANNOT OPEN TRANSMISSION REGISTER '
                   WS-REGISTER-FILENAME(1:40)
               SET SEND-ABORTED TO TRUE
               GO TO LOAD-REGISTER-EXIT
           END-IF

           PERFORM LOAD-ONE-REGISTER-ENTRY
               UNTIL REGISTER-EOF OR SEND-ABORTED
           CLOSE REGISTER-FILE.

       LOAD-REGISTER-EXIT.

           EXIT.

       LOAD-ONE-REGISTER-ENTRY SECTION.

           READ REGISTER-FILE
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ
           IF REGISTER-EOF
               GO TO LOAD-ONE-REGISTER-ENTRY-EXIT
           END-IF

           IF TR-SENT
               PERFORM ADD-SEND-ENTRY
               GO TO LOAD-ONE-REGISTER-ENTRY-EXIT
           END-IF

           MOVE TR-PARTNER TO WS-FIND-PARTNER
           MOVE TR-SEQUENCE TO WS-FIND-SEQUENCE
           PERFORM FIND-SEND-ENTRY
           IF WS-SE-HIT = 0
               GO TO LOAD-ONE-REGISTER-ENTRY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN TR-ACKED
                   MOVE 'A' TO WS-SE-STATE(WS-SE-HIT)
               WHEN TR-MISMATCHED
                   MOVE 'M' TO WS-SE-STATE(WS-SE-HIT)
               WHEN TR-OVERDUE
                   MOVE 'Y' TO WS-SE-OVERDUE(WS-SE-HIT)
           END-EVALUATE.

       LOAD-ONE-REGISTER-ENTRY-EXIT.

           EXIT.

      * Sequence numbers and acknowledgments are checked against
      * this table, so a register too large for it stops the run
      * rather than reuse a sequence or miss a send.
       ADD-SEND-ENTRY SECTION.

           IF WS-SE-COUNT >= 5000
               PERFORM REFUSE-FULL-REGISTER
               GO TO ADD-SEND-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-SE-COUNT
           MOVE TR-PARTNER       TO WS-SE-PARTNER(WS-SE-COUNT)
           MOVE TR-SEQUENCE      TO WS-SE-SEQUENCE(WS-SE-COUNT)
           MOVE TR-BUSINESS-DATE TO WS-SE-BUS-DATE(WS-SE-COUNT)
           MOVE TR-EVENT-DATE    TO WS-SE-SEND-DATE(WS-SE-COUNT)
           MOVE TR-EVENT-TIME    TO WS-SE-SEND-TIME(WS-SE-COUNT)
           MOVE TR-FILENAME      TO WS-SE-FILENAME(WS-SE-COUNT)
           MOVE TR-COUNT         TO WS-SE-COUNT-SENT(WS-SE-COUNT)
           MOVE TR-HASH          TO WS-SE-HASH-SENT(WS-SE-COUNT)
           MOVE SPACE            TO WS-SE-STATE(WS-SE-COUNT)
           MOVE 'N'              TO WS-SE-OVERDUE(WS-SE-COUNT).

       ADD-SEND-ENTRY-EXIT.

           EXIT.

       REFUSE-FULL-REGISTER SECTION.

           DISPLAY 'FILESEND: REGISTER HOLDS 5000 TRANSMISSIONS - '
               'ARCHIVE THE REGISTER AND RERUN'
           DISPLAY 'FILESEND: NOTHING SENT OR RECONCILED FROM '
               WS-REGISTER-FILENAME(1:40)
           SET SEND-ABORTED TO TRUE

           EXIT.

       FIND-SEND-ENTRY SECTION.

           MOVE 0 TO WS-SE-HIT
           PERFORM MATCH-ONE-SEND-ENTRY
               VARYING WS-SE-IX FROM 1 BY 1
               UNTIL WS-SE-IX > WS-SE-COUNT OR WS-SE-HIT > 0

           EXIT.

       MATCH-ONE-SEND-ENTRY SECTION.

           IF WS-SE-PARTNER(WS-SE-IX) = WS-FIND-PARTNER
                   AND WS-SE-SEQUENCE(WS-SE-IX) = WS-FIND-SEQUENCE
               MOVE WS-SE-IX TO WS-SE-HIT
           END-IF

           EXIT.

      * Stage one outbound file: verify its labels, copy it to the
      * staging name with fresh HDR1/TRL1 labels, write the manifest
      * and register the transmission. Without SEQ= the next number
      * for the partner is taken from the register. A file whose
      * manifest cannot be written is not sent and not registered,
      * and one that cannot be registered is not sent.
       SEND-OUTBOUND-FILE SECTION.

           IF WS-SE-COUNT >= 5000
               PERFORM REFUSE-FULL-REGISTER
               GO TO SEND-OUTBOUND-FILE-EXIT
           END-IF

           IF WS-SEQUENCE = 0
               PERFORM ASSIGN-NEXT-SEQUENCE
           ELSE
               MOVE WS-PARTNER TO WS-FIND-PARTNER
               MOVE WS-SEQUENCE TO WS-FIND-SEQUENCE
               PERFORM FIND-SEND-ENTRY
               IF WS-SE-HIT > 0
                   MOVE 'SEQUENCE ALREADY SENT TO PARTNER' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-OUTBOUND-FILE
                   MOVE SPACES TO REGISTER-RECORD
                   MOVE 'D' TO TR-TYPE
                   PERFORM WRITE-SEND-REGISTER-ENTRY
                   GO TO SEND-OUTBOUND-FILE-EXIT
               END-IF
           END-IF

           PERFORM STAGE-OUTBOUND-FILE
           IF SEND-REJECTED
               PERFORM REJECT-OUTBOUND-FILE
               GO TO SEND-OUTBOUND-FILE-EXIT
           END-IF

           PERFORM WRITE-MANIFEST
           IF NOT MANIFEST-WRITTEN
               MOVE SPACES TO WS-STAGE-DEL-NAME
               MOVE WS-STAGE-FILENAME TO WS-STAGE-DEL-NAME
               CALL "CBL_DELETE_FILE" USING WS-STAGE-DEL-NAME
                   RETURNING WS-STAGE-DEL-RC
               MOVE 'MANIFEST COULD NOT BE WRITTEN' TO
                   WS-REJECT-REASON
               PERFORM REJECT-OUTBOUND-FILE
               GO TO SEND-OUTBOUND-FILE-EXIT
           END-IF

      * A file the register does not know of would be sent again
      * under the same sequence, so it is withdrawn like one without
      * a manifest.
           MOVE SPACES TO REGISTER-RECORD
           MOVE 'S' TO TR-TYPE
           PERFORM WRITE-SEND-REGISTER-ENTRY
           IF REGISTER-WRITE-FAILED
               MOVE SPACES TO WS-STAGE-DEL-NAME
               MOVE WS-STAGE-FILENAME TO WS-STAGE-DEL-NAME
               CALL "CBL_DELETE_FILE" USING WS-STAGE-DEL-NAME
                   RETURNING WS-STAGE-DEL-RC
               MOVE SPACES TO WS-STAGE-DEL-NAME
               MOVE WS-MANIFEST-FILENAME TO WS-STAGE-DEL-NAME
               CALL "CBL_DELETE_FILE" USING WS-STAGE-DEL-NAME
                   RETURNING WS-STAGE-DEL-RC
               MOVE 'TRANSMISSION COULD NOT BE REGISTERED' TO
                   WS-REJECT-REASON
               PERFORM REJECT-OUTBOUND-FILE
               GO TO SEND-OUTBOUND-FILE-EXIT
           END-IF
           DISPLAY 'FILESEND: STAGED ' WS-STAGE-FILENAME(1:50)
               ' PARTNER ' WS-PARTNER ' SEQ ' WS-SEQUENCE
               ' RECORDS ' WS-RECORD-TOTAL.

       SEND-OUTBOUND-FILE-EXIT.

           EXIT.

       ASSIGN-NEXT-SEQUENCE SECTION.

           MOVE 0 TO WS-HIGH-SEQUENCE
           PERFORM CHECK-ONE-SEQUENCE
               VARYING WS-SE-IX FROM 1 BY 1
               UNTIL WS-SE-IX > WS-SE-COUNT
           COMPUTE WS-SEQUENCE = WS-HIGH-SEQUENCE + 1

           EXIT.

       CHECK-ONE-SEQUENCE SECTION.

           IF WS-SE-PARTNER(WS-SE-IX) = WS-PARTNER
                   AND WS-SE-SEQUENCE(WS-SE-IX) > WS-HIGH-SEQUENCE
               MOVE WS-SE-SEQUENCE(WS-SE-IX) TO WS-HIGH-SEQUENCE
           END-IF

           EXIT.

       STAGE-OUTBOUND-FILE SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILESEND' TO PGM-NAME OF FILEHANDLER
           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           IF LABELLED-INPUT
               MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
           END-IF
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               MOVE 'OUTBOUND FILE CANNOT BE OPENED' TO
                   WS-REJECT-REASON
               SET SEND-REJECTED TO TRUE
               GO TO STAGE-OUTBOUND-FILE-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-INPUT-HANDLE

           IF LABELLED-INPUT AND FILENAME-LABEL-ERROR
               MOVE 'HDR1 LABEL VERIFICATION FAILED' TO
                   WS-REJECT-REASON
               SET SEND-REJECTED TO TRUE
               PERFORM CLOSE-OUTBOUND-INPUT
               GO TO STAGE-OUTBOUND-FILE-EXIT
           END-IF

           IF LABELLED-INPUT
               MOVE LAYOUT-VERSION OF FILEHANDLER TO WS-SEND-VERSION
               IF WS-EXPECT-VERSION NOT = SPACES
                       AND WS-SEND-VERSION NOT = WS-EXPECT-VERSION
                   MOVE 'LAYOUT VERSION DOES NOT MATCH' TO
                       WS-REJECT-REASON
                   SET SEND-REJECTED TO TRUE
                   PERFORM CLOSE-OUTBOUND-INPUT
                   GO TO STAGE-OUTBOUND-FILE-EXIT
               END-IF
           ELSE
               MOVE WS-EXPECT-VERSION TO WS-SEND-VERSION
           END-IF

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILESEND' TO PGM-NAME OF FILEHANDLER
           MOVE WS-STAGE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-SEQUENTIAL TO TRUE
           MOVE 'L' TO LABEL-PROCESSING OF FILEHANDLER
           MOVE WS-SEND-VERSION TO LAYOUT-VERSION OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED OR FILENAME-LABEL-ERROR
               MOVE 'STAGING FILE CANNOT BE OPENED' TO
                   WS-REJECT-REASON
               SET SEND-REJECTED TO TRUE
               PERFORM CLOSE-OUTBOUND-INPUT
               GO TO STAGE-OUTBOUND-FILE-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-STAGE-HANDLE

           MOVE 0 TO WS-RECORD-TOTAL WS-HASH-TOTAL
           PERFORM COPY-ONE-OUTBOUND-RECORD
               UNTIL COPY-EOF OR SEND-REJECTED

           IF LABELLED-INPUT AND NOT SEND-REJECTED
                   AND NOT FILENAME-LABEL-OK
               MOVE 'TRL1 COUNT OR HASH DOES NOT MATCH' TO
                   WS-REJECT-REASON
               SET SEND-REJECTED TO TRUE
           END-IF

           PERFORM CLOSE-OUTBOUND-INPUT
           MOVE WS-STAGE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-STAGE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

      * A refused file must not be left where the transfer team would
      * pick it up.
           IF SEND-REJECTED
               MOVE SPACES TO WS-STAGE-DEL-NAME
               MOVE WS-STAGE-FILENAME TO WS-STAGE-DEL-NAME
               CALL "CBL_DELETE_FILE" USING WS-STAGE-DEL-NAME
                   RETURNING WS-STAGE-DEL-RC
           END-IF.

       STAGE-OUTBOUND-FILE-EXIT.

           EXIT.

       COPY-ONE-OUTBOUND-RECORD SECTION.

           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-INPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF
               SET COPY-EOF TO TRUE
               GO TO COPY-ONE-OUTBOUND-RECORD-EXIT
           END-IF

           ADD 1 TO WS-RECORD-TOTAL
           ADD RECORD-LENGTH OF FILEHANDLER TO WS-HASH-TOTAL

           MOVE WS-STAGE-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-STAGE-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT RC-SUCCESS
               MOVE 'STAGING FILE WRITE FAILED' TO WS-REJECT-REASON
               SET SEND-REJECTED TO TRUE
           END-IF.

       COPY-ONE-OUTBOUND-RECORD-EXIT.

           EXIT.

       CLOSE-OUTBOUND-INPUT SECTION.

           MOVE WS-INPUT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-INPUT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       REJECT-OUTBOUND-FILE SECTION.

           SET SEND-REJECTED TO TRUE
           MOVE WS-INPUT-FILENAME(1:64) TO WS-ALERT-FILE
           MOVE WS-REJECT-REASON TO WS-ALERT-MESSAGE
           PERFORM RAISE-OPERATOR-ALERT
           DISPLAY 'FILESEND: REFUSED ' WS-INPUT-FILENAME(1:50)
               ' ' WS-REJECT-REASON

           EXIT.

      * A manifest that fails part way is removed so the transfer
      * team never sees one without its file.
       WRITE-MANIFEST SECTION.

           MOVE 'N' TO WS-MANIFEST-SWITCH
           MOVE WS-MANIFEST-FILENAME TO WS-DYN-MAN-FILENAME
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MAN-STATUS NOT = "00"
               DISPLAY 'FILESEND: CANNOT WRITE MANIFEST '
                   WS-MANIFEST-FILENAME(1:40)
               MOVE 12 TO WS-SEND-RC
               GO TO WRITE-MANIFEST-EXIT
           END-IF

           MOVE SPACES TO MANIFEST-RECORD
           MOVE 'OUTMAN01' TO MF-ID
           MOVE WS-PARTNER TO MF-PARTNER
           MOVE WS-SEQUENCE TO MF-SEQUENCE
           MOVE WS-BUSINESS-DATE TO MF-BUSINESS-DATE
           MOVE WS-STAGE-FILENAME(1:64) TO MF-FILENAME
           MOVE WS-RECORD-TOTAL TO MF-COUNT
           MOVE WS-HASH-TOTAL TO MF-HASH
           MOVE WS-SEND-VERSION TO MF-VERSION
           MOVE WS-NOW-DATE TO MF-SEND-DATE
           MOVE WS-NOW-TIME TO MF-SEND-TIME
           WRITE MANIFEST-RECORD
           IF WS-MAN-STATUS NOT = "00"
               DISPLAY 'FILESEND: MANIFEST WRITE FAILED, STATUS '
                   WS-MAN-STATUS
               CLOSE MANIFEST-FILE
               MOVE SPACES TO WS-STAGE-DEL-NAME
               MOVE WS-MANIFEST-FILENAME TO WS-STAGE-DEL-NAME
               CALL "CBL_DELETE_FILE" USING WS-STAGE-DEL-NAME
                   RETURNING WS-STAGE-DEL-RC
               MOVE 12 TO WS-SEND-RC
               GO TO WRITE-MANIFEST-EXIT
           END-IF
           CLOSE MANIFEST-FILE
           SET MANIFEST-WRITTEN TO TRUE.

       WRITE-MANIFEST-EXIT.

           EXIT.

      * TR-TYPE is set by the caller; the rest describes this send.
       WRITE-SEND-REGISTER-ENTRY SECTION.

           MOVE WS-PARTNER TO TR-PARTNER
           MOVE WS-SEQUENCE TO TR-SEQUENCE
           MOVE WS-BUSINESS-DATE TO TR-BUSINESS-DATE
           MOVE WS-NOW-DATE TO TR-EVENT-DATE
           MOVE WS-NOW-TIME TO TR-EVENT-TIME
           MOVE WS-STAGE-FILENAME(1:64) TO TR-FILENAME
           MOVE WS-RECORD-TOTAL TO TR-COUNT
           MOVE WS-HASH-TOTAL TO TR-HASH
           MOVE WS-SEND-VERSION TO TR-VERSION
           MOVE WS-INPUT-FILENAME(1:64) TO TR-SOURCE
           PERFORM APPEND-REGISTER-ENTRY
           MOVE WS-REG-ENTRY-SAVE TO REGISTER-RECORD
           IF TR-SENT AND NOT REGISTER-WRITE-FAILED
               PERFORM ADD-SEND-ENTRY
           END-IF

           EXIT.

       APPEND-REGISTER-ENTRY SECTION.

           MOVE 'N' TO WS-REGISTER-SWITCH
           MOVE REGISTER-RECORD TO WS-REG-ENTRY-SAVE
           MOVE WS-REGISTER-FILENAME TO WS-DYN-REG-FILENAME
           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY 'FILESEND: CANNOT OPEN TRANSMISSION REGISTER '
                   WS-REGISTER-FILENAME(1:40)
               MOVE 12 TO WS-SEND-RC
               SET REGISTER-WRITE-FAILED TO TRUE
               GO TO APPEND-REGISTER-ENTRY-EXIT
           END-IF

           MOVE WS-REG-ENTRY-SAVE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           IF WS-REG-STATUS NOT = "00"
               DISPLAY 'FILESEND: TRANSMISSION REGISTER WRITE FAILED, '
                   'STATUS ' WS-REG-STATUS
               MOVE 12 TO WS-SEND-RC
               SET REGISTER-WRITE-FAILED TO TRUE
           END-IF
           CLOSE REGISTER-FILE.

       APPEND-REGISTER-ENTRY-EXIT.

           EXIT.

      * Each acknowledgment is matched to its transmission by partner
      * and sequence number and its counts compared with the
      * manifest. A hash left blank by the partner is not compared.
       RECONCILE-ACKNOWLEDGMENTS SECTION.

           MOVE WS-ACK-FILENAME TO WS-DYN-ACK-FILENAME
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY 'FILESEND: CANNOT OPEN ACKNOWLEDGMENTS '
                   WS-ACK-FILENAME(1:40)
               MOVE WS-ACK-FILENAME(1:64) TO WS-ALERT-FILE
               MOVE 'ACKNOWLEDGMENT FILE NOT AVAILABLE' TO
                   WS-ALERT-MESSAGE
               PERFORM RAISE-OPERATOR-ALERT
               GO TO RECONCILE-ACKNOWLEDGMENTS-EXIT
           END-IF

           PERFORM MATCH-ONE-ACKNOWLEDGMENT UNTIL ACK-EOF
           CLOSE ACK-FILE.

       RECONCILE-ACKNOWLEDGMENTS-EXIT.

           EXIT.

       MATCH-ONE-ACKNOWLEDGMENT SECTION.

           READ ACK-FILE
               AT END
                   SET ACK-EOF TO TRUE
           END-READ
           IF ACK-EOF OR ACK-RECORD = SPACES
               GO TO MATCH-ONE-ACKNOWLEDGMENT-EXIT
           END-IF

           MOVE WS-ACK-FILENAME(1:64) TO WS-ALERT-FILE
           IF AK-SEQUENCE NOT NUMERIC OR AK-COUNT NOT NUMERIC
                   OR (AK-HASH NOT = SPACES AND AK-HASH NOT NUMERIC)
               MOVE 'ACKNOWLEDGMENT RECORD NOT VALID' TO
                   WS-ALERT-MESSAGE
               PERFORM RAISE-OPERATOR-ALERT
               GO TO MATCH-ONE-ACKNOWLEDGMENT-EXIT
           END-IF
           MOVE AK-SEQUENCE TO WS-ACK-SEQUENCE
           MOVE AK-COUNT TO WS-ACK-COUNT
           MOVE 0 TO WS-ACK-HASH
           IF AK-HASH NOT = SPACES
               MOVE AK-HASH TO WS-ACK-HASH
           END-IF

           MOVE AK-PARTNER TO WS-FIND-PARTNER
           MOVE WS-ACK-SEQUENCE TO WS-FIND-SEQUENCE
           PERFORM FIND-SEND-ENTRY
           IF WS-SE-HIT = 0
               ADD 1 TO WS-UNKNOWN-ACK-TOTAL
               STRING 'ACK FOR UNKNOWN SEND ' DELIMITED BY SIZE
                      AK-PARTNER DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      AK-SEQUENCE DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM RAISE-OPERATOR-ALERT
               GO TO MATCH-ONE-ACKNOWLEDGMENT-EXIT
           END-IF

           IF SE-ACKED(WS-SE-HIT)
               GO TO MATCH-ONE-ACKNOWLEDGMENT-EXIT
           END-IF

           MOVE SPACES TO REGISTER-RECORD
           IF WS-ACK-COUNT = WS-SE-COUNT-SENT(WS-SE-HIT)
                   AND (AK-HASH = SPACES
                       OR WS-ACK-HASH = WS-SE-HASH-SENT(WS-SE-HIT))
               MOVE 'A' TO WS-SE-STATE(WS-SE-HIT)
               MOVE 'A' TO TR-TYPE
               ADD 1 TO WS-ACKED-TOTAL
           ELSE
               MOVE 'M' TO WS-SE-STATE(WS-SE-HIT)
               MOVE 'M' TO TR-TYPE
               ADD 1 TO WS-MISMATCH-TOTAL
               MOVE WS-SE-FILENAME(WS-SE-HIT) TO WS-ALERT-FILE
               MOVE 'ACK COUNTS DIFFER FROM MANIFEST' TO
                   WS-ALERT-MESSAGE
               PERFORM RAISE-OPERATOR-ALERT
           END-IF

           MOVE WS-SE-PARTNER(WS-SE-HIT) TO TR-PARTNER
           MOVE WS-SE-SEQUENCE(WS-SE-HIT) TO TR-SEQUENCE
           MOVE WS-SE-BUS-DATE(WS-SE-HIT) TO TR-BUSINESS-DATE
           MOVE WS-NOW-DATE TO TR-EVENT-DATE
           MOVE WS-NOW-TIME TO TR-EVENT-TIME
           MOVE WS-SE-FILENAME(WS-SE-HIT) TO TR-FILENAME
           MOVE WS-ACK-COUNT TO TR-COUNT
           MOVE WS-ACK-HASH TO TR-HASH
           MOVE WS-ACK-FILENAME(1:64) TO TR-SOURCE
           PERFORM APPEND-REGISTER-ENTRY.

       MATCH-ONE-ACKNOWLEDGMENT-EXIT.

           EXIT.

      * An overdue alert is raised once per transmission; the O entry
      * in the register stops later runs raising it again.
       CHECK-OVERDUE-SENDS SECTION.

           PERFORM CHECK-ONE-SEND-OVERDUE
               VARYING WS-SE-IX FROM 1 BY 1
               UNTIL WS-SE-IX > WS-SE-COUNT

           EXIT.

       CHECK-ONE-SEND-OVERDUE SECTION.

           IF NOT SE-AWAITING(WS-SE-IX)
                   OR SE-OVERDUE-RAISED(WS-SE-IX)
               GO TO CHECK-ONE-SEND-OVERDUE-EXIT
           END-IF

           PERFORM COMPUTE-SEND-AGE
           IF WS-ELAPSED-HOURS < WS-ACK-HOURS
               GO TO CHECK-ONE-SEND-OVERDUE-EXIT
           END-IF

           MOVE 'Y' TO WS-SE-OVERDUE(WS-SE-IX)
           ADD 1 TO WS-OVERDUE-NEW-TOTAL
           MOVE WS-SE-FILENAME(WS-SE-IX) TO WS-ALERT-FILE
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING 'NOT ACKNOWLEDGED WITHIN ' DELIMITED BY SIZE
                  WS-ACK-HOURS DELIMITED BY SIZE
                  ' HOURS' DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           PERFORM RAISE-OPERATOR-ALERT

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'O' TO TR-TYPE
           MOVE WS-SE-PARTNER(WS-SE-IX) TO TR-PARTNER
           MOVE WS-SE-SEQUENCE(WS-SE-IX) TO TR-SEQUENCE
           MOVE WS-SE-BUS-DATE(WS-SE-IX) TO TR-BUSINESS-DATE
           MOVE WS-NOW-DATE TO TR-EVENT-DATE
           MOVE WS-NOW-TIME TO TR-EVENT-TIME
           MOVE WS-SE-FILENAME(WS-SE-IX) TO TR-FILENAME
           MOVE 0 TO TR-COUNT TR-HASH
           PERFORM APPEND-REGISTER-ENTRY.

       CHECK-ONE-SEND-OVERDUE-EXIT.

           EXIT.

       COMPUTE-SEND-AGE SECTION.

           MOVE WS-SE-SEND-DATE(WS-SE-IX) TO WS-STAMP-DATE
           MOVE WS-SE-SEND-TIME(WS-SE-IX) TO WS-STAMP-TIME
           PERFORM COMPUTE-STAMP-MINUTES
           IF WS-STAMP-MINUTES > WS-NOW-MINUTES
               MOVE 0 TO WS-ELAPSED-MINUTES
           ELSE
               COMPUTE WS-ELAPSED-MINUTES =
                   WS-NOW-MINUTES - WS-STAMP-MINUTES
           END-IF
           DIVIDE WS-ELAPSED-MINUTES BY 60 GIVING WS-ELAPSED-HOURS

           EXIT.

       COMPUTE-STAMP-MINUTES SECTION.

           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                   OR WS-DATE-YEAR < 1
               MOVE 0 TO WS-STAMP-MINUTES
               GO TO COMPUTE-STAMP-MINUTES-EXIT
           END-IF

           COMPUTE WS-SER-YM1 = WS-DATE-YEAR - 1
           DIVIDE WS-SER-YM1 BY 4 GIVING WS-SER-T4
           DIVIDE WS-SER-YM1 BY 100 GIVING WS-SER-T100
           DIVIDE WS-SER-YM1 BY 400 GIVING WS-SER-T400
           COMPUTE WS-DAY-SERIAL = WS-SER-YM1 * 365
               + WS-SER-T4 - WS-SER-T100 + WS-SER-T400
               + WS-CUM-DAYS(WS-DATE-MONTH) + WS-DATE-DAY

           IF WS-DATE-MONTH > 2
               DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DATE-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0 OR
                       (WS-LEAP-REM-4 = 0 AND
                           WS-LEAP-REM-100 NOT = 0)
                   ADD 1 TO WS-DAY-SERIAL
               END-IF
           END-IF

           COMPUTE WS-STAMP-MINUTES = WS-DAY-SERIAL * 1440
               + WS-TIME-HOUR * 60 + WS-TIME-MINUTE.

       COMPUTE-STAMP-MINUTES-EXIT.

           EXIT.

       RAISE-OPERATOR-ALERT SECTION.

           ADD 1 TO WS-ALERT-TOTAL
           OPEN EXTEND ALERT-OUT-FILE
           IF WS-ALERT-OUT-STATUS = "35"
               OPEN OUTPUT ALERT-OUT-FILE
           END-IF
           IF WS-ALERT-OUT-STATUS = "00"
               MOVE SPACES TO ALERT-OUT-RECORD
               MOVE WS-NOW-DATE TO AO-DATE
               MOVE WS-NOW-TIME TO AO-TIME
               MOVE 'FILESEND' TO AO-PGM
               MOVE WS-ALERT-FILE TO AO-FILE
               MOVE 'O' TO AO-OP
               MOVE '00' TO AO-STATUS
               MOVE WS-ALERT-MESSAGE TO AO-MESSAGE
               WRITE ALERT-OUT-RECORD
               CLOSE ALERT-OUT-FILE
           END-IF

           DISPLAY 'FILESEND ALERT FILE=' WS-ALERT-FILE(1:40)
               ' ' WS-ALERT-MESSAGE
               UPON CONSOLE

           EXIT.

      * Daily outbound status: what was sent on the report business
      * date and to whom, then everything still outstanding.
       WRITE-STATUS-REPORT SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILESEND' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILESEND: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               MOVE 12 TO WS-SEND-RC
               GO TO WRITE-STATUS-REPORT-EXIT
           END-IF
           MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'OUTBOUND TRANSMISSION STATUS FOR BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'PARTNER  SEQ    BUS DATE FILE' TO
               FILE-RECORD OF FILEHANDLER
           MOVE 'RECORDS STATUS     HOURS' TO
               FILE-RECORD OF FILEHANDLER(78:24)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'SENT ON THIS BUSINESS DATE' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ONE-SENT-TODAY
               VARYING WS-SE-IX FROM 1 BY 1
               UNTIL WS-SE-IX > WS-SE-COUNT
           IF WS-SENT-TODAY-TOTAL = 0
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE '  NO FILES SENT ON THIS BUSINESS DATE' TO
                   FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'OUTSTANDING - NOT YET ACKNOWLEDGED IN FULL' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ONE-OUTSTANDING
               VARYING WS-SE-IX FROM 1 BY 1
               UNTIL WS-SE-IX > WS-SE-COUNT
           IF WS-OUTSTANDING-TOTAL = 0
               MOVE SPACES TO FILE-RECORD OF FILEHANDLER
               MOVE '  NOTHING OUTSTANDING' TO
                   FILE-RECORD OF FILEHANDLER
               SET RL-DETAIL TO TRUE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'FILES SENT ON BUSINESS DATE' TO WS-SL-LABEL
           MOVE WS-SENT-TODAY-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'FILES OUTSTANDING' TO WS-SL-LABEL
           MOVE WS-OUTSTANDING-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'ACKNOWLEDGED THIS RUN' TO WS-SL-LABEL
           MOVE WS-ACKED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'COUNT MISMATCHES THIS RUN' TO WS-SL-LABEL
           MOVE WS-MISMATCH-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'UNKNOWN ACKS THIS RUN' TO WS-SL-LABEL
           MOVE WS-UNKNOWN-ACK-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'NEWLY OVERDUE THIS RUN' TO WS-SL-LABEL
           MOVE WS-OVERDUE-NEW-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'OPERATOR ALERTS RAISED' TO WS-SL-LABEL
           MOVE WS-ALERT-TOTAL TO WS-SL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS.

       WRITE-STATUS-REPORT-EXIT.

           EXIT.

       REPORT-ONE-SENT-TODAY SECTION.

           IF WS-SE-BUS-DATE(WS-SE-IX) = WS-REPORT-DATE
               ADD 1 TO WS-SENT-TODAY-TOTAL
               PERFORM WRITE-SEND-DETAIL
           END-IF

           EXIT.

       REPORT-ONE-OUTSTANDING SECTION.

           IF NOT SE-ACKED(WS-SE-IX)
               ADD 1 TO WS-OUTSTANDING-TOTAL
               PERFORM WRITE-SEND-DETAIL
           END-IF

           EXIT.

       WRITE-SEND-DETAIL SECTION.

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SE-PARTNER(WS-SE-IX)   TO WS-DL-PARTNER
           MOVE WS-SE-SEQUENCE(WS-SE-IX)  TO WS-DL-SEQUENCE
           MOVE WS-SE-BUS-DATE(WS-SE-IX)  TO WS-DL-BUS-DATE
           MOVE WS-SE-FILENAME(WS-SE-IX)  TO WS-DL-FILENAME
           MOVE WS-SE-COUNT-SENT(WS-SE-IX) TO WS-DL-COUNT
           PERFORM COMPUTE-SEND-AGE
           EVALUATE TRUE
               WHEN SE-ACKED(WS-SE-IX)
                   MOVE 'ACKED' TO WS-DL-STATE
               WHEN SE-MISMATCH(WS-SE-IX)
                   MOVE 'MISMATCH' TO WS-DL-STATE
               WHEN SE-OVERDUE-RAISED(WS-SE-IX)
                   MOVE 'OVERDUE' TO WS-DL-STATE
               WHEN OTHER
                   MOVE 'AWAITING' TO WS-DL-STATE
           END-EVALUATE
           IF SE-ACKED(WS-SE-IX)
               MOVE 0 TO WS-DL-HOURS
           ELSE
               MOVE WS-ELAPSED-HOURS TO WS-DL-HOURS
           END-IF

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
