       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEHIST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "FILEHIST.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT HISTORY-IN-FILE ASSIGN TO DYNAMIC WS-DYN-HST-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-HST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       FD HISTORY-IN-FILE
           DATA RECORD IS HISTORY-IN-RECORD.
       01 HISTORY-IN-RECORD.
           05 HI-DATE       PIC 9(08).
           05 HI-TIME       PIC 9(08).
           05 HI-PGM        PIC X(11).
           05 HI-TICKET     PIC X(08).
           05 HI-ACTION     PIC X(01).
           05 HI-KEY        PIC X(20).
           05 HI-FIELD-NAME PIC X(20).
           05 HI-OFFSET     PIC 9(04).
           05 HI-LENGTH     PIC 9(03).
           05 HI-OLD-VALUE  PIC X(60).
           05 HI-NEW-VALUE  PIC X(60).
           05 FILLER        PIC X(17).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".

       01 WS-PARM-STATUS PIC X(2).
       01 WS-HST-STATUS  PIC X(2).
       01 WS-DYN-HST-FILENAME PIC X(210).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 INQUIRY-ABORTED VALUE 'Y'.
       01 WS-HST-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-MASTER-FILENAME  PIC X(200).
       01 WS-HISTORY-FILENAME PIC X(200).
       01 WS-REPORT-FILENAME  PIC X(200) VALUE 'FILEHIST.RPT'.
       01 WS-SELECT-KEY    PIC X(20).
       01 WS-SELECT-TICKET PIC X(8).
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.

       01 WS-READ-TOTAL   PIC 9(09) VALUE 0.
       01 WS-LISTED-TOTAL PIC 9(09) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-DATE   PIC 9(08).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-TIME   PIC X(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-PGM    PIC X(11).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-TICKET PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-ACTION PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-KEY    PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-FIELD  PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-OFFSET PIC ZZZ9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-DL-LENGTH PIC ZZ9.
           05 FILLER       PIC X(43) VALUE SPACES.

       01 WS-VALUE-LINE.
           05 FILLER       PIC X(17) VALUE SPACES.
           05 WS-VL-TAG    PIC X(5).
           05 WS-VL-VALUE  PIC X(60).
           05 FILLER       PIC X(50) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT INQUIRY-ABORTED
               PERFORM OPEN-INQUIRY-FILES
           END-IF

           IF NOT INQUIRY-ABORTED
               PERFORM WRITE-REPORT-HEADINGS
               PERFORM LIST-ONE-HISTORY-RECORD UNTIL HISTORY-EOF
               PERFORM WRITE-INQUIRY-SUMMARY
               CLOSE HISTORY-IN-FILE
               PERFORM CLOSE-REPORT
               DISPLAY 'FILEHIST: HISTORY ENTRIES LISTED '
                   WS-LISTED-TOTAL
               IF WS-LISTED-TOTAL = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'FILEHIST: PARAMETER FILE NOT AVAILABLE'
               SET INQUIRY-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT INQUIRY-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-MASTER-FILENAME = SPACES
                   AND WS-HISTORY-FILENAME = SPACES
               DISPLAY 'FILEHIST: MASTER= OR HISTORY= IS REQUIRED'
               SET INQUIRY-ABORTED TO TRUE
           END-IF
           IF WS-SELECT-KEY = SPACES AND WS-SELECT-TICKET = SPACES
               DISPLAY 'FILEHIST: KEY= OR TICKET= IS REQUIRED'
               SET INQUIRY-ABORTED TO TRUE
           END-IF

           IF WS-HISTORY-FILENAME = SPACES
               STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                      ".HST"             DELIMITED BY SIZE
                   INTO WS-HISTORY-FILENAME
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
                   WHEN 'MASTER'
                       MOVE WS-PARM-VALUE TO WS-MASTER-FILENAME
                   WHEN 'HISTORY'
                       MOVE WS-PARM-VALUE TO WS-HISTORY-FILENAME
                   WHEN 'KEY'
                       MOVE WS-PARM-VALUE(1:20) TO WS-SELECT-KEY
                   WHEN 'TICKET'
                       MOVE WS-PARM-VALUE(1:8) TO WS-SELECT-TICKET
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY 'FILEHIST: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       OPEN-INQUIRY-FILES SECTION.

           MOVE WS-HISTORY-FILENAME TO WS-DYN-HST-FILENAME
           OPEN INPUT HISTORY-IN-FILE
           IF WS-HST-STATUS NOT = "00"
               DISPLAY 'FILEHIST: NO CHANGE HISTORY '
                   WS-HISTORY-FILENAME(1:40)
               SET INQUIRY-ABORTED TO TRUE
               GO TO OPEN-INQUIRY-FILES-EXIT
           END-IF

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEHIST' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEHIST: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               CLOSE HISTORY-IN-FILE
               SET INQUIRY-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE
           END-IF.

       OPEN-INQUIRY-FILES-EXIT.

           EXIT.

       WRITE-REPORT-HEADINGS SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'MASTER CHANGE HISTORY' TO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'HISTORY ' DELIMITED BY SIZE
                  WS-HISTORY-FILENAME(1:64) DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'SELECTED KEY ' DELIMITED BY SIZE
                  WS-SELECT-KEY DELIMITED BY SIZE
                  ' TICKET ' DELIMITED BY SIZE
                  WS-SELECT-TICKET DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'DATE     TIME   PROGRAM     TICKET   A KEY' TO
               FILE-RECORD OF FILEHANDLER
           MOVE 'FIELD                OFFS LEN' TO
               FILE-RECORD OF FILEHANDLER(61:29)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * The history file is only ever extended, so reading it front
      * to back lists the changes oldest to newest.
       LIST-ONE-HISTORY-RECORD SECTION.

           READ HISTORY-IN-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ
           IF HISTORY-EOF
               GO TO LIST-ONE-HISTORY-RECORD-EXIT
           END-IF
           ADD 1 TO WS-READ-TOTAL

           IF WS-SELECT-KEY NOT = SPACES
                   AND HI-KEY NOT = WS-SELECT-KEY
               GO TO LIST-ONE-HISTORY-RECORD-EXIT
           END-IF
           IF WS-SELECT-TICKET NOT = SPACES
                   AND HI-TICKET NOT = WS-SELECT-TICKET
               GO TO LIST-ONE-HISTORY-RECORD-EXIT
           END-IF

           ADD 1 TO WS-LISTED-TOTAL
           MOVE HI-DATE TO WS-DL-DATE
           MOVE HI-TIME(1:6) TO WS-DL-TIME
           MOVE HI-PGM TO WS-DL-PGM
           MOVE HI-TICKET TO WS-DL-TICKET
           MOVE HI-ACTION TO WS-DL-ACTION
           MOVE HI-KEY TO WS-DL-KEY
           IF HI-FIELD-NAME = SPACES
               MOVE '(BY OFFSET)' TO WS-DL-FIELD
           ELSE
               MOVE HI-FIELD-NAME TO WS-DL-FIELD
           END-IF
           MOVE HI-OFFSET TO WS-DL-OFFSET
           MOVE HI-LENGTH TO WS-DL-LENGTH
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-DETAIL-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'OLD: ' TO WS-VL-TAG
           MOVE HI-OLD-VALUE TO WS-VL-VALUE
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-VALUE-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE 'NEW: ' TO WS-VL-TAG
           MOVE HI-NEW-VALUE TO WS-VL-VALUE
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-VALUE-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE.

       LIST-ONE-HISTORY-RECORD-EXIT.

           EXIT.

       WRITE-INQUIRY-SUMMARY SECTION.

           MOVE 'HISTORY RECORDS READ' TO WS-SL-LABEL
           MOVE WS-READ-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'HISTORY ENTRIES LISTED' TO WS-SL-LABEL
           MOVE WS-LISTED-TOTAL TO WS-SL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-FOOTER TO TRUE
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

       CLOSE-REPORT SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
