       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-INDEX-STATUS.

       SELECT RPTREG-FILE ASSIGN TO "RPTREG"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RPTREG-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 IX-BUNDLE    PIC X(100).
           05 FILLER       PIC X(16).

      * Report register entry, the layout FILEHANDLER writes when a
      * report closes; kind 'B' marks a bundle built here.
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

       WORKING-STORAGE SECTION.

       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".

       01 WS-PARM-STATUS PIC X(2).
       01 WS-RPT-IN-STATUS PIC X(2).
       01 WS-BUNDLE-STATUS PIC X(2).
       01 WS-INDEX-STATUS PIC X(2).
       01 WS-RPTREG-STATUS PIC X(2).
       01 WS-DYN-RPT-FILENAME    PIC X(200).
       01 WS-DYN-BUNDLE-FILENAME PIC X(200).
       01 WS-DYN-INDEX-FILENAME  PIC X(200).
           88 DIST-ABORTED VALUE 'Y'.
       01 WS-RPT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 REPORT-EOF VALUE 'Y'.
       01 WS-REGISTER-SWITCH PIC X(1) VALUE 'N'.
           88 REGISTER-FAILED VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

               10 WS-RCP-CODE   PIC X(8).
               10 WS-RCP-BUNDLE PIC X(200).
               10 WS-RCP-PAGES  PIC 9(05) COMP.
               10 WS-RCP-LINES  PIC 9(09) COMP.
       01 WS-RCP-IX PIC 9(02) COMP VALUE 0.
       01 WS-RCP-FOUND-SWITCH PIC X(1).
           88 RECIPIENT-FOUND VALUE 'Y'.
       01 WS-THIS-CODE PIC X(8).

       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-REG-TIME PIC 9(08) VALUE 0.
       01 WS-SAVE-RC  PIC S9(04) COMP VALUE 0.

       01 WS-PAGES-TOTAL PIC 9(09) VALUE 0.
       01 WS-LINES-TOTAL PIC 9(09) VALUE 0.


           IF NOT DIST-ABORTED
               PERFORM WRITE-DISTRIBUTION-INDEX
               PERFORM REGISTER-BUNDLES
               DISPLAY 'RPTDIST: LINES READ  ' WS-LINES-TOTAL
               DISPLAY 'RPTDIST: PAGES SPLIT ' WS-PAGES-TOTAL
               DISPLAY 'RPTDIST: RECIPIENTS  ' WS-RCP-COUNT
           END-IF

           ADD 1 TO WS-RCP-PAGES(WS-RCP-IX)
           ADD WS-PAGE-LINE-COUNT TO WS-RCP-LINES(WS-RCP-IX)
           PERFORM APPEND-PAGE-TO-BUNDLE.

       FLUSH-CURRENT-PAGE-EXIT.
                   MOVE WS-RCP-COUNT TO WS-RCP-IX
                   MOVE WS-THIS-CODE TO WS-RCP-CODE(WS-RCP-IX)
                   MOVE 0 TO WS-RCP-PAGES(WS-RCP-IX)
                   MOVE 0 TO WS-RCP-LINES(WS-RCP-IX)
                   MOVE SPACES TO WS-RCP-BUNDLE(WS-RCP-IX)
                   STRING WS-BUNDLE-PREFIX DELIMITED BY SPACE
                          WS-THIS-CODE     DELIMITED BY SPACE
           WRITE INDEX-RECORD

           EXIT.

      * Register every bundle built in the run so that the nightly
      * RPTARCH capture archives it under the report it came from.
      * RPTARCH sets the register aside when it captures, so the
      * first entry after a capture starts a new one. A bundle that
      * cannot be registered is never archived, which gives RC 8.
       REGISTER-BUNDLES SECTION.

           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE WS-SAVE-RC TO RETURN-CODE
           MOVE PD-RESULT-DATE TO WS-BUSINESS-DATE
           ACCEPT WS-REG-TIME FROM TIME

           OPEN EXTEND RPTREG-FILE
           IF WS-RPTREG-STATUS = "35"
               OPEN OUTPUT RPTREG-FILE
           END-IF
           IF WS-RPTREG-STATUS NOT = "00"
               DISPLAY 'RPTDIST: REPORT REGISTER NOT AVAILABLE, '
                   'STATUS ' WS-RPTREG-STATUS
                   ' - BUNDLES NOT REGISTERED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO REGISTER-BUNDLES-EXIT
           END-IF

           MOVE 'N' TO WS-REGISTER-SWITCH
           MOVE 0 TO WS-RCP-IX
           PERFORM REGISTER-ONE-BUNDLE
               UNTIL WS-RCP-IX >= WS-RCP-COUNT OR REGISTER-FAILED

           CLOSE RPTREG-FILE
           IF REGISTER-FAILED AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       REGISTER-BUNDLES-EXIT.

           EXIT.

       REGISTER-ONE-BUNDLE SECTION.

           ADD 1 TO WS-RCP-IX
           MOVE SPACES TO RPTREG-RECORD
           MOVE WS-BUSINESS-DATE TO RG-DATE
           MOVE WS-REG-TIME TO RG-TIME
           MOVE 'RPTDIST' TO RG-PGM
           MOVE 'B' TO RG-KIND
           MOVE WS-RCP-CODE(WS-RCP-IX) TO RG-RECIPIENT
           MOVE WS-RCP-LINES(WS-RCP-IX) TO RG-LINES
           MOVE WS-RCP-PAGES(WS-RCP-IX) TO RG-PAGES
           MOVE WS-RCP-BUNDLE(WS-RCP-IX)(1:100) TO RG-FILE
           MOVE WS-REPORT-FILENAME(1:100) TO RG-SOURCE
           WRITE RPTREG-RECORD
           IF WS-RPTREG-STATUS NOT = "00"
               DISPLAY 'RPTDIST: REPORT REGISTER WRITE FAILED, STATUS '
                   WS-RPTREG-STATUS ' - BUNDLES FROM '
                   WS-RCP-CODE(WS-RCP-IX) ' NOT REGISTERED'
               SET REGISTER-FAILED TO TRUE
           END-IF

           EXIT.
