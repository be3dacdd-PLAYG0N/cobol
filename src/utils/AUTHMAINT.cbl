       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUTH-FILE ASSIGN TO "FILEAUTH"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AUTH-STATUS.

       SELECT AUTH-NEW-FILE ASSIGN TO "FILEAUTH.NEW"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AUTH-NEW-STATUS.

       SELECT AUTH-HISTORY-FILE ASSIGN TO "FILEAUTH.HST"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AUTH-HST-STATUS.

       DATA DIVISION.

       FILE SECTION.
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
           05 FILLER          PIC X(1).
           05 AU-TICKET       PIC X(8).
           05 AU-GRANTED-BY   PIC X(8).
           05 AU-GRANT-DATE   PIC X(8).
           05 FILLER          PIC X(4).

       FD AUTH-NEW-FILE
           DATA RECORD IS AUTH-NEW-RECORD.
       01 AUTH-NEW-RECORD PIC X(100).

       FD AUTH-HISTORY-FILE
           DATA RECORD IS AUTH-HISTORY-RECORD.
       01 AUTH-HISTORY-RECORD.
           05 AH-DATE       PIC 9(08).
           05 AH-TIME       PIC 9(08).
           05 AH-BY         PIC X(8).
           05 AH-TICKET     PIC X(8).
           05 AH-ACTION     PIC X(1).
           05 AH-PATTERN    PIC X(44).
           05 AH-PGM        PIC X(11).
           05 AH-USER       PIC X(8).
           05 AH-OLD-MODES  PIC X(5).
           05 AH-NEW-MODES  PIC X(5).
           05 FILLER        PIC X(14).

       WORKING-STORAGE SECTION.

       COPY "FILESTATUS.cpy".
       COPY "PROCDATE.cpy".

       01 WS-AUTH-STATUS PIC X(2).
       01 WS-AUTH-NEW-STATUS PIC X(2).
       01 WS-AUTH-HST-STATUS PIC X(2).
       01 WS-SAVE-SWITCH PIC X(1).
           88 SAVE-FAILED VALUE 'Y'.

       01 WS-SAVE-RECORD.
           05 WS-SV-PATTERN PIC X(44).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-SV-PGM     PIC X(11).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-SV-USER    PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-SV-MODES   PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-SV-TICKET  PIC X(8).
           05 WS-SV-BY      PIC X(8).
           05 WS-SV-DATE    PIC X(8).
           05 FILLER        PIC X(4) VALUE SPACES.

       01 WS-OLD-NAME PIC X(256).
       01 WS-NEW-NAME PIC X(256).
       01 WS-FILE-RC  PIC 9(4) COMP-X.

      * FILEAUTH as it stood when this session loaded it. The save is
      * refused if another maintainer has replaced it since.
       01 WS-CHK-FILE-NAME PIC X(256).
       01 WS-CHK-DETAILS.
           05 WS-CHK-SIZE PIC X(8) COMP-X.
           05 WS-CHK-DATE.
               10 WS-CHK-DAY    PIC X COMP-X.
               10 WS-CHK-MONTH  PIC X COMP-X.
               10 WS-CHK-YEAR   PIC 9(4) COMP-X.
           05 WS-CHK-TIME.
               10 WS-CHK-HOURS      PIC X COMP-X.
               10 WS-CHK-MINUTES    PIC X COMP-X.
               10 WS-CHK-SECONDS    PIC X COMP-X.
               10 WS-CHK-HUNDREDTHS PIC X COMP-X.
       01 WS-CHK-RC PIC 9(4) COMP-X.
       01 WS-TABLE-STAMP.
           05 WS-TS-PRESENT PIC X(1).
           05 WS-TS-DETAILS PIC X(16).
       01 WS-LOADED-STAMP PIC X(17).
       01 WS-AUTH-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 AUTH-EOF VALUE 'Y'.
       01 WS-LOAD-SWITCH PIC X(1) VALUE 'N'.
           88 LOAD-FAILED    VALUE 'F'.
           88 LOAD-TRUNCATED VALUE 'T'.

      * The whole table is held here while it is being changed and
      * written back, ordered by file then program then user, on S.
       01 WS-GRANT-TABLE.
           05 WS-GRANT-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-GRANT-ENTRY OCCURS 500 TIMES.
               10 WS-GR-PATTERN PIC X(44).
               10 WS-GR-PGM     PIC X(11).
               10 WS-GR-USER    PIC X(8).
               10 WS-GR-MODES   PIC X(5).
               10 WS-GR-TICKET  PIC X(8).
               10 WS-GR-BY      PIC X(8).
               10 WS-GR-DATE    PIC X(8).
       01 WS-GRANT-IX  PIC 9(03) COMP VALUE 0.
       01 WS-INSERT-IX PIC 9(03) COMP VALUE 0.
       01 WS-FOUND-IX  PIC 9(03) COMP VALUE 0.
       01 WS-GAP-SWITCH PIC X(1).
           88 GAP-FOUND VALUE 'Y'.

       01 WS-MAINT-USER PIC X(8).
       01 WS-TICKET     PIC X(8).
       01 WS-TODAY      PIC 9(08).
       01 WS-ACTION PIC X(1).
           88 ACTION-LIST   VALUE 'L'.
           88 ACTION-ADD    VALUE 'A'.
           88 ACTION-CHANGE VALUE 'C'.
           88 ACTION-DELETE VALUE 'D'.
           88 ACTION-SAVE   VALUE 'S'.
           88 ACTION-END    VALUE 'X', ' '.
       01 WS-SESSION-SWITCH PIC X(1) VALUE 'N'.
           88 SESSION-DONE VALUE 'Y'.
       01 WS-PENDING-SWITCH PIC X(1) VALUE 'N'.
           88 CHANGES-PENDING VALUE 'Y'.
       01 WS-CONFIRM PIC X(1).

      * Changes made this session, written to FILEAUTH.HST once the
      * table they belong to has been saved. Discarded changes are
      * never logged.
       01 WS-CHANGE-LOG.
           05 WS-CHANGE-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-CHANGE-ENTRY OCCURS 500 TIMES.
               10 WS-CL-ACTION    PIC X(1).
               10 WS-CL-PATTERN   PIC X(44).
               10 WS-CL-PGM       PIC X(11).
               10 WS-CL-USER      PIC X(8).
               10 WS-CL-OLD-MODES PIC X(5).
               10 WS-CL-NEW-MODES PIC X(5).
       01 WS-CHANGE-IX PIC 9(03) COMP VALUE 0.
       01 WS-LOG-ACTION    PIC X(1).
       01 WS-LOG-OLD-MODES PIC X(5).
       01 WS-LOG-NEW-MODES PIC X(5).

       01 WS-NEW-GRANT.
           05 WS-NEW-PATTERN PIC X(44).
           05 WS-NEW-PGM     PIC X(11).
           05 WS-NEW-USER    PIC X(8).
       01 WS-NEW-MODES   PIC X(5).
       01 WS-MODES-IN    PIC X(5).
       01 WS-MODE-TALLY  PIC 9(02) COMP VALUE 0.
       01 WS-MODE-SWITCH PIC X(1).
           88 MODES-VALID VALUE 'Y'.
       01 WS-LIST-FILTER PIC X(44).
       01 WS-FILTER-LEN  PIC 9(02) COMP VALUE 0.
       01 WS-LIST-TOTAL  PIC 9(03) VALUE 0.
       01 WS-LINE-X      PIC X(3).
       01 WS-LINE-NO     PIC 9(03) VALUE 0.

       01 WS-LIST-LINE.
           05 WS-LL-NUMBER  PIC ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-LL-PATTERN PIC X(30).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-LL-PGM     PIC X(11).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-LL-USER    PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-LL-MODES   PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-LL-TICKET  PIC X(8).

       PROCEDURE DIVISION.

       MAIN SECTION.

           DISPLAY 'AUTHMAINT - FILE ACCESS TABLE MAINTENANCE'
           PERFORM LOAD-GRANTS
           IF LOAD-FAILED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-GRANT-COUNT = 0
               DISPLAY 'AUTHMAINT: TABLE IS EMPTY - NO OPEN IS '
                   'RESTRICTED UNTIL A GRANT IS SAVED'
           ELSE
               DISPLAY 'AUTHMAINT: GRANTS ON FILE ' WS-GRANT-COUNT
           END-IF

           PERFORM GET-LOGON-USER-ID
           IF WS-MAINT-USER = SPACES
               GOBACK
           END-IF
           MOVE SPACES TO WS-TICKET
           PERFORM ACCEPT-ONE-TICKET UNTIL WS-TICKET NOT = SPACES
           PERFORM GET-BUSINESS-DATE

           PERFORM PROCESS-ONE-ACTION UNTIL SESSION-DONE

           GOBACK.

      * Grants are stamped with the logon id of the user making them.
       GET-LOGON-USER-ID SECTION.

           MOVE SPACES TO WS-MAINT-USER
           ACCEPT WS-MAINT-USER FROM ENVIRONMENT 'USER'
           IF WS-MAINT-USER = SPACES
               DISPLAY 'AUTHMAINT: NO LOGON USER ID, ENDING'
           END-IF

           EXIT.

       GET-BUSINESS-DATE SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-TODAY

           EXIT.

       ACCEPT-ONE-TICKET SECTION.

           DISPLAY 'ENTER CHANGE TICKET (REQUIRED):'
           ACCEPT WS-TICKET

           EXIT.

       LOAD-GRANTS SECTION.

           MOVE 0 TO WS-GRANT-COUNT
           PERFORM GET-TABLE-STAMP
           MOVE WS-TABLE-STAMP TO WS-LOADED-STAMP
      * Only a missing table starts empty. A table that cannot be
      * read is not replaced, since saving would lose every grant.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS = "35"
               GO TO LOAD-GRANTS-EXIT
           END-IF
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY 'AUTHMAINT: CANNOT READ FILEAUTH, STATUS '
                   WS-AUTH-STATUS ' - ENDING'
               SET LOAD-FAILED TO TRUE
               GO TO LOAD-GRANTS-EXIT
           END-IF
           MOVE 'N' TO WS-AUTH-EOF-SWITCH
           PERFORM LOAD-ONE-GRANT UNTIL AUTH-EOF
           CLOSE AUTH-FILE.

       LOAD-GRANTS-EXIT.

           EXIT.

       LOAD-ONE-GRANT SECTION.

           READ AUTH-FILE
               AT END
                   SET AUTH-EOF TO TRUE
           END-READ
           IF AUTH-EOF OR AU-FILE-PATTERN = SPACES
               GO TO LOAD-ONE-GRANT-EXIT
           END-IF
           IF WS-GRANT-COUNT >= 500
               DISPLAY 'AUTHMAINT: TABLE OVER 500 ENTRIES - '
                   'REST NOT LOADED, SAVE NOT ALLOWED'
               SET LOAD-TRUNCATED TO TRUE
               SET AUTH-EOF TO TRUE
               GO TO LOAD-ONE-GRANT-EXIT
           END-IF

           ADD 1 TO WS-GRANT-COUNT
           MOVE AU-FILE-PATTERN TO WS-GR-PATTERN(WS-GRANT-COUNT)
           MOVE AU-PGM TO WS-GR-PGM(WS-GRANT-COUNT)
           IF AU-PGM = SPACES
               MOVE '*' TO WS-GR-PGM(WS-GRANT-COUNT)
           END-IF
           MOVE AU-USER TO WS-GR-USER(WS-GRANT-COUNT)
           MOVE AU-MODES TO WS-GR-MODES(WS-GRANT-COUNT)
           MOVE AU-TICKET TO WS-GR-TICKET(WS-GRANT-COUNT)
           MOVE AU-GRANTED-BY TO WS-GR-BY(WS-GRANT-COUNT)
           MOVE AU-GRANT-DATE TO WS-GR-DATE(WS-GRANT-COUNT).

       LOAD-ONE-GRANT-EXIT.

           EXIT.

       PROCESS-ONE-ACTION SECTION.

           DISPLAY 'ACTION? L=LIST A=ADD C=CHANGE MODES D=DELETE '
               'S=SAVE X=END:'
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION

           EVALUATE TRUE
               WHEN ACTION-LIST
                   PERFORM LIST-GRANTS
               WHEN (ACTION-ADD OR ACTION-CHANGE OR ACTION-DELETE)
                       AND WS-CHANGE-COUNT >= 500
                   DISPLAY 'AUTHMAINT: 500 CHANGES PENDING - SAVE '
                       'BEFORE MAKING MORE'
               WHEN ACTION-ADD
                   PERFORM ADD-GRANT
               WHEN ACTION-CHANGE
                   PERFORM CHANGE-GRANT
               WHEN ACTION-DELETE
                   PERFORM DELETE-GRANT
               WHEN ACTION-SAVE
                   PERFORM SAVE-GRANTS
               WHEN ACTION-END
                   PERFORM END-SESSION
               WHEN OTHER
                   DISPLAY 'AUTHMAINT: UNKNOWN ACTION'
           END-EVALUATE

           EXIT.

       END-SESSION SECTION.

           SET SESSION-DONE TO TRUE
           IF NOT CHANGES-PENDING
               GO TO END-SESSION-EXIT
           END-IF

           DISPLAY 'UNSAVED CHANGES - SAVE THEM? Y/N:'
           MOVE 'N' TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y'
               PERFORM SAVE-GRANTS
           ELSE
               DISPLAY 'AUTHMAINT: CHANGES DISCARDED'
           END-IF.

       END-SESSION-EXIT.

           EXIT.

      * Line numbers shown here are the ones C and D ask for.
       LIST-GRANTS SECTION.

           DISPLAY 'FILE NAME OR PREFIX TO LIST (BLANK FOR ALL):'
           MOVE SPACES TO WS-LIST-FILTER
           ACCEPT WS-LIST-FILTER
           MOVE 44 TO WS-FILTER-LEN
           PERFORM TRIM-LIST-FILTER
               UNTIL WS-FILTER-LEN = 0
                   OR WS-LIST-FILTER(WS-FILTER-LEN:1) NOT = SPACE

           DISPLAY 'LN  FILE                           PROGRAM     '
               'USER     RWAUS TICKET'
           MOVE 0 TO WS-LIST-TOTAL
           PERFORM LIST-ONE-GRANT
               VARYING WS-GRANT-IX FROM 1 BY 1
               UNTIL WS-GRANT-IX > WS-GRANT-COUNT
           DISPLAY 'AUTHMAINT: GRANTS LISTED ' WS-LIST-TOTAL

           EXIT.

       TRIM-LIST-FILTER SECTION.

           SUBTRACT 1 FROM WS-FILTER-LEN

           EXIT.

       LIST-ONE-GRANT SECTION.

           IF WS-FILTER-LEN > 0
               IF WS-GR-PATTERN(WS-GRANT-IX)(1:WS-FILTER-LEN) NOT =
                       WS-LIST-FILTER(1:WS-FILTER-LEN)
                   GO TO LIST-ONE-GRANT-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-LIST-TOTAL
           MOVE WS-GRANT-IX TO WS-LL-NUMBER
           MOVE WS-GR-PATTERN(WS-GRANT-IX) TO WS-LL-PATTERN
           MOVE WS-GR-PGM(WS-GRANT-IX) TO WS-LL-PGM
           MOVE WS-GR-USER(WS-GRANT-IX) TO WS-LL-USER
           MOVE WS-GR-MODES(WS-GRANT-IX) TO WS-LL-MODES
           MOVE WS-GR-TICKET(WS-GRANT-IX) TO WS-LL-TICKET
           DISPLAY WS-LIST-LINE
           IF WS-GR-PATTERN(WS-GRANT-IX)(31:14) NOT = SPACES
               DISPLAY '    ...' WS-GR-PATTERN(WS-GRANT-IX)(31:14)
           END-IF.

       LIST-ONE-GRANT-EXIT.

           EXIT.

       ADD-GRANT SECTION.

           IF WS-GRANT-COUNT >= 500
               DISPLAY 'AUTHMAINT: TABLE IS FULL'
               GO TO ADD-GRANT-EXIT
           END-IF

           DISPLAY 'FILE NAME, OR PREFIX ENDING IN * (* FOR ALL):'
           MOVE SPACES TO WS-NEW-PATTERN
           ACCEPT WS-NEW-PATTERN
           IF WS-NEW-PATTERN = SPACES
               GO TO ADD-GRANT-EXIT
           END-IF
           DISPLAY 'PROGRAM NAME (BLANK OR * FOR ANY PROGRAM):'
           MOVE SPACES TO WS-NEW-PGM
           ACCEPT WS-NEW-PGM
           IF WS-NEW-PGM = SPACES
               MOVE '*' TO WS-NEW-PGM
           END-IF
           DISPLAY 'USER ID (BLANK FOR ANY USER OR BATCH):'
           MOVE SPACES TO WS-NEW-USER
           ACCEPT WS-NEW-USER

           PERFORM FIND-GRANT
           IF WS-FOUND-IX > 0
               DISPLAY 'AUTHMAINT: GRANT ALREADY ON LINE ' WS-FOUND-IX
                   ' - USE C TO CHANGE ITS MODES'
               GO TO ADD-GRANT-EXIT
           END-IF

           PERFORM ACCEPT-MODES
           IF NOT MODES-VALID
               GO TO ADD-GRANT-EXIT
           END-IF

      * Open a gap at the sorted position and drop the grant into it.
           MOVE WS-GRANT-COUNT TO WS-GRANT-IX
           MOVE 'N' TO WS-GAP-SWITCH
           PERFORM SHIFT-GRANT-DOWN UNTIL GAP-FOUND
           ADD 1 TO WS-GRANT-IX GIVING WS-INSERT-IX
           ADD 1 TO WS-GRANT-COUNT

           MOVE WS-NEW-PATTERN TO WS-GR-PATTERN(WS-INSERT-IX)
           MOVE WS-NEW-PGM TO WS-GR-PGM(WS-INSERT-IX)
           MOVE WS-NEW-USER TO WS-GR-USER(WS-INSERT-IX)
           MOVE WS-NEW-MODES TO WS-GR-MODES(WS-INSERT-IX)
           PERFORM STAMP-GRANT
           MOVE 'A' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-OLD-MODES
           MOVE WS-NEW-MODES TO WS-LOG-NEW-MODES
           PERFORM LOG-GRANT-CHANGE
           SET CHANGES-PENDING TO TRUE
           DISPLAY 'AUTHMAINT: GRANT ADDED AS LINE ' WS-INSERT-IX.

       ADD-GRANT-EXIT.

           EXIT.

       SHIFT-GRANT-DOWN SECTION.

           IF WS-GRANT-IX = 0
               SET GAP-FOUND TO TRUE
               GO TO SHIFT-GRANT-DOWN-EXIT
           END-IF
           IF WS-GRANT-ENTRY(WS-GRANT-IX)(1:63) NOT > WS-NEW-GRANT
               SET GAP-FOUND TO TRUE
               GO TO SHIFT-GRANT-DOWN-EXIT
           END-IF

           MOVE WS-GRANT-ENTRY(WS-GRANT-IX) TO
               WS-GRANT-ENTRY(WS-GRANT-IX + 1)
           SUBTRACT 1 FROM WS-GRANT-IX.

       SHIFT-GRANT-DOWN-EXIT.

           EXIT.

       FIND-GRANT SECTION.

           MOVE 0 TO WS-FOUND-IX
           PERFORM MATCH-ONE-GRANT
               VARYING WS-GRANT-IX FROM 1 BY 1
               UNTIL WS-GRANT-IX > WS-GRANT-COUNT OR WS-FOUND-IX > 0

           EXIT.

       MATCH-ONE-GRANT SECTION.

           IF WS-GR-PATTERN(WS-GRANT-IX) = WS-NEW-PATTERN
                   AND WS-GR-PGM(WS-GRANT-IX) = WS-NEW-PGM
                   AND WS-GR-USER(WS-GRANT-IX) = WS-NEW-USER
               MOVE WS-GRANT-IX TO WS-FOUND-IX
           END-IF

           EXIT.

      * Modes may be keyed in any order; they are stored in fixed
      * positions R W A U S so the table reads the same way for
      * every grant.
       ACCEPT-MODES SECTION.

           MOVE 'N' TO WS-MODE-SWITCH
           DISPLAY 'MODES GRANTED, ANY OF R W A U S:'
           MOVE SPACES TO WS-MODES-IN
           ACCEPT WS-MODES-IN
           IF WS-MODES-IN = SPACES
               DISPLAY 'AUTHMAINT: AT LEAST ONE MODE IS REQUIRED'
               GO TO ACCEPT-MODES-EXIT
           END-IF

           MOVE 0 TO WS-MODE-TALLY
           INSPECT WS-MODES-IN TALLYING WS-MODE-TALLY
               FOR ALL 'R' ALL 'W' ALL 'A' ALL 'U' ALL 'S' ALL ' '
           IF WS-MODE-TALLY NOT = 5
               DISPLAY 'AUTHMAINT: MODES MUST BE R W A U OR S'
               GO TO ACCEPT-MODES-EXIT
           END-IF

           MOVE SPACES TO WS-NEW-MODES
           MOVE 0 TO WS-MODE-TALLY
           INSPECT WS-MODES-IN TALLYING WS-MODE-TALLY FOR ALL 'R'
           IF WS-MODE-TALLY > 0
               MOVE 'R' TO WS-NEW-MODES(1:1)
           END-IF
           MOVE 0 TO WS-MODE-TALLY
           INSPECT WS-MODES-IN TALLYING WS-MODE-TALLY FOR ALL 'W'
           IF WS-MODE-TALLY > 0
               MOVE 'W' TO WS-NEW-MODES(2:1)
           END-IF
           MOVE 0 TO WS-MODE-TALLY
           INSPECT WS-MODES-IN TALLYING WS-MODE-TALLY FOR ALL 'A'
           IF WS-MODE-TALLY > 0
               MOVE 'A' TO WS-NEW-MODES(3:1)
           END-IF
           MOVE 0 TO WS-MODE-TALLY
           INSPECT WS-MODES-IN TALLYING WS-MODE-TALLY FOR ALL 'U'
           IF WS-MODE-TALLY > 0
               MOVE 'U' TO WS-NEW-MODES(4:1)
           END-IF
           MOVE 0 TO WS-MODE-TALLY
           INSPECT WS-MODES-IN TALLYING WS-MODE-TALLY FOR ALL 'S'
           IF WS-MODE-TALLY > 0
               MOVE 'S' TO WS-NEW-MODES(5:1)
           END-IF
           SET MODES-VALID TO TRUE.

       ACCEPT-MODES-EXIT.

           EXIT.

       STAMP-GRANT SECTION.

           MOVE WS-TICKET TO WS-GR-TICKET(WS-INSERT-IX)
           MOVE WS-MAINT-USER TO WS-GR-BY(WS-INSERT-IX)
           MOVE WS-TODAY TO WS-GR-DATE(WS-INSERT-IX)

           EXIT.

       ACCEPT-LINE-NUMBER SECTION.

           MOVE 0 TO WS-LINE-NO
           DISPLAY 'LINE NUMBER (FROM L):'
           MOVE SPACES TO WS-LINE-X
           ACCEPT WS-LINE-X
           IF WS-LINE-X(3:1) = SPACE
               IF WS-LINE-X(2:1) = SPACE
                   MOVE WS-LINE-X(1:1) TO WS-LINE-X(3:1)
                   MOVE '00' TO WS-LINE-X(1:2)
               ELSE
                   MOVE WS-LINE-X(2:1) TO WS-LINE-X(3:1)
                   MOVE WS-LINE-X(1:1) TO WS-LINE-X(2:1)
                   MOVE '0' TO WS-LINE-X(1:1)
               END-IF
           END-IF
           IF WS-LINE-X NUMERIC
               MOVE WS-LINE-X TO WS-LINE-NO
           END-IF
           IF WS-LINE-NO < 1 OR WS-LINE-NO > WS-GRANT-COUNT
               DISPLAY 'AUTHMAINT: NO SUCH LINE'
               MOVE 0 TO WS-LINE-NO
           END-IF

           EXIT.

       CHANGE-GRANT SECTION.

           PERFORM ACCEPT-LINE-NUMBER
           IF WS-LINE-NO = 0
               GO TO CHANGE-GRANT-EXIT
           END-IF

           DISPLAY 'FILE    : ' WS-GR-PATTERN(WS-LINE-NO)
           DISPLAY 'PROGRAM : ' WS-GR-PGM(WS-LINE-NO)
               '  USER: ' WS-GR-USER(WS-LINE-NO)
               '  MODES NOW: ' WS-GR-MODES(WS-LINE-NO)
           PERFORM ACCEPT-MODES
           IF NOT MODES-VALID
               GO TO CHANGE-GRANT-EXIT
           END-IF

           MOVE WS-LINE-NO TO WS-INSERT-IX
           MOVE 'C' TO WS-LOG-ACTION
           MOVE WS-GR-MODES(WS-LINE-NO) TO WS-LOG-OLD-MODES
           MOVE WS-NEW-MODES TO WS-LOG-NEW-MODES
           PERFORM LOG-GRANT-CHANGE
           MOVE WS-NEW-MODES TO WS-GR-MODES(WS-LINE-NO)
           PERFORM STAMP-GRANT
           SET CHANGES-PENDING TO TRUE
           DISPLAY 'AUTHMAINT: MODES NOW ' WS-GR-MODES(WS-LINE-NO).

       CHANGE-GRANT-EXIT.

           EXIT.

       DELETE-GRANT SECTION.

           PERFORM ACCEPT-LINE-NUMBER
           IF WS-LINE-NO = 0
               GO TO DELETE-GRANT-EXIT
           END-IF

           DISPLAY 'FILE    : ' WS-GR-PATTERN(WS-LINE-NO)
           DISPLAY 'PROGRAM : ' WS-GR-PGM(WS-LINE-NO)
               '  USER: ' WS-GR-USER(WS-LINE-NO)
               '  MODES: ' WS-GR-MODES(WS-LINE-NO)
           DISPLAY 'DELETE THIS GRANT? Y/N:'
           MOVE 'N' TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               GO TO DELETE-GRANT-EXIT
           END-IF

           MOVE WS-LINE-NO TO WS-INSERT-IX
           MOVE 'D' TO WS-LOG-ACTION
           MOVE WS-GR-MODES(WS-LINE-NO) TO WS-LOG-OLD-MODES
           MOVE SPACES TO WS-LOG-NEW-MODES
           PERFORM LOG-GRANT-CHANGE
           PERFORM SHIFT-GRANT-UP
               VARYING WS-GRANT-IX FROM WS-LINE-NO BY 1
               UNTIL WS-GRANT-IX >= WS-GRANT-COUNT
           SUBTRACT 1 FROM WS-GRANT-COUNT
           SET CHANGES-PENDING TO TRUE
           DISPLAY 'AUTHMAINT: GRANT DELETED'.

       DELETE-GRANT-EXIT.

           EXIT.

       SHIFT-GRANT-UP SECTION.

           MOVE WS-GRANT-ENTRY(WS-GRANT-IX + 1) TO
               WS-GRANT-ENTRY(WS-GRANT-IX)

           EXIT.

      * Notes one add, change or delete against the grant on line
      * WS-INSERT-IX, as it stood before the change.
       LOG-GRANT-CHANGE SECTION.

           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-LOG-ACTION TO WS-CL-ACTION(WS-CHANGE-COUNT)
           MOVE WS-GR-PATTERN(WS-INSERT-IX) TO
               WS-CL-PATTERN(WS-CHANGE-COUNT)
           MOVE WS-GR-PGM(WS-INSERT-IX) TO WS-CL-PGM(WS-CHANGE-COUNT)
           MOVE WS-GR-USER(WS-INSERT-IX) TO
               WS-CL-USER(WS-CHANGE-COUNT)
           MOVE WS-LOG-OLD-MODES TO WS-CL-OLD-MODES(WS-CHANGE-COUNT)
           MOVE WS-LOG-NEW-MODES TO WS-CL-NEW-MODES(WS-CHANGE-COUNT)

           EXIT.

      * The table is replaced as a whole. It is written to
      * FILEAUTH.NEW first and only renamed over FILEAUTH once every
      * grant is written, so a failed save leaves the old table in
      * force and FILEAUTH is never missing or short. Running jobs
      * keep the table they read at their first OPEN; the next job
      * sees this one.
       SAVE-GRANTS SECTION.

           IF LOAD-TRUNCATED
               DISPLAY 'AUTHMAINT: TABLE WAS NOT LOADED IN FULL - '
                   'NOT SAVED, FILEAUTH UNCHANGED'
               GO TO SAVE-GRANTS-EXIT
           END-IF

           PERFORM GET-TABLE-STAMP
           IF WS-TABLE-STAMP NOT = WS-LOADED-STAMP
               DISPLAY 'AUTHMAINT: FILEAUTH HAS BEEN CHANGED SINCE IT '
                   'WAS LOADED - NOT SAVED'
               DISPLAY 'AUTHMAINT: END THIS SESSION AND KEY THE '
                   'CHANGES AGAIN ON THE CURRENT TABLE'
               GO TO SAVE-GRANTS-EXIT
           END-IF

           MOVE 'N' TO WS-SAVE-SWITCH
           OPEN OUTPUT AUTH-NEW-FILE
           IF WS-AUTH-NEW-STATUS NOT = "00"
               DISPLAY 'AUTHMAINT: CANNOT WRITE FILEAUTH.NEW, STATUS '
                   WS-AUTH-NEW-STATUS
               DISPLAY 'AUTHMAINT: TABLE NOT SAVED - FILEAUTH UNCHANGED'
               GO TO SAVE-GRANTS-EXIT
           END-IF

           PERFORM SAVE-ONE-GRANT
               VARYING WS-GRANT-IX FROM 1 BY 1
               UNTIL WS-GRANT-IX > WS-GRANT-COUNT OR SAVE-FAILED
           CLOSE AUTH-NEW-FILE
           IF WS-AUTH-NEW-STATUS NOT = "00"
               DISPLAY 'AUTHMAINT: FILEAUTH.NEW CLOSE FAILED, STATUS '
                   WS-AUTH-NEW-STATUS
               SET SAVE-FAILED TO TRUE
           END-IF
           IF SAVE-FAILED
               MOVE 'FILEAUTH.NEW' TO WS-OLD-NAME
               CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                   RETURNING WS-FILE-RC
               DISPLAY 'AUTHMAINT: TABLE NOT SAVED - FILEAUTH UNCHANGED'
               GO TO SAVE-GRANTS-EXIT
           END-IF

           MOVE 'FILEAUTH.NEW' TO WS-OLD-NAME
           MOVE 'FILEAUTH' TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-FILE-RC
           IF WS-FILE-RC NOT = 0
               DISPLAY 'AUTHMAINT: CANNOT REPLACE FILEAUTH, RC '
                   WS-FILE-RC
               DISPLAY 'AUTHMAINT: TABLE NOT SAVED - NEW TABLE LEFT '
                   'IN FILEAUTH.NEW'
               GO TO SAVE-GRANTS-EXIT
           END-IF

           PERFORM GET-TABLE-STAMP
           MOVE WS-TABLE-STAMP TO WS-LOADED-STAMP
           MOVE 'N' TO WS-PENDING-SWITCH
           DISPLAY 'AUTHMAINT: TABLE SAVED, GRANTS ' WS-GRANT-COUNT
           PERFORM WRITE-CHANGE-HISTORY.

       SAVE-GRANTS-EXIT.

           EXIT.

      * Size and last-written date and time of FILEAUTH, or absent.
       GET-TABLE-STAMP SECTION.

           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE 'FILEAUTH' TO WS-CHK-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILE-NAME
                   WS-CHK-DETAILS
               RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE 'Y' TO WS-TS-PRESENT
               MOVE WS-CHK-DETAILS TO WS-TS-DETAILS
           ELSE
               MOVE 'N' TO WS-TS-PRESENT
               MOVE LOW-VALUES TO WS-TS-DETAILS
           END-IF

           EXIT.

       SAVE-ONE-GRANT SECTION.

           MOVE WS-GR-PATTERN(WS-GRANT-IX) TO WS-SV-PATTERN
           MOVE WS-GR-PGM(WS-GRANT-IX) TO WS-SV-PGM
           MOVE WS-GR-USER(WS-GRANT-IX) TO WS-SV-USER
           MOVE WS-GR-MODES(WS-GRANT-IX) TO WS-SV-MODES
           MOVE WS-GR-TICKET(WS-GRANT-IX) TO WS-SV-TICKET
           MOVE WS-GR-BY(WS-GRANT-IX) TO WS-SV-BY
           MOVE WS-GR-DATE(WS-GRANT-IX) TO WS-SV-DATE
           WRITE AUTH-NEW-RECORD FROM WS-SAVE-RECORD
           IF WS-AUTH-NEW-STATUS NOT = "00"
               DISPLAY 'AUTHMAINT: FILEAUTH.NEW WRITE FAILED, STATUS '
                   WS-AUTH-NEW-STATUS
               SET SAVE-FAILED TO TRUE
           END-IF

           EXIT.

      * Each saved change is kept in FILEAUTH.HST with the grant as
      * it was before and after, who made it and under which ticket.
      * The table is already saved by now, so a history failure is
      * reported but does not undo it.
       WRITE-CHANGE-HISTORY SECTION.

           IF WS-CHANGE-COUNT = 0
               GO TO WRITE-CHANGE-HISTORY-EXIT
           END-IF

           OPEN EXTEND AUTH-HISTORY-FILE
           IF WS-AUTH-HST-STATUS = "35"
               OPEN OUTPUT AUTH-HISTORY-FILE
           END-IF
           IF WS-AUTH-HST-STATUS NOT = "00"
               DISPLAY 'AUTHMAINT: CANNOT OPEN FILEAUTH.HST, STATUS '
                   WS-AUTH-HST-STATUS ' - CHANGES NOT LOGGED'
               MOVE 0 TO WS-CHANGE-COUNT
               GO TO WRITE-CHANGE-HISTORY-EXIT
           END-IF

           MOVE 'N' TO WS-SAVE-SWITCH
           PERFORM WRITE-ONE-CHANGE
               VARYING WS-CHANGE-IX FROM 1 BY 1
               UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT OR SAVE-FAILED
           CLOSE AUTH-HISTORY-FILE
           MOVE 0 TO WS-CHANGE-COUNT.

       WRITE-CHANGE-HISTORY-EXIT.

           EXIT.

       WRITE-ONE-CHANGE SECTION.

           MOVE SPACES TO AUTH-HISTORY-RECORD
           MOVE WS-TODAY TO AH-DATE
           ACCEPT AH-TIME FROM TIME
           MOVE WS-MAINT-USER TO AH-BY
           MOVE WS-TICKET TO AH-TICKET
           MOVE WS-CL-ACTION(WS-CHANGE-IX) TO AH-ACTION
           MOVE WS-CL-PATTERN(WS-CHANGE-IX) TO AH-PATTERN
           MOVE WS-CL-PGM(WS-CHANGE-IX) TO AH-PGM
           MOVE WS-CL-USER(WS-CHANGE-IX) TO AH-USER
           MOVE WS-CL-OLD-MODES(WS-CHANGE-IX) TO AH-OLD-MODES
           MOVE WS-CL-NEW-MODES(WS-CHANGE-IX) TO AH-NEW-MODES
           WRITE AUTH-HISTORY-RECORD
           IF WS-AUTH-HST-STATUS NOT = "00"
               DISPLAY 'AUTHMAINT: FILEAUTH.HST WRITE FAILED, STATUS '
                   WS-AUTH-HST-STATUS ' - CHANGES NOT ALL LOGGED'
               SET SAVE-FAILED TO TRUE
           END-IF

           EXIT.
