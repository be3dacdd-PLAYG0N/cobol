       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEINQ.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".

       01 WS-MASTER-FILENAME PIC X(200).
       01 WS-INQ-USER        PIC X(8).
       01 WS-ALT-KEYS        PIC 9(01) VALUE 0.
       01 WS-ALT-KEYS-X      PIC X(01).
       01 WS-INQ-KEY         PIC X(20).
       01 WS-INQ-ALT-KEY     PIC X(12).
       01 WS-INQ-ACTION      PIC X(1).
           88 INQ-BY-KEY     VALUE 'K'.
           88 INQ-BY-ALT-1   VALUE '1'.
           88 INQ-BY-ALT-2   VALUE '2'.
           88 INQ-BROWSE     VALUE 'B'.
           88 INQ-EXIT       VALUE 'X', ' '.
       01 WS-SESSION-SWITCH PIC X(1) VALUE 'N'.
           88 SESSION-DONE VALUE 'Y'.
       01 WS-DICT-FILENAME  PIC X(200).
       01 WS-LAYOUT-NAME    PIC X(08).
       01 WS-LAYOUT-VERSION PIC X(08).
       01 WS-DICT-SWITCH PIC X(1) VALUE 'N'.
           88 DICT-IN-USE VALUE 'Y'.

       COPY "LAYOUTDICT.cpy".
       01 WS-WORK-RECORD PIC X(500).
       01 WS-SEG-IX      PIC 9(03) COMP VALUE 0.
       01 WS-SHOW-IX     PIC 9(03) COMP VALUE 0.
       01 WS-SHOW-OFFSET PIC 9(04) COMP VALUE 0.
       01 WS-SHOW-LEN    PIC 9(03) COMP VALUE 0.
       01 WS-INQUIRY-COUNT PIC 9(05) VALUE 0.

      * Browse state. A page is re-positioned from its saved start
      * every time it is shown, so paging back and looking at one
      * record in detail never depends on where the last read left
      * the file. On an alternate key, where duplicates are allowed,
      * the start key is the alternate value plus the primary key of
      * the first record on the page.
       01 WS-BROWSE-KOR    PIC 9(01) VALUE 0.
       01 WS-BROWSE-KOR-X  PIC X(01).
       01 WS-BROWSE-PREFIX PIC X(20).
       01 WS-BROWSE-LEN    PIC 9(02) VALUE 0.
       01 WS-BROWSE-MAX    PIC 9(02) VALUE 0.
       01 WS-PAGE-SIZE     PIC 9(02) VALUE 10.
       01 WS-PAGE-NO       PIC 9(03) VALUE 0.
       01 WS-PAGE-TABLE.
           05 WS-PAGE-START OCCURS 99 TIMES.
               10 WS-PAGE-START-KEY PIC X(20).
               10 WS-PAGE-START-ALT PIC X(12).
       01 WS-LIST-TABLE.
           05 WS-LIST-COUNT PIC 9(02) VALUE 0.
           05 WS-LIST-KEY PIC X(20) OCCURS 10 TIMES.
       01 WS-LIST-PICK     PIC 9(02) VALUE 0.
       01 WS-LIST-PICK-X   PIC X(02).
       01 WS-LIST-LINE.
           05 WS-LL-NUMBER PIC Z9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-LL-KEY    PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-LL-ALT    PIC X(12).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-LL-DATA   PIC X(40).
       01 WS-BROWSE-ACTION PIC X(1).
           88 BROWSE-FORWARD VALUE 'F'.
           88 BROWSE-BACK    VALUE 'B'.
           88 BROWSE-SELECT  VALUE 'S'.
           88 BROWSE-END     VALUE 'X', ' '.
       01 WS-BROWSE-DONE-SWITCH PIC X(1).
           88 BROWSE-DONE VALUE 'Y'.
       01 WS-RANGE-END-SWITCH PIC X(1).
           88 RANGE-ENDED VALUE 'Y'.
       01 WS-MORE-SWITCH PIC X(1).
           88 MORE-PAGES VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN SECTION.

           DISPLAY 'FILEINQ - MASTER RECORD INQUIRY (READ ONLY)'
           DISPLAY 'ENTER MASTER FILE NAME:'
           ACCEPT WS-MASTER-FILENAME
           IF WS-MASTER-FILENAME = SPACES
               DISPLAY 'FILEINQ: NO FILE NAMED, ENDING'
               GOBACK
           END-IF

           PERFORM GET-LOGON-USER-ID
           IF WS-INQ-USER = SPACES
               GOBACK
           END-IF
           PERFORM ACCEPT-ALT-KEY-COUNT
           PERFORM OFFER-LAYOUT-DICTIONARY

           PERFORM OPEN-MASTER-READ
           IF NOT FILENAME-OPENED
               DISPLAY 'FILEINQ: OPEN FAILED - ' SHOP-RETURN-MESSAGE
               GOBACK
           END-IF

           PERFORM PROCESS-ONE-INQUIRY UNTIL SESSION-DONE

           PERFORM CLOSE-MASTER
           DISPLAY 'FILEINQ: RECORDS SHOWN ' WS-INQUIRY-COUNT

           GOBACK.

      * Every call made for the session carries the logon user id, so
      * the audit trail shows who looked at which record and the
      * access table is checked for that user.
       GET-LOGON-USER-ID SECTION.

           MOVE SPACES TO WS-INQ-USER
           ACCEPT WS-INQ-USER FROM ENVIRONMENT 'USER'
           IF WS-INQ-USER = SPACES
               DISPLAY 'FILEINQ: NO LOGON USER ID, ENDING'
           END-IF

           EXIT.

       ACCEPT-ALT-KEY-COUNT SECTION.

           DISPLAY 'ALTERNATE KEYS ON THE FILE (0, 1 OR 2):'
           MOVE '0' TO WS-ALT-KEYS-X
           ACCEPT WS-ALT-KEYS-X
           IF WS-ALT-KEYS-X = '1' OR WS-ALT-KEYS-X = '2'
               MOVE WS-ALT-KEYS-X TO WS-ALT-KEYS
           ELSE
               MOVE 0 TO WS-ALT-KEYS
           END-IF

           EXIT.

      * With a layout dictionary loaded a record is shown by field
      * name; without one it is shown as raw data segments.
       OFFER-LAYOUT-DICTIONARY SECTION.

           DISPLAY 'LAYOUT DICTIONARY FILE (BLANK FOR RAW DATA):'
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
               DISPLAY 'FILEINQ: LAYOUT NOT IN DICTIONARY - '
                   'SHOWING RAW DATA'
           ELSE
               SET DICT-IN-USE TO TRUE
               DISPLAY 'FILEINQ: LAYOUT LOADED, FIELDS '
                   LD-FIELD-COUNT
           END-IF.

       OFFER-LAYOUT-DICTIONARY-EXIT.

           EXIT.

      * READ-MODE takes no lock, so the batch is never held up by
      * someone looking at the master.
       OPEN-MASTER-READ SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'FILEINQ' TO PGM-NAME OF FILEHANDLER
           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-INQ-USER TO USER-ID OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-ALT-KEYS TO ALT-KEY-COUNT OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET READ-MODE TO TRUE
           SET FO-INDEXED TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       PROCESS-ONE-INQUIRY SECTION.

           DISPLAY 'INQUIRY? K=KEY 1=ALT KEY 1 2=ALT KEY 2 '
               'B=BROWSE X=END:'
           MOVE SPACES TO WS-INQ-ACTION
           ACCEPT WS-INQ-ACTION

           EVALUATE TRUE
               WHEN INQ-BY-KEY
                   PERFORM LOOKUP-BY-KEY
               WHEN INQ-BY-ALT-1 OR INQ-BY-ALT-2
                   PERFORM LOOKUP-BY-ALT-KEY
               WHEN INQ-BROWSE
                   PERFORM BROWSE-KEY-RANGE
               WHEN INQ-EXIT
                   SET SESSION-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'FILEINQ: UNKNOWN CHOICE'
           END-EVALUATE

           EXIT.

       LOOKUP-BY-KEY SECTION.

           DISPLAY 'ENTER 20-BYTE RECORD KEY:'
           MOVE SPACES TO WS-INQ-KEY
           ACCEPT WS-INQ-KEY
           IF WS-INQ-KEY = SPACES
               GO TO LOOKUP-BY-KEY-EXIT
           END-IF

           PERFORM READ-BY-PRIMARY-KEY
           IF FILENAME-INVALID
               DISPLAY 'FILEINQ: NO RECORD FOR THAT KEY'
           ELSE
               PERFORM DISPLAY-RECORD-DETAIL
           END-IF.

       LOOKUP-BY-KEY-EXIT.

           EXIT.

      * Alternate keys allow duplicates; the read returns the first
      * record carrying the value, and a browse on the same key lists
      * the rest.
       LOOKUP-BY-ALT-KEY SECTION.

           MOVE WS-INQ-ACTION TO WS-BROWSE-KOR
           IF WS-BROWSE-KOR > WS-ALT-KEYS
               DISPLAY 'FILEINQ: FILE WAS NOT OPENED WITH THAT '
                   'ALTERNATE KEY'
               GO TO LOOKUP-BY-ALT-KEY-EXIT
           END-IF

           IF WS-BROWSE-KOR = 1
               DISPLAY 'ENTER 12-BYTE ALTERNATE KEY 1:'
           ELSE
               DISPLAY 'ENTER 8-BYTE ALTERNATE KEY 2:'
           END-IF
           MOVE SPACES TO WS-INQ-ALT-KEY
           ACCEPT WS-INQ-ALT-KEY
           IF WS-BROWSE-KOR = 2
               MOVE SPACES TO WS-INQ-ALT-KEY(9:4)
           END-IF
           IF WS-INQ-ALT-KEY = SPACES
               GO TO LOOKUP-BY-ALT-KEY-EXIT
           END-IF

           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE WS-BROWSE-KOR TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE WS-INQ-ALT-KEY TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE 0 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               DISPLAY 'FILEINQ: NO RECORD FOR THAT ALTERNATE KEY'
           ELSE
               PERFORM DISPLAY-RECORD-DETAIL
               DISPLAY 'FILEINQ: BROWSE ON ALTERNATE KEY '
                   WS-BROWSE-KOR ' LISTS ANY DUPLICATES'
           END-IF.

       LOOKUP-BY-ALT-KEY-EXIT.

           EXIT.

       READ-BY-PRIMARY-KEY SECTION.

           MOVE WS-INQ-KEY TO RECORD-KEY OF FILEHANDLER
           MOVE 0 TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           MOVE 0 TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       DISPLAY-RECORD-DETAIL SECTION.

           ADD 1 TO WS-INQUIRY-COUNT
           DISPLAY 'KEY : ' RECORD-KEY OF FILEHANDLER
           MOVE FILE-RECORD OF FILEHANDLER TO WS-WORK-RECORD
           IF DICT-IN-USE
               PERFORM DISPLAY-RECORD-FIELDS
           ELSE
               MOVE 0 TO WS-SEG-IX
               PERFORM DISPLAY-ONE-SEGMENT UNTIL WS-SEG-IX >= 480
           END-IF

           EXIT.

       DISPLAY-ONE-SEGMENT SECTION.

           DISPLAY 'DATA+' WS-SEG-IX ': '
               WS-WORK-RECORD(WS-SEG-IX + 1:60)
           ADD 60 TO WS-SEG-IX

           EXIT.

      * The dictionary is narrowed to the type of the record shown so
      * the names listed are that type's fields plus the common ones.
       DISPLAY-RECORD-FIELDS SECTION.

           SET LD-SELECT-RECORD TO TRUE
           MOVE WS-WORK-RECORD TO LD-RECORD-DATA
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF LD-TYPE-LENGTH > 0
               DISPLAY 'RECORD TYPE: ' LD-RECORD-TYPE
               IF LD-NOT-FOUND
                   DISPLAY 'FILEINQ: RECORD TYPE NOT DECLARED IN '
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

      * Browse a partial-key range on the primary key or an alternate
      * key, one line per record, a page at a time. The range is held
      * by START with KEY-PREFIX-LENGTH, so the reads stop at the end
      * of the prefix. A blank prefix browses the whole file.
       BROWSE-KEY-RANGE SECTION.

           DISPLAY 'BROWSE BY K=KEY 1=ALT KEY 1 2=ALT KEY 2:'
           MOVE 'K' TO WS-BROWSE-KOR-X
           ACCEPT WS-BROWSE-KOR-X
           EVALUATE WS-BROWSE-KOR-X
               WHEN '1'
                   MOVE 1 TO WS-BROWSE-KOR
                   MOVE 12 TO WS-BROWSE-MAX
               WHEN '2'
                   MOVE 2 TO WS-BROWSE-KOR
                   MOVE 8 TO WS-BROWSE-MAX
               WHEN OTHER
                   MOVE 0 TO WS-BROWSE-KOR
                   MOVE 20 TO WS-BROWSE-MAX
           END-EVALUATE
           IF WS-BROWSE-KOR > WS-ALT-KEYS
               DISPLAY 'FILEINQ: FILE WAS NOT OPENED WITH THAT '
                   'ALTERNATE KEY'
               GO TO BROWSE-KEY-RANGE-EXIT
           END-IF

           DISPLAY 'PARTIAL KEY (BLANK FOR WHOLE FILE):'
           MOVE SPACES TO WS-BROWSE-PREFIX
           ACCEPT WS-BROWSE-PREFIX
           IF WS-BROWSE-MAX < 20
               MOVE SPACES TO WS-BROWSE-PREFIX(WS-BROWSE-MAX + 1:)
           END-IF
           MOVE WS-BROWSE-MAX TO WS-BROWSE-LEN
           PERFORM TRIM-BROWSE-PREFIX
               UNTIL WS-BROWSE-LEN = 0
                   OR WS-BROWSE-PREFIX(WS-BROWSE-LEN:1) NOT = SPACE

           MOVE SPACES TO WS-PAGE-TABLE
           MOVE 1 TO WS-PAGE-NO
           IF WS-BROWSE-KOR = 0
               MOVE WS-BROWSE-PREFIX TO WS-PAGE-START-KEY(1)
           ELSE
               MOVE WS-BROWSE-PREFIX TO WS-PAGE-START-ALT(1)
           END-IF

           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           PERFORM SHOW-BROWSE-PAGE
           PERFORM ACCEPT-BROWSE-ACTION UNTIL BROWSE-DONE.

       BROWSE-KEY-RANGE-EXIT.

           EXIT.

       TRIM-BROWSE-PREFIX SECTION.

           SUBTRACT 1 FROM WS-BROWSE-LEN

           EXIT.

       ACCEPT-BROWSE-ACTION SECTION.

           DISPLAY 'F=FORWARD B=BACK S=SHOW A LINE X=END BROWSE:'
           MOVE SPACES TO WS-BROWSE-ACTION
           ACCEPT WS-BROWSE-ACTION

           EVALUATE TRUE
               WHEN BROWSE-FORWARD
                   IF MORE-PAGES AND WS-PAGE-NO < 99
                       ADD 1 TO WS-PAGE-NO
                       PERFORM SHOW-BROWSE-PAGE
                   ELSE
                       DISPLAY 'FILEINQ: NO MORE RECORDS IN THE RANGE'
                   END-IF
               WHEN BROWSE-BACK
                   IF WS-PAGE-NO > 1
                       SUBTRACT 1 FROM WS-PAGE-NO
                       PERFORM SHOW-BROWSE-PAGE
                   ELSE
                       DISPLAY 'FILEINQ: ALREADY AT THE FIRST PAGE'
                   END-IF
               WHEN BROWSE-SELECT
                   PERFORM SHOW-LISTED-RECORD
               WHEN BROWSE-END
                   SET BROWSE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'FILEINQ: UNKNOWN CHOICE'
           END-EVALUATE

           EXIT.

       SHOW-LISTED-RECORD SECTION.

           DISPLAY 'LINE NUMBER TO SHOW:'
           MOVE SPACES TO WS-LIST-PICK-X
           ACCEPT WS-LIST-PICK-X
           IF WS-LIST-PICK-X(2:1) = SPACE
               MOVE WS-LIST-PICK-X(1:1) TO WS-LIST-PICK-X(2:1)
               MOVE '0' TO WS-LIST-PICK-X(1:1)
           END-IF
           IF WS-LIST-PICK-X NOT NUMERIC
               DISPLAY 'FILEINQ: NOT A LINE ON THIS PAGE'
               GO TO SHOW-LISTED-RECORD-EXIT
           END-IF
           MOVE WS-LIST-PICK-X TO WS-LIST-PICK
           IF WS-LIST-PICK < 1 OR WS-LIST-PICK > WS-LIST-COUNT
               DISPLAY 'FILEINQ: NOT A LINE ON THIS PAGE'
               GO TO SHOW-LISTED-RECORD-EXIT
           END-IF

           MOVE WS-LIST-KEY(WS-LIST-PICK) TO WS-INQ-KEY
           PERFORM READ-BY-PRIMARY-KEY
           IF FILENAME-INVALID
               DISPLAY 'FILEINQ: RECORD NO LONGER ON FILE'
           ELSE
               PERFORM DISPLAY-RECORD-DETAIL
           END-IF.

       SHOW-LISTED-RECORD-EXIT.

           EXIT.

      * Position at the saved start of the page, list up to a page
      * of records and read one more to learn where the next page
      * starts, or that the range has ended.
       SHOW-BROWSE-PAGE SECTION.

           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-MORE-SWITCH
           MOVE 'N' TO WS-RANGE-END-SWITCH

           MOVE WS-BROWSE-KOR TO KEY-OF-REFERENCE OF FILEHANDLER
           MOVE WS-PAGE-START-KEY(WS-PAGE-NO) TO
               RECORD-KEY OF FILEHANDLER
           MOVE WS-PAGE-START-ALT(WS-PAGE-NO) TO
               ALT-RECORD-KEY OF FILEHANDLER
           MOVE WS-BROWSE-LEN TO KEY-PREFIX-LENGTH OF FILEHANDLER
           SET F-START TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-END-RANGE OR FILENAME-INVALID
               SET RANGE-ENDED TO TRUE
           ELSE
               PERFORM READ-BROWSE-RECORD
           END-IF

           IF WS-BROWSE-KOR > 0 AND WS-PAGE-NO > 1
               PERFORM READ-BROWSE-RECORD
                   UNTIL RANGE-ENDED
                       OR RECORD-KEY OF FILEHANDLER =
                           WS-PAGE-START-KEY(WS-PAGE-NO)
           END-IF

           DISPLAY 'PAGE ' WS-PAGE-NO
               '  LN KEY                  ALT KEY      DATA'
           PERFORM LIST-ONE-RECORD
               UNTIL RANGE-ENDED OR WS-LIST-COUNT >= WS-PAGE-SIZE

           IF WS-LIST-COUNT = 0
               DISPLAY 'FILEINQ: NO RECORDS IN THE RANGE'
           END-IF

           IF NOT RANGE-ENDED AND WS-PAGE-NO < 99
               SET MORE-PAGES TO TRUE
               MOVE RECORD-KEY OF FILEHANDLER TO
                   WS-PAGE-START-KEY(WS-PAGE-NO + 1)
               EVALUATE WS-BROWSE-KOR
                   WHEN 1
                       MOVE FILE-RECORD OF FILEHANDLER(1:12) TO
                           WS-PAGE-START-ALT(WS-PAGE-NO + 1)
                   WHEN 2
                       MOVE FILE-RECORD OF FILEHANDLER(13:8) TO
                           WS-PAGE-START-ALT(WS-PAGE-NO + 1)
               END-EVALUATE
           END-IF

           EXIT.

       LIST-ONE-RECORD SECTION.

           ADD 1 TO WS-LIST-COUNT
           MOVE RECORD-KEY OF FILEHANDLER TO
               WS-LIST-KEY(WS-LIST-COUNT)

           MOVE WS-LIST-COUNT TO WS-LL-NUMBER
           MOVE RECORD-KEY OF FILEHANDLER TO WS-LL-KEY
           EVALUATE WS-BROWSE-KOR
               WHEN 1
                   MOVE FILE-RECORD OF FILEHANDLER(1:12) TO WS-LL-ALT
               WHEN 2
                   MOVE FILE-RECORD OF FILEHANDLER(13:8) TO WS-LL-ALT
               WHEN OTHER
                   MOVE SPACES TO WS-LL-ALT
           END-EVALUATE
           IF WS-BROWSE-KOR = 0
               MOVE FILE-RECORD OF FILEHANDLER(1:40) TO WS-LL-DATA
           ELSE
               MOVE FILE-RECORD OF FILEHANDLER(21:40) TO WS-LL-DATA
           END-IF
           DISPLAY '      ' WS-LIST-LINE

           PERFORM READ-BROWSE-RECORD

           EXIT.

       READ-BROWSE-RECORD SECTION.

           MOVE SPACES TO RECORD-KEY OF FILEHANDLER
           MOVE SPACES TO ALT-RECORD-KEY OF FILEHANDLER
           SET F-READ TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-EOF OR FILENAME-END-RANGE OR FILENAME-INVALID
               SET RANGE-ENDED TO TRUE
           END-IF

           EXIT.

       CLOSE-MASTER SECTION.

           MOVE WS-MASTER-FILENAME TO FILENAME OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
