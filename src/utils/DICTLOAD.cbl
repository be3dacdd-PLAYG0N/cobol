      *   COLS 22-25  FIELD OFFSET (1-RELATIVE)
      *   COLS 27-29  FIELD LENGTH
      *   COL  31     FIELD TYPE  N=NUMERIC A=ALPHANUMERIC D=DATE
      *   COL  33     MASK RULE   BLANK/K=LEAVE ALONE S=SCRAMBLE
      *               R=RANDOMIZE DIGITS D=SHIFT DATE (TYPE D ONLY)
      *               C=REPLACE WITH CONSTANT
      *   COLS 35-54  MASK CONSTANT FOR RULE C
      *   COLS 56-63  RECORD TYPE VALUE THE FIELD BELONGS TO (BLANK =
      *               COMMON TO EVERY RECORD TYPE)
      * A layout with more than one record type starts with a line
      * named *RECTYPE whose offset and length locate the record-type
      * discriminator; type, mask and record type are not used on it.
       FD SOURCE-FILE
           DATA RECORD IS SOURCE-RECORD.
       01 SOURCE-RECORD.
           05 SF-LENGTH     PIC X(03).
           05 FILLER        PIC X(01).
           05 SF-TYPE       PIC X(01).
           05 FILLER        PIC X(01).
           05 SF-MASK-RULE  PIC X(01).
               88 SF-MASK-VALID VALUE ' ', 'K', 'S', 'R', 'D', 'C'.
           05 FILLER        PIC X(01).
           05 SF-MASK-VALUE PIC X(20).
           05 FILLER        PIC X(01).
           05 SF-REC-TYPE   PIC X(08).
           05 FILLER        PIC X(17).

       WORKING-STORAGE SECTION.

       01 WS-DICT-NEW-SWITCH PIC X(1) VALUE 'N'.
           88 DICT-CREATED-FRESH VALUE 'Y'.
       01 WS-FIELD-SEQ PIC 9(03) VALUE 0.
       01 WS-STORE-SEQ PIC 9(03) VALUE 0.
       01 WS-TYPE-SWITCH PIC X(1) VALUE 'N'.
           88 DISCRIMINATOR-GIVEN VALUE 'Y'.
       01 WS-TYPE-OFFSET PIC 9(04) VALUE 0.
       01 WS-TYPE-LENGTH PIC 9(03) VALUE 0.
       01 WS-TYPED-TOTAL PIC 9(09) VALUE 0.
       01 WS-PURGE-DONE-SWITCH PIC X(1).
           88 PURGE-DONE VALUE 'Y'.

           05 WS-DD-OFFSET PIC 9(04).
           05 WS-DD-LENGTH PIC 9(03).
           05 WS-DD-TYPE   PIC X(01).
           05 WS-DD-MASK-RULE  PIC X(01).
           05 WS-DD-MASK-VALUE PIC X(20).
           05 WS-DD-REC-TYPE   PIC X(08).
           05 FILLER       PIC X(423).

       01 WS-READ-TOTAL  PIC 9(09) VALUE 0.
       01 WS-LOAD-TOTAL  PIC 9(09) VALUE 0.
               PERFORM LOAD-ONE-FIELD UNTIL SOURCE-EOF
               IF NOT DICT-CREATED-FRESH
                   PERFORM PURGE-STALE-FIELDS
                   IF NOT DISCRIMINATOR-GIVEN
                       PERFORM PURGE-DISCRIMINATOR
                   END-IF
               END-IF
               IF DISCRIMINATOR-GIVEN AND WS-TYPED-TOTAL = 0
                   DISPLAY 'DICTLOAD: *RECTYPE GIVEN BUT NO FIELD '
                       'CARRIES A RECORD TYPE'
                   ADD 1 TO WS-ERROR-TOTAL
               END-IF
               PERFORM CLOSE-LOAD-FILES
               DISPLAY 'DICTLOAD: LAYOUT ' WS-LAYOUT-NAME
                   ' VERSION ' WS-LAYOUT-VERSION
               DISPLAY 'DICTLOAD: DEFINITIONS READ   ' WS-READ-TOTAL
               DISPLAY 'DICTLOAD: FIELDS STORED      ' WS-LOAD-TOTAL
               IF DISCRIMINATOR-GIVEN
                   DISPLAY 'DICTLOAD: RECORD TYPE AT OFFSET '
                       WS-TYPE-OFFSET ' LENGTH ' WS-TYPE-LENGTH
                   DISPLAY 'DICTLOAD: TYPED FIELDS       '
                       WS-TYPED-TOTAL
               END-IF
               DISPLAY 'DICTLOAD: DEFINITIONS IN ERROR '
                   WS-ERROR-TOTAL
               IF WS-ERROR-TOTAL > 0
           END-IF

           ADD 1 TO WS-READ-TOTAL
           IF SF-FIELD-NAME = '*RECTYPE'
               PERFORM LOAD-DISCRIMINATOR
               GO TO LOAD-ONE-FIELD-EXIT
           END-IF

           IF SF-FIELD-NAME = SPACES
                   OR SF-OFFSET NOT NUMERIC
                   OR SF-LENGTH NOT NUMERIC
                   OR (SF-TYPE NOT = 'N' AND SF-TYPE NOT = 'A'
                       AND SF-TYPE NOT = 'D')
                   OR NOT SF-MASK-VALID
                   OR (SF-MASK-RULE = 'D' AND SF-TYPE NOT = 'D')
               DISPLAY 'DICTLOAD: BAD DEFINITION FOR '
                   SF-FIELD-NAME
               ADD 1 TO WS-ERROR-TOTAL
               GO TO LOAD-ONE-FIELD-EXIT
           END-IF

           IF SF-REC-TYPE NOT = SPACES
               IF NOT DISCRIMINATOR-GIVEN
                   DISPLAY 'DICTLOAD: RECORD TYPE BEFORE *RECTYPE FOR '
                       SF-FIELD-NAME
                   ADD 1 TO WS-ERROR-TOTAL
                   GO TO LOAD-ONE-FIELD-EXIT
               END-IF
               IF WS-TYPE-LENGTH < 8
                   IF SF-REC-TYPE(WS-TYPE-LENGTH + 1:) NOT = SPACES
                       DISPLAY 'DICTLOAD: RECORD TYPE WIDER THAN '
                           '*RECTYPE FOR ' SF-FIELD-NAME
                       ADD 1 TO WS-ERROR-TOTAL
                       GO TO LOAD-ONE-FIELD-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-TYPED-TOTAL
           END-IF

           ADD 1 TO WS-FIELD-SEQ
           MOVE WS-FIELD-SEQ TO WS-STORE-SEQ
           PERFORM STORE-ONE-FIELD.

       LOAD-ONE-FIELD-EXIT.

           EXIT.

      * The record-type discriminator is held at sequence 000 so it
      * sorts ahead of the fields and does not take a field number.
       LOAD-DISCRIMINATOR SECTION.

           IF DISCRIMINATOR-GIVEN
               DISPLAY 'DICTLOAD: *RECTYPE GIVEN MORE THAN ONCE'
               ADD 1 TO WS-ERROR-TOTAL
               GO TO LOAD-DISCRIMINATOR-EXIT
           END-IF

           IF WS-FIELD-SEQ > 0
               DISPLAY 'DICTLOAD: *RECTYPE MUST PRECEDE THE FIELDS'
               ADD 1 TO WS-ERROR-TOTAL
               GO TO LOAD-DISCRIMINATOR-EXIT
           END-IF

           IF SF-OFFSET NOT NUMERIC OR SF-LENGTH NOT NUMERIC
               DISPLAY 'DICTLOAD: BAD DEFINITION FOR *RECTYPE'
               ADD 1 TO WS-ERROR-TOTAL
               GO TO LOAD-DISCRIMINATOR-EXIT
           END-IF

           MOVE SF-OFFSET TO WS-TYPE-OFFSET
           MOVE SF-LENGTH TO WS-TYPE-LENGTH
           IF WS-TYPE-OFFSET < 1 OR WS-TYPE-LENGTH < 1
                   OR WS-TYPE-LENGTH > 8
                   OR WS-TYPE-OFFSET + WS-TYPE-LENGTH - 1 > 500
               DISPLAY 'DICTLOAD: *RECTYPE MUST BE 1 TO 8 BYTES '
                   'WITHIN THE RECORD'
               ADD 1 TO WS-ERROR-TOTAL
               MOVE 0 TO WS-TYPE-OFFSET WS-TYPE-LENGTH
               GO TO LOAD-DISCRIMINATOR-EXIT
           END-IF

           MOVE SPACES TO SF-TYPE SF-MASK-RULE SF-MASK-VALUE
               SF-REC-TYPE
           MOVE 0 TO WS-STORE-SEQ
           PERFORM STORE-ONE-FIELD
           IF NOT FILENAME-INVALID
               SET DISCRIMINATOR-GIVEN TO TRUE
           END-IF.

       LOAD-DISCRIMINATOR-EXIT.

           EXIT.

       STORE-ONE-FIELD SECTION.

           MOVE SPACES TO WS-DICT-KEY
           MOVE WS-LAYOUT-NAME TO WS-DK-NAME
           MOVE WS-LAYOUT-VERSION TO WS-DK-VERSION
           MOVE WS-STORE-SEQ TO WS-DK-SEQ

           MOVE SPACES TO WS-DICT-DATA
           MOVE SF-FIELD-NAME TO WS-DD-NAME
           MOVE SF-OFFSET TO WS-DD-OFFSET
           MOVE SF-LENGTH TO WS-DD-LENGTH
           MOVE SF-TYPE   TO WS-DD-TYPE
           MOVE SF-MASK-RULE TO WS-DD-MASK-RULE
           MOVE SF-MASK-VALUE TO WS-DD-MASK-VALUE
           MOVE SF-REC-TYPE TO WS-DD-REC-TYPE

           MOVE WS-DICT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DICT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
               DISPLAY 'DICTLOAD: STORE FAILED FOR ' SF-FIELD-NAME
               ADD 1 TO WS-ERROR-TOTAL
           ELSE
               IF WS-STORE-SEQ > 0
                   ADD 1 TO WS-LOAD-TOTAL
               END-IF
           END-IF

           EXIT.

           EXIT.

      * A layout reloaded as single-type must lose the discriminator
      * an earlier load left at sequence 000; a miss is expected.
       PURGE-DISCRIMINATOR SECTION.

           MOVE SPACES TO WS-DICT-KEY
           MOVE WS-LAYOUT-NAME TO WS-DK-NAME
           MOVE WS-LAYOUT-VERSION TO WS-DK-VERSION
           MOVE 0 TO WS-DK-SEQ

           MOVE WS-DICT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-DICT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           MOVE WS-DICT-KEY TO RECORD-KEY OF FILEHANDLER
           SET F-DELETE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-LOAD-FILES SECTION.

           CLOSE SOURCE-FILE
