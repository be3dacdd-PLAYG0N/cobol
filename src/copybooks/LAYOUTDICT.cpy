      *               COLS 25-27 FIELD LENGTH
      *               COL  28    FIELD TYPE  N=NUMERIC A=ALPHANUMERIC
      *                          D=DATE YYYYMMDD
      *               COL  29    MASK RULE   K/SPACE=LEAVE ALONE
      *                          S=SCRAMBLE LETTERS AND DIGITS
      *                          R=RANDOMIZE DIGITS D=SHIFT DATE
      *                          C=REPLACE WITH CONSTANT
      *               COLS 30-49 MASK CONSTANT (RULE C)
      *               COLS 50-57 RECORD TYPE VALUE (BLANK = FIELD IS
      *                          PART OF EVERY RECORD TYPE)
      *
      * A layout holding more than one record type carries one more
      * entry at sequence 000, field name *RECTYPE, whose offset and
      * length locate the record-type discriminator in each record.
      *
      * LD-LOAD-LAYOUT reads one layout/version into the service and
      * returns the discriminator in LD-TYPE-OFFSET / LD-TYPE-LENGTH
      * (zero for a single-type layout). LD-GET-FIELD then resolves a
      * field by name and LD-GET-ENTRY returns the field at
      * LD-FIELD-NUMBER for iteration, with its record type in
      * LD-FIELD-REC-TYPE. After a load both see every field of every
      * type. LD-SELECT-RECORD takes the record in LD-RECORD-DATA,
      * returns its type in LD-RECORD-TYPE and narrows LD-GET-FIELD,
      * LD-GET-ENTRY and LD-FIELD-COUNT to that type's fields plus the
      * common ones; a type value the layout does not declare comes
      * back LD-NOT-FOUND with only the common fields selected.

       01 LAYOUTDICT.
           05 LD-PGM-NAME PIC X(11) VALUE 'LAYOUTDICT'.
               88 LD-LOAD-LAYOUT VALUE 'L'.
               88 LD-GET-FIELD   VALUE 'G'.
               88 LD-GET-ENTRY   VALUE 'E'.
               88 LD-SELECT-RECORD VALUE 'R'.
           05 LD-DICT-FILENAME PIC X(200).
           05 LD-LAYOUT-NAME    PIC X(08).
           05 LD-LAYOUT-VERSION PIC X(08).
           05 LD-FIELD-OFFSET PIC 9(04).
           05 LD-FIELD-LENGTH PIC 9(03).
           05 LD-FIELD-TYPE   PIC X(1).
           05 LD-MASK-RULE    PIC X(1).
           05 LD-MASK-VALUE   PIC X(20).
           05 LD-FIELD-REC-TYPE PIC X(08).
           05 LD-TYPE-OFFSET  PIC 9(04).
           05 LD-TYPE-LENGTH  PIC 9(03).
           05 LD-TYPE-COUNT   PIC 9(03).
           05 LD-RECORD-TYPE  PIC X(08).
           05 LD-RECORD-DATA  PIC X(500).
