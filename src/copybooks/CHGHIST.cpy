      * This copybook is an interface FOR interacting WITH the master
      * change-history service CHGHIST
      *
      * Callers that add, change or delete a record on an indexed
      * master pass the record key and the 480-byte data portion as
      * it stood before and after the change (spaces for the missing
      * side of an add or delete). CH-RECORD-CHANGE compares the two
      * and appends one history record per changed field to the
      * permanent file <master>.HST. With CH-USE-DICTIONARY set the
      * fields come from the layout the caller has already loaded
      * through LAYOUTDICT; otherwise, or when no dictionary field
      * covers the change, the changed bytes are recorded by offset.
      * Values longer than 60 bytes are recorded in 60-byte pieces.
      * The history file is only ever extended - nothing truncates or
      * rolls it - and FILEHIST lists it by key or by ticket.
      *
      * History record, 220 bytes:
      *   COLS 001-008 PROCESS DATE    COLS 009-016 TIME HHMMSSHH
      *   COLS 017-027 PROGRAM         COLS 028-035 CHANGE TICKET
      *   COL  036     ACTION A/C/D    COLS 037-056 RECORD KEY
      *   COLS 057-076 FIELD NAME (SPACES WHEN BY OFFSET)
      *   COLS 077-080 OFFSET          COLS 081-083 LENGTH
      *   COLS 084-143 OLD VALUE       COLS 144-203 NEW VALUE

       01 CHGHIST.
           05 CH-PGM-NAME PIC X(11) VALUE 'CHGHIST'.
           05 CH-FUNCTION PIC X(1).
               88 CH-RECORD-CHANGE VALUE 'R'.
           05 CH-MASTER-FILENAME PIC X(200).
           05 CH-CALLER PIC X(11).
           05 CH-TICKET PIC X(8).
           05 CH-ACTION PIC X(1).
               88 CH-ACTION-ADD    VALUE 'A'.
               88 CH-ACTION-CHANGE VALUE 'C'.
               88 CH-ACTION-DELETE VALUE 'D'.
           05 CH-RECORD-KEY PIC X(20).
           05 CH-DICT-SWITCH PIC X(1).
               88 CH-USE-DICTIONARY VALUE 'Y'.
           05 CH-BEFORE-IMAGE PIC X(480).
           05 CH-AFTER-IMAGE  PIC X(480).
           05 CH-ENTRY-COUNT PIC 9(05).
