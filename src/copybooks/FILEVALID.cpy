      * FV-LAYOUT-NAME / FV-LAYOUT-VERSION instead of the rules file
      * (dictionary fields carry types N, A and D; code-list rules
      * still need the rules file).
      *
      * A dictionary layout with a record-type discriminator validates
      * each record only against the common fields and the fields of
      * its own record type. A record whose type value the layout does
      * not declare is not validated; it fails with FV-FAIL-RULE 999,
      * goes to the exceptions file and is counted in
      * FV-UNDECLARED-COUNT as well as FV-FAILED-COUNT.
      *
      * FV-END-REPORT also appends one run summary to the data-quality
      * run log DQRUNLOG: business date, layout and version, the input
      * named in FV-INPUT-FILENAME, checked and failed counts and the
      * failures for each rule number (rule n is dictionary field n
      * when the rules came from the dictionary). DQTREND reports the
      * pass-rate trend from that log.

       01 FILEVALID.
           05 FV-PGM-NAME PIC X(11) VALUE 'FILEVALID'.
           05 FV-LAYOUT-NAME PIC X(08).
           05 FV-LAYOUT-VERSION PIC X(08).
           05 FV-DICT-FILENAME PIC X(200).
           05 FV-INPUT-FILENAME PIC X(200).
           05 FV-RECORD-LENGTH PIC 9(05).
           05 FV-RESULT PIC X(1).
               88 FV-RECORD-PASSED VALUE 'P'.
           05 FV-RULE-COUNT PIC 9(03).
           05 FV-CHECKED-COUNT PIC 9(09).
           05 FV-FAILED-COUNT  PIC 9(09).
           05 FV-UNDECLARED-COUNT PIC 9(09).
           05 FV-RECORD PIC X(500).
