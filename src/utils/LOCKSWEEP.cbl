           88 RELEASE-REQUESTED VALUE 'Y'.

       01 WS-LOCK-NAME PIC X(210).
       01 WS-RANGE-PART PIC 9(02) VALUE 0.

       01 WS-CHK-FILE-NAME PIC X(256).
       01 WS-CHK-DETAILS.
           STRING WS-SWEEP-FILE(WS-SWEEP-IX) DELIMITED BY SPACE
                  ".LOCK"                    DELIMITED BY SIZE
               INTO WS-LOCK-NAME
           PERFORM CHECK-ONE-LOCK

           MOVE 0 TO WS-RANGE-PART
           PERFORM SWEEP-ONE-RANGE-LOCK UNTIL WS-RANGE-PART >= 99

           EXIT.

      * Key-range locks <file>.LK01-LK99 are left behind the same way
      * as <file>.LOCK when a partitioned update dies, and are aged
      * and released under the same rules.
       SWEEP-ONE-RANGE-LOCK SECTION.

           ADD 1 TO WS-RANGE-PART
           MOVE SPACES TO WS-LOCK-NAME
           STRING WS-SWEEP-FILE(WS-SWEEP-IX) DELIMITED BY SPACE
                  ".LK"                      DELIMITED BY SIZE
                  WS-RANGE-PART              DELIMITED BY SIZE
               INTO WS-LOCK-NAME
           PERFORM CHECK-ONE-LOCK

           EXIT.

       CHECK-ONE-LOCK SECTION.

           MOVE SPACES TO WS-CHK-FILE-NAME
           MOVE WS-LOCK-NAME TO WS-CHK-FILE-NAME
