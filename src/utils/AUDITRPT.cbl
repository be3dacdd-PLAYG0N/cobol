           05 WS-COUNT-RC-0008 PIC 9(09) COMP VALUE 0.
           05 WS-COUNT-RC-0012 PIC 9(09) COMP VALUE 0.
           05 WS-COUNT-RC-0016 PIC 9(09) COMP VALUE 0.
           05 WS-COUNT-RC-0020 PIC 9(09) COMP VALUE 0.
           05 WS-COUNT-RC-OTHER PIC 9(09) COMP VALUE 0.
       01 WS-TOTAL-ENTRIES  PIC 9(09) COMP VALUE 0.
       01 WS-DETAIL-ENTRIES PIC 9(09) COMP VALUE 0.
                   ADD 1 TO WS-COUNT-RC-0012
               WHEN 0016
                   ADD 1 TO WS-COUNT-RC-0016
               WHEN 0020
                   ADD 1 TO WS-COUNT-RC-0020
               WHEN OTHER
                   ADD 1 TO WS-COUNT-RC-OTHER
           END-EVALUATE
           MOVE WS-COUNT-RC-0016 TO WS-SEV-CALLS
           PERFORM WRITE-SEVERITY-LINE

           MOVE 'RC 0020 DENIED      ' TO WS-SEV-LABEL
           MOVE WS-COUNT-RC-0020 TO WS-SEV-CALLS
           PERFORM WRITE-SEVERITY-LINE

           MOVE 'RC OTHER            ' TO WS-SEV-LABEL
           MOVE WS-COUNT-RC-OTHER TO WS-SEV-CALLS
           PERFORM WRITE-SEVERITY-LINE
