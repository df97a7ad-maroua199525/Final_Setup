       01  WS-RESTORED-COUNT       PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.
       01  WS-LOAN-SKIPPED-COUNT   PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-UNRECOVERED-COUNT    PIC 9(7) VALUE 0.
       01  WS-SNAP-FOUND-FLAG      PIC X VALUE 'N'.
               OR WS-HIST-RUN-DATE > WS-TARGET-DATE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-HIST-ACCT-TYPE = 'LOAN'
                   ADD 1 TO WS-LOAN-SKIPPED-COUNT
               ELSE
                   PERFORM APPLY-HISTORY-RECORD
               END-IF
           END-IF.

       APPLY-HISTORY-RECORD.
                   EVALUATE WS-HIST-TYPE
                       WHEN 'CLOSE'
                           MOVE 'CLOSED' TO AR-ACCT-TYPE
                       WHEN 'ESCHEAT'
                           MOVE 'ESCHEATED' TO AR-ACCT-TYPE
                       WHEN 'TYPECHG'
                           MOVE WS-HIST-ACCT-TYPE TO AR-ACCT-TYPE
                       WHEN 'NAMECHG'
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOAN HISTORY RECORDS SKIPPED:    " DELIMITED BY SIZE
                  WS-LOAN-SKIPPED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HISTORY FOR UNKNOWN ACCOUNTS:    " DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
