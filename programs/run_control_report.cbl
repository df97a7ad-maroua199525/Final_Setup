       01  WS-ME-AUDIT-RECS        PIC 9(7) VALUE 0.
       01  WS-ME-RC                PIC 9(4) VALUE 0.

       01  WS-SIDE-AUDIT-RECS      PIC 9(7) VALUE 0.
       01  WS-SIDE-RC              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RUNCTLR: Starting run control balancing..."
                       TO WS-ME-AUDIT-RECS
                   MOVE FUNCTION NUMVAL(WS-CTL-RC-STR)
                       TO WS-ME-RC
               WHEN 'CDMATR'
               WHEN 'ESCHEAT'
               WHEN 'ACHBUILD'
               WHEN 'ACHRETN'
               WHEN 'LOANRUN'
                   PERFORM CAPTURE-SIDE-POSTING-FIELDS
           END-EVALUATE.

       CAPTURE-SIDE-POSTING-FIELDS.
           IF WS-PST-FOUND-FLAG = 'N'
               ADD FUNCTION NUMVAL(WS-CTL-AUX-STR)
                   TO WS-SIDE-AUDIT-RECS
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CTL-RC-STR) TO WS-SIDE-RC.
           IF WS-SIDE-RC > 4
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-CTL-PROGRAM DELIMITED BY SPACE
                      " ENDED WITH RETURN CODE OVER 4"
                          DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-BREAK-LINE
           END-IF.

       CROSS-FOOT-THE-CHAIN.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           IF WS-UPD-FOUND-FLAG = 'Y' AND WS-PST-FOUND-FLAG = 'Y'
               COMPUTE WS-EXPECTED-RECS =
                   WS-UPD-AUDIT-RECS + WS-ME-AUDIT-RECS
                   + WS-SIDE-AUDIT-RECS
               IF WS-PST-POSTED = WS-EXPECTED-RECS
                   MOVE "POSTREG POSTED COUNT = CHAIN AUDIT RECORDS"
                       TO WS-PRINT-LINE
