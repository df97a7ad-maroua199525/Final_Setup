               10  WS-PROD-MIN-BAL PIC 9(7)V99.
               10  WS-PROD-SVC-CHG PIC 9(5)V99.
               10  WS-PROD-DORM-DAYS PIC 9(5).
               10  WS-PROD-TERM    PIC 9(3).
       01  WS-PM-CODE              PIC X(10).
       01  WS-PM-DESC              PIC X(20).
       01  WS-PM-RATE-STR          PIC X(10).
       01  WS-PM-MIN-BAL-STR       PIC X(10).
       01  WS-PM-SVC-CHG-STR       PIC X(10).
       01  WS-PM-DORM-STR          PIC X(10).
       01  WS-PM-TERM-STR          PIC X(10).
       01  WS-P                    PIC 9(2).
       01  WS-PROD-FOUND-FLAG      PIC X VALUE 'N'.
       01  WS-PROD-LOOKUP-CODE     PIC X(10).
           MOVE WS-MINIMUM-BALANCE TO WS-PROD-MIN-BAL(1).
           MOVE WS-SERVICE-CHARGE TO WS-PROD-SVC-CHG(1).
           MOVE 0 TO WS-PROD-DORM-DAYS(1).
           MOVE 0 TO WS-PROD-TERM(1).
           MOVE 'SAVINGS' TO WS-PROD-CODE(2).
           MOVE 'SAVINGS ACCOUNT' TO WS-PROD-DESC(2).
           MOVE WS-INTEREST-RATE TO WS-PROD-RATE(2).
           MOVE 0 TO WS-PROD-MIN-BAL(2).
           MOVE 0 TO WS-PROD-SVC-CHG(2).
           MOVE 0 TO WS-PROD-DORM-DAYS(2).
           MOVE 0 TO WS-PROD-TERM(2).

           OPEN INPUT PRODMAST.
           IF WS-PRODMAST-STATUS = "00"
           MOVE SPACES TO WS-PM-MIN-BAL-STR.
           MOVE SPACES TO WS-PM-SVC-CHG-STR.
           MOVE SPACES TO WS-PM-DORM-STR.
           MOVE SPACES TO WS-PM-TERM-STR.
           UNSTRING PRODMAST-RECORD DELIMITED BY ','
               INTO WS-PM-CODE, WS-PM-DESC, WS-PM-RATE-STR,
                    WS-PM-MIN-BAL-STR, WS-PM-SVC-CHG-STR,
                    WS-PM-DORM-STR, WS-PM-TERM-STR
           END-UNSTRING.
           MOVE WS-PM-CODE TO WS-PROD-LOOKUP-CODE.
           PERFORM FIND-PRODUCT-ENTRY.
           ELSE
               MOVE 0 TO WS-PROD-DORM-DAYS(WS-PROD-IDX)
           END-IF.
           IF WS-PM-TERM-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PM-TERM-STR)
                   TO WS-PROD-TERM(WS-PROD-IDX)
           ELSE
               MOVE 0 TO WS-PROD-TERM(WS-PROD-IDX)
           END-IF.

       FIND-PRODUCT-ENTRY.
           MOVE 'N' TO WS-PROD-FOUND-FLAG.
           PERFORM FIND-PRODUCT-ENTRY.
           IF WS-PROD-FOUND-FLAG = 'Y'
               IF WS-PROD-RATE(WS-PROD-IDX) > 0
                   AND WS-PROD-TERM(WS-PROD-IDX) = 0
                   PERFORM POST-INTEREST-ACCRUAL
               END-IF
               IF WS-PROD-SVC-CHG(WS-PROD-IDX) > 0
