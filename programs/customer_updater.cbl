           SELECT CUSTACCT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT LOANMAST ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT WATCHLST ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLST-STATUS.
           SELECT SCRNPARM ASSIGN TO "SCRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRNPARM-STATUS.
           SELECT SCRNPEND ASSIGN TO "SCRNPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRNPEND-STATUS.
           SELECT CUSTREJ ASSIGN TO "CUSTREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTAUD ASSIGN TO "CUSTAUD"
       FD  CUSTACCT.
       01  CUSTACCT-RECORD         PIC X(80).

       FD  LOANMAST.
       01  LOANMAST-RECORD         PIC X(200).

       FD  WATCHLST.
       01  WATCHLST-RECORD         PIC X(100).

       FD  SCRNPARM.
       01  SCRNPARM-RECORD         PIC X(80).

       FD  SCRNPEND.
       01  SCRNPEND-RECORD         PIC X(132).

       FD  CUSTREJ.
       01  CUSTREJ-RECORD          PIC X(140).

       01  WS-CUSTACCT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-ACCTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-WATCHLST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-SCRNPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-SCRNPEND-STATUS      PIC X(2) VALUE SPACES.
       01  WS-LOANMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-MAX-TABLE-LIMIT      PIC 9(5) VALUE 20000.

       01  WS-CUST-COUNT           PIC 9(5) VALUE 0.
               10  WS-REL-CODE     PIC X(3).
               10  WS-REL-DELETED  PIC X.

       01  WS-MAX-LOAN-LIMIT       PIC 9(5) VALUE 5000.
       01  WS-LOAN-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY       OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-LOAN-COUNT.
               10  WS-LOAN-ID      PIC X(5).
               10  WS-LOAN-STATUS  PIC X.
       01  WS-LOAN-FIELD           PIC X(12).
       01  WS-LOAN-STATUS-STR      PIC X(2).
       01  WS-LOAN-LOOKUP          PIC X(5).
       01  WS-LOAN-IDX             PIC 9(5) VALUE 0.
       01  WS-LOAN-K               PIC 9(5).

       01  WS-SCRN-PARM-RECORD     VALUE SPACES.
           05  WS-SCRN-PARM-THRESHOLD PIC X(3).
           05  FILLER              PIC X(77).
       01  WS-SCRN-THRESHOLD       PIC 9(3) VALUE 80.

       01  WS-MAX-WATCH-LIMIT      PIC 9(5) VALUE 5000.
       01  WS-WL-COUNT             PIC 9(5) VALUE 0.
       01  WS-WATCH-LIST-TABLE.
           05  WS-WL-ENTRY         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-WL-COUNT.
               10  WS-WL-ID        PIC X(10).
               10  WS-WL-SOURCE    PIC X(8).
               10  WS-WL-NAME      PIC X(40).
               10  WS-WL-CITY      PIC X(15).
               10  WS-WL-TOKEN-COUNT PIC 9.
               10  WS-WL-TOKEN     PIC X(20) OCCURS 8 TIMES.
       01  WS-L                    PIC 9(5).
       01  WS-IN-WL-ID             PIC X(10).
       01  WS-IN-WL-SOURCE         PIC X(8).
       01  WS-IN-WL-NAME           PIC X(40).
       01  WS-IN-WL-CITY           PIC X(15).

       01  WS-NORM-INPUT           PIC X(40).
       01  WS-NORM-CHAR            PIC X.
       01  WS-NORM-POS             PIC 9(2).
       01  WS-NORM-TOKEN           PIC X(20).
       01  WS-NORM-TOKEN-LEN       PIC 9(2).
       01  WS-NORM-TOKEN-COUNT     PIC 9.
       01  WS-NORM-TOKENS.
           05  WS-NORM-TOK         PIC X(20) OCCURS 8 TIMES.
       01  WS-TOKEN-USED-FLAGS.
           05  WS-TOKEN-USED       PIC X OCCURS 8 TIMES.
       01  WS-T                    PIC 9(2).
       01  WS-U                    PIC 9(2).
       01  WS-TOKEN-MATCH-FLAG     PIC X VALUE 'N'.
       01  WS-MATCHED-TOKENS       PIC 9(2).
       01  WS-SCRN-CITY            PIC X(15).
       01  WS-SCRN-SCORE           PIC 9(3).
       01  WS-BEST-SCORE           PIC 9(3).
       01  WS-BEST-WL-IDX          PIC 9(5).
       01  WS-SCRN-HELD-FLAG       PIC X VALUE 'N'.
       01  WS-SCRN-BYPASS-FLAG     PIC X VALUE 'N'.
       01  WS-SCRN-BLOCK-FLAG      PIC X VALUE 'N'.
       01  WS-SCRN-CLEARED-FLAG    PIC X VALUE 'N'.

       01  WS-SCRNPEND-LINE.
           05  WS-SP-QUEUED-DATE   PIC X(8).
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-CUST-ID       PIC X(5).
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-WL-ID         PIC X(10).
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-SCORE         PIC 9(3).
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-STATUS        PIC X.
           05  FILLER              PIC X VALUE ','.
           05  WS-SP-MAINT         PIC X(100).
       01  WS-MAX-QUEUE-LIMIT      PIC 9(5) VALUE 5000.
       01  WS-SQ-COUNT             PIC 9(5) VALUE 0.
       01  WS-SCREEN-QUEUE-TABLE.
           05  WS-SQ-ENTRY         OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-SQ-COUNT.
               10  WS-SQ-QUEUED-DATE PIC X(8).
               10  WS-SQ-CUST-ID   PIC X(5).
               10  WS-SQ-WL-ID     PIC X(10).
               10  WS-SQ-SCORE     PIC 9(3).
               10  WS-SQ-STATUS    PIC X.
               10  WS-SQ-MAINT     PIC X(100).
       01  WS-Q                    PIC 9(5).
       01  WS-SQ-MATCH-COUNT       PIC 9(5).
       01  WS-REVIEW-CUST-ID       PIC X(5).
       01  WS-REVIEW-ACTION        PIC X(10).

       01  WS-IN-ACTION            PIC X(10).
       01  WS-IN-CUST-ID           PIC X(5).
       01  WS-IN-NAME              PIC X(20).
       01  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT        PIC 9(7) VALUE 0.
       01  WS-REL-WRITTEN-COUNT    PIC 9(7) VALUE 0.
       01  WS-QUEUED-COUNT         PIC 9(7) VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(7) VALUE 0.
       01  WS-CONFIRMED-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-CUSTOMERS-INTO-MEMORY
           PERFORM LOAD-RELATIONSHIPS-INTO-MEMORY
           PERFORM LOAD-LOAN-MASTER
           PERFORM READ-SCREENING-PARAMETERS
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-SCREENING-QUEUE
           PERFORM PROCESS-ALL-MAINTENANCE
           PERFORM REWRITE-CUSTOMER-MASTER
           PERFORM REWRITE-RELATIONSHIP-FILE
           PERFORM REWRITE-SCREENING-QUEUE
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "CUSTUPD: Maintenance transactions read: "
                   WS-TRANS-COUNT
           DISPLAY "CUSTUPD: Applied: " WS-APPLIED-COUNT
           DISPLAY "CUSTUPD: Rejected: " WS-REJECT-COUNT
           DISPLAY "CUSTUPD: Held for watch list review: "
                   WS-QUEUED-COUNT
           DISPLAY "CUSTUPD: Review items cleared: " WS-CLEARED-COUNT
           DISPLAY "CUSTUPD: Review items confirmed: "
                   WS-CONFIRMED-COUNT
           DISPLAY "CUSTUPD: Customers on file: " WS-WRITTEN-COUNT
           DISPLAY "CUSTUPD: Relationships on file: "
                   WS-REL-WRITTEN-COUNT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       LOAD-LOAN-MASTER.
           MOVE 0 TO WS-LOAN-COUNT.
           OPEN INPUT LOANMAST.
           IF WS-LOANMAST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LOANMAST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LOAN-COUNT >= WS-MAX-LOAN-LIMIT
                               CLOSE LOANMAST
                               DISPLAY "CUSTUPD: LOAN TABLE "
                                   "CAPACITY OF " WS-MAX-LOAN-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-LOAN-COUNT
                               UNSTRING LOANMAST-RECORD
                                       DELIMITED BY ','
                                   INTO WS-LOAN-ID(WS-LOAN-COUNT),
                                        WS-LOAN-FIELD, WS-LOAN-FIELD,
                                        WS-LOAN-FIELD, WS-LOAN-FIELD,
                                        WS-LOAN-FIELD, WS-LOAN-FIELD,
                                        WS-LOAN-FIELD, WS-LOAN-FIELD,
                                        WS-LOAN-FIELD, WS-LOAN-FIELD,
                                        WS-LOAN-STATUS-STR
                               END-UNSTRING
                               MOVE WS-LOAN-STATUS-STR
                                   TO WS-LOAN-STATUS(WS-LOAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANMAST
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       FIND-LOAN-ENTRY.
           MOVE 0 TO WS-LOAN-IDX.
           PERFORM VARYING WS-LOAN-K FROM 1 BY 1
                       UNTIL WS-LOAN-K > WS-LOAN-COUNT
               IF WS-LOAN-ID(WS-LOAN-K) = WS-LOAN-LOOKUP
                   MOVE WS-LOAN-K TO WS-LOAN-IDX
               END-IF
           END-PERFORM.

       PROCESS-ALL-MAINTENANCE.
           OPEN INPUT ACCTMAST.
           IF WS-ACCTMAST-STATUS NOT = "00"
           MOVE 'N' TO WS-EOF-FLAG.

       PROCESS-SINGLE-MAINTENANCE.
           PERFORM PARSE-MAINTENANCE-FIELDS.

           MOVE 'Y' TO WS-TXN-VALID-FLAG.
           MOVE 'N' TO WS-SCRN-HELD-FLAG.
           PERFORM FIND-CUSTOMER-ENTRY.

           EVALUATE WS-IN-ACTION
                   PERFORM APPLY-RELATIONSHIP-ADD
               WHEN 'RELDEL'
                   PERFORM APPLY-RELATIONSHIP-DELETE
               WHEN 'SCRNCLR'
                   PERFORM APPLY-SCREENING-CLEAR
               WHEN 'SCRNCNF'
                   PERFORM APPLY-SCREENING-CONFIRM
               WHEN OTHER
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "INVALID-ACTION" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-SCRN-HELD-FLAG = 'Y'
               ADD 1 TO WS-QUEUED-COUNT
               DISPLAY "CUSTUPD: HELD " WS-IN-ACTION " FOR "
                       WS-IN-CUST-ID " - WATCH LIST REVIEW"
           ELSE
               IF WS-TXN-VALID-FLAG = 'Y'
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "CUSTUPD: APPLIED " WS-IN-ACTION " FOR "
                           WS-IN-CUST-ID
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-REJECTED-MAINTENANCE
                   DISPLAY "CUSTUPD: REJECTED " WS-IN-CUST-ID " - "
                           WS-REJECT-REASON
               END-IF
           END-IF.

       PARSE-MAINTENANCE-FIELDS.
           MOVE SPACES TO WS-IN-ACTION.
           MOVE SPACES TO WS-IN-CUST-ID.
           MOVE SPACES TO WS-IN-NAME.
           MOVE SPACES TO WS-IN-ADDR.
           MOVE SPACES TO WS-IN-CITY.
           MOVE SPACES TO WS-IN-STATE.
           MOVE SPACES TO WS-IN-ZIP.
           UNSTRING MAINT-RECORD DELIMITED BY ','
               INTO WS-IN-ACTION, WS-IN-CUST-ID, WS-IN-NAME,
                    WS-IN-ADDR, WS-IN-CITY, WS-IN-STATE, WS-IN-ZIP
           END-UNSTRING.

       FIND-CUSTOMER-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-I FROM 1 BY 1
           IF WS-TXN-VALID-FLAG = 'Y'
               PERFORM VALIDATE-CUSTOMER-FIELDS
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y' AND WS-SCRN-BYPASS-FLAG = 'N'
               PERFORM SCREEN-MAINTENANCE-ITEM
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y' AND WS-SCRN-HELD-FLAG = 'N'
               IF WS-CUST-COUNT >= WS-MAX-TABLE-LIMIT
                   MOVE 'N' TO WS-TXN-VALID-FLAG
                   MOVE "CUST-TABLE-FULL" TO WS-REJECT-REASON
               END-IF
               PERFORM VALIDATE-CUSTOMER-FIELDS
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y' AND WS-SCRN-BYPASS-FLAG = 'N'
               IF WS-IN-NAME NOT = WS-CUST-NAME(WS-FOUND-IDX)
                   OR WS-IN-ADDR NOT = WS-CUST-ADDR(WS-FOUND-IDX)
                   OR WS-IN-CITY NOT = WS-CUST-CITY(WS-FOUND-IDX)
                   OR WS-IN-STATE NOT = WS-CUST-STATE(WS-FOUND-IDX)
                   OR WS-IN-ZIP NOT = WS-CUST-ZIP(WS-FOUND-IDX)
                   PERFORM SCREEN-MAINTENANCE-ITEM
               END-IF
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y' AND WS-SCRN-HELD-FLAG = 'N'
               PERFORM SAVE-BEFORE-IMAGE
               MOVE WS-IN-NAME TO WS-CUST-NAME(WS-FOUND-IDX)
               MOVE WS-IN-ADDR TO WS-CUST-ADDR(WS-FOUND-IDX)
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "CUST-NOT-FOUND" TO WS-REJECT-REASON
           END-IF.
           PERFORM CHECK-SCREENING-HOLD.
           IF WS-SCRN-BLOCK-FLAG = 'Y'
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "SCREENING-HOLD" TO WS-REJECT-REASON
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               MOVE WS-IN-REL-ACCT TO AM-ACCT-ID
               READ ACCTMAST
                   INVALID KEY
                       MOVE WS-IN-REL-ACCT TO WS-LOAN-LOOKUP
                       PERFORM FIND-LOAN-ENTRY
                       IF WS-LOAN-IDX = 0
                           MOVE 'N' TO WS-TXN-VALID-FLAG
                           MOVE "ACCT-NOT-FOUND" TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-TXN-VALID-FLAG = 'Y'
               END-IF
           END-IF.

       APPLY-SCREENING-CLEAR.
           MOVE WS-IN-CUST-ID TO WS-REVIEW-CUST-ID.
           MOVE WS-IN-ACTION TO WS-REVIEW-ACTION.
           MOVE 0 TO WS-SQ-MATCH-COUNT.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-SQ-COUNT
               IF WS-SQ-CUST-ID(WS-Q) = WS-REVIEW-CUST-ID
                   AND WS-SQ-STATUS(WS-Q) = 'P'
                   ADD 1 TO WS-SQ-MATCH-COUNT
                   MOVE 'K' TO WS-SQ-STATUS(WS-Q)
                   PERFORM RELEASE-CLEARED-MAINTENANCE
               END-IF
           END-PERFORM.
           MOVE WS-REVIEW-CUST-ID TO WS-IN-CUST-ID.
           MOVE WS-REVIEW-ACTION TO WS-IN-ACTION.
           MOVE 'N' TO WS-SCRN-HELD-FLAG.
           IF WS-SQ-MATCH-COUNT = 0
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "NOT-PENDING-REVIEW" TO WS-REJECT-REASON
           ELSE
               MOVE 'Y' TO WS-TXN-VALID-FLAG
               ADD WS-SQ-MATCH-COUNT TO WS-CLEARED-COUNT
           END-IF.

       RELEASE-CLEARED-MAINTENANCE.
           MOVE WS-SQ-MAINT(WS-Q) TO MAINT-RECORD.
           PERFORM PARSE-MAINTENANCE-FIELDS.
           IF WS-IN-ACTION = 'ADD' OR WS-IN-ACTION = 'CHANGE'
               MOVE 'Y' TO WS-TXN-VALID-FLAG
               MOVE 'Y' TO WS-SCRN-BYPASS-FLAG
               PERFORM FIND-CUSTOMER-ENTRY
               IF WS-IN-ACTION = 'ADD'
                   PERFORM APPLY-CUSTOMER-ADD
               ELSE
                   PERFORM APPLY-CUSTOMER-CHANGE
               END-IF
               MOVE 'N' TO WS-SCRN-BYPASS-FLAG
               IF WS-TXN-VALID-FLAG = 'Y'
                   DISPLAY "CUSTUPD: RELEASED " WS-IN-ACTION " FOR "
                           WS-IN-CUST-ID " AFTER WATCH LIST REVIEW"
               ELSE
                   PERFORM WRITE-REJECTED-MAINTENANCE
                   DISPLAY "CUSTUPD: CLEARED ITEM REJECTED "
                           WS-IN-CUST-ID " - " WS-REJECT-REASON
               END-IF
           END-IF.

       APPLY-SCREENING-CONFIRM.
           MOVE WS-IN-CUST-ID TO WS-REVIEW-CUST-ID.
           MOVE WS-IN-ACTION TO WS-REVIEW-ACTION.
           MOVE 0 TO WS-SQ-MATCH-COUNT.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-SQ-COUNT
               IF WS-SQ-CUST-ID(WS-Q) = WS-REVIEW-CUST-ID
                   AND WS-SQ-STATUS(WS-Q) = 'P'
                   ADD 1 TO WS-SQ-MATCH-COUNT
                   MOVE 'C' TO WS-SQ-STATUS(WS-Q)
                   MOVE WS-SQ-MAINT(WS-Q) TO MAINT-RECORD
                   PERFORM PARSE-MAINTENANCE-FIELDS
                   IF WS-IN-ACTION = 'ADD' OR WS-IN-ACTION = 'CHANGE'
                       MOVE "WATCHLIST-CONFIRMED" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECTED-MAINTENANCE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-REVIEW-CUST-ID TO WS-IN-CUST-ID.
           MOVE WS-REVIEW-ACTION TO WS-IN-ACTION.
           IF WS-SQ-MATCH-COUNT = 0
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "NOT-PENDING-REVIEW" TO WS-REJECT-REASON
           ELSE
               ADD WS-SQ-MATCH-COUNT TO WS-CONFIRMED-COUNT
           END-IF.

       CHECK-SCREENING-HOLD.
           MOVE 'N' TO WS-SCRN-BLOCK-FLAG.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-SQ-COUNT
               IF WS-SQ-CUST-ID(WS-Q) = WS-IN-CUST-ID
                   AND (WS-SQ-STATUS(WS-Q) = 'P'
                       OR WS-SQ-STATUS(WS-Q) = 'C')
                   MOVE 'Y' TO WS-SCRN-BLOCK-FLAG
               END-IF
           END-PERFORM.

       SCREEN-MAINTENANCE-ITEM.
           MOVE WS-IN-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE WS-IN-CITY TO WS-SCRN-CITY.
           INSPECT WS-SCRN-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-BEST-SCORE.
           MOVE 0 TO WS-BEST-WL-IDX.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-WL-COUNT
               PERFORM SCORE-WATCH-LIST-ENTRY
               IF WS-SCRN-SCORE > WS-BEST-SCORE
                   PERFORM CHECK-CLEARED-MATCH
                   IF WS-SCRN-CLEARED-FLAG = 'N'
                       MOVE WS-SCRN-SCORE TO WS-BEST-SCORE
                       MOVE WS-L TO WS-BEST-WL-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-WL-IDX > 0
               AND WS-BEST-SCORE >= WS-SCRN-THRESHOLD
               PERFORM QUEUE-FOR-SCREENING-REVIEW
           END-IF.

       NORMALIZE-NAME.
           INSPECT WS-NORM-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-NORM-TOKEN-COUNT.
           MOVE SPACES TO WS-NORM-TOKENS.
           MOVE SPACES TO WS-NORM-TOKEN.
           MOVE 0 TO WS-NORM-TOKEN-LEN.
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 40
               MOVE WS-NORM-INPUT(WS-NORM-POS:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z')
                   OR (WS-NORM-CHAR >= '0' AND WS-NORM-CHAR <= '9')
                   IF WS-NORM-TOKEN-LEN < 20
                       ADD 1 TO WS-NORM-TOKEN-LEN
                       MOVE WS-NORM-CHAR
                           TO WS-NORM-TOKEN(WS-NORM-TOKEN-LEN:1)
                   END-IF
               ELSE
                   IF WS-NORM-CHAR NOT = "'"
                       PERFORM STORE-NORMALIZED-TOKEN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM STORE-NORMALIZED-TOKEN.

       STORE-NORMALIZED-TOKEN.
           IF WS-NORM-TOKEN-LEN > 1
               AND WS-NORM-TOKEN-COUNT < 8
               AND WS-NORM-TOKEN NOT = 'MR'
               AND WS-NORM-TOKEN NOT = 'MRS'
               AND WS-NORM-TOKEN NOT = 'MS'
               AND WS-NORM-TOKEN NOT = 'DR'
               AND WS-NORM-TOKEN NOT = 'THE'
               AND WS-NORM-TOKEN NOT = 'AND'
               AND WS-NORM-TOKEN NOT = 'OF'
               ADD 1 TO WS-NORM-TOKEN-COUNT
               MOVE WS-NORM-TOKEN TO WS-NORM-TOK(WS-NORM-TOKEN-COUNT)
           END-IF.
           MOVE SPACES TO WS-NORM-TOKEN.
           MOVE 0 TO WS-NORM-TOKEN-LEN.

       SCORE-WATCH-LIST-ENTRY.
           MOVE 0 TO WS-SCRN-SCORE.
           MOVE 0 TO WS-MATCHED-TOKENS.
           MOVE ALL 'N' TO WS-TOKEN-USED-FLAGS.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NORM-TOKEN-COUNT
               MOVE 'N' TO WS-TOKEN-MATCH-FLAG
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-WL-TOKEN-COUNT(WS-L)
                          OR WS-TOKEN-MATCH-FLAG = 'Y'
                   IF WS-TOKEN-USED(WS-U) = 'N'
                       AND WS-NORM-TOK(WS-T) = WS-WL-TOKEN(WS-L, WS-U)
                       MOVE 'Y' TO WS-TOKEN-USED(WS-U)
                       MOVE 'Y' TO WS-TOKEN-MATCH-FLAG
                       ADD 1 TO WS-MATCHED-TOKENS
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-NORM-TOKEN-COUNT + WS-WL-TOKEN-COUNT(WS-L) > 0
               COMPUTE WS-SCRN-SCORE ROUNDED =
                   200 * WS-MATCHED-TOKENS
                   / (WS-NORM-TOKEN-COUNT + WS-WL-TOKEN-COUNT(WS-L))
           END-IF.
           IF WS-SCRN-SCORE > 0
               AND WS-WL-CITY(WS-L) NOT = SPACES
               AND WS-WL-CITY(WS-L) = WS-SCRN-CITY
               ADD 10 TO WS-SCRN-SCORE
               IF WS-SCRN-SCORE > 100
                   MOVE 100 TO WS-SCRN-SCORE
               END-IF
           END-IF.

       CHECK-CLEARED-MATCH.
           MOVE 'N' TO WS-SCRN-CLEARED-FLAG.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-SQ-COUNT
               IF WS-SQ-CUST-ID(WS-Q) = WS-IN-CUST-ID
                   AND WS-SQ-WL-ID(WS-Q) = WS-WL-ID(WS-L)
                   AND WS-SQ-STATUS(WS-Q) = 'K'
                   MOVE 'Y' TO WS-SCRN-CLEARED-FLAG
               END-IF
           END-PERFORM.

       QUEUE-FOR-SCREENING-REVIEW.
           IF WS-SQ-COUNT >= WS-MAX-QUEUE-LIMIT
               MOVE 'N' TO WS-TXN-VALID-FLAG
               MOVE "REVIEW-QUEUE-FULL" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-SQ-COUNT
               MOVE WS-RUN-DATE TO WS-SQ-QUEUED-DATE(WS-SQ-COUNT)
               MOVE WS-IN-CUST-ID TO WS-SQ-CUST-ID(WS-SQ-COUNT)
               MOVE WS-WL-ID(WS-BEST-WL-IDX)
                   TO WS-SQ-WL-ID(WS-SQ-COUNT)
               MOVE WS-BEST-SCORE TO WS-SQ-SCORE(WS-SQ-COUNT)
               MOVE 'P' TO WS-SQ-STATUS(WS-SQ-COUNT)
               MOVE MAINT-RECORD TO WS-SQ-MAINT(WS-SQ-COUNT)
               MOVE 'Y' TO WS-SCRN-HELD-FLAG
           END-IF.

       READ-SCREENING-PARAMETERS.
           OPEN INPUT SCRNPARM.
           IF WS-SCRNPARM-STATUS = "00"
               READ SCRNPARM INTO WS-SCRN-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-SCRN-PARM-THRESHOLD IS NUMERIC
                   AND WS-SCRN-PARM-THRESHOLD > "000"
                   AND WS-SCRN-PARM-THRESHOLD <= "100"
                   MOVE WS-SCRN-PARM-THRESHOLD TO WS-SCRN-THRESHOLD
               END-IF
               CLOSE SCRNPARM
           END-IF.

       LOAD-WATCH-LIST.
           MOVE 0 TO WS-WL-COUNT.
           OPEN INPUT WATCHLST.
           IF WS-WATCHLST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ WATCHLST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WATCHLST-RECORD NOT = SPACES
                               PERFORM STORE-WATCH-LIST-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCHLST
           ELSE
               DISPLAY "CUSTUPD: NO WATCH LIST ON FILE - "
                       "CUSTOMERS NOT SCREENED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       STORE-WATCH-LIST-ENTRY.
           IF WS-WL-COUNT >= WS-MAX-WATCH-LIMIT
               CLOSE WATCHLST
               DISPLAY "CUSTUPD: WATCH LIST TABLE CAPACITY OF "
                   WS-MAX-WATCH-LIMIT " EXCEEDED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-IN-WL-ID.
           MOVE SPACES TO WS-IN-WL-SOURCE.
           MOVE SPACES TO WS-IN-WL-NAME.
           MOVE SPACES TO WS-IN-WL-CITY.
           UNSTRING WATCHLST-RECORD DELIMITED BY ','
               INTO WS-IN-WL-ID, WS-IN-WL-SOURCE, WS-IN-WL-NAME,
                    WS-IN-WL-CITY
           END-UNSTRING.
           ADD 1 TO WS-WL-COUNT.
           MOVE WS-IN-WL-ID TO WS-WL-ID(WS-WL-COUNT).
           MOVE WS-IN-WL-SOURCE TO WS-WL-SOURCE(WS-WL-COUNT).
           MOVE WS-IN-WL-NAME TO WS-WL-NAME(WS-WL-COUNT).
           INSPECT WS-IN-WL-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-IN-WL-CITY TO WS-WL-CITY(WS-WL-COUNT).
           MOVE WS-IN-WL-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE WS-NORM-TOKEN-COUNT TO WS-WL-TOKEN-COUNT(WS-WL-COUNT).
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
               MOVE WS-NORM-TOK(WS-T) TO WS-WL-TOKEN(WS-WL-COUNT, WS-T)
           END-PERFORM.

       LOAD-SCREENING-QUEUE.
           MOVE 0 TO WS-SQ-COUNT.
           OPEN INPUT SCRNPEND.
           IF WS-SCRNPEND-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SCRNPEND INTO WS-SCRNPEND-LINE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SQ-COUNT >= WS-MAX-QUEUE-LIMIT
                               CLOSE SCRNPEND
                               DISPLAY "CUSTUPD: REVIEW QUEUE TABLE "
                                   "CAPACITY OF " WS-MAX-QUEUE-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-SQ-COUNT
                           MOVE WS-SP-QUEUED-DATE
                               TO WS-SQ-QUEUED-DATE(WS-SQ-COUNT)
                           MOVE WS-SP-CUST-ID
                               TO WS-SQ-CUST-ID(WS-SQ-COUNT)
                           MOVE WS-SP-WL-ID TO WS-SQ-WL-ID(WS-SQ-COUNT)
                           MOVE WS-SP-SCORE TO WS-SQ-SCORE(WS-SQ-COUNT)
                           MOVE WS-SP-STATUS
                               TO WS-SQ-STATUS(WS-SQ-COUNT)
                           MOVE WS-SP-MAINT TO WS-SQ-MAINT(WS-SQ-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SCRNPEND
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       REWRITE-SCREENING-QUEUE.
           OPEN OUTPUT SCRNPEND.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-SQ-COUNT
               MOVE WS-SQ-QUEUED-DATE(WS-Q) TO WS-SP-QUEUED-DATE
               MOVE WS-SQ-CUST-ID(WS-Q) TO WS-SP-CUST-ID
               MOVE WS-SQ-WL-ID(WS-Q) TO WS-SP-WL-ID
               MOVE WS-SQ-SCORE(WS-Q) TO WS-SP-SCORE
               MOVE WS-SQ-STATUS(WS-Q) TO WS-SP-STATUS
               MOVE WS-SQ-MAINT(WS-Q) TO WS-SP-MAINT
               MOVE WS-SCRNPEND-LINE TO SCRNPEND-RECORD
               WRITE SCRNPEND-RECORD
           END-PERFORM.
           CLOSE SCRNPEND.

       CHECK-FOR-OPEN-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OPEN-FLAG.
           MOVE WS-IN-CUST-ID TO AM-ACCT-ID.
                   MOVE WS-REL-ACCT(WS-R) TO AM-ACCT-ID
                   READ ACCTMAST
                       INVALID KEY
                           MOVE WS-REL-ACCT(WS-R) TO WS-LOAN-LOOKUP
                           PERFORM FIND-LOAN-ENTRY
                           IF WS-LOAN-IDX > 0
                               IF WS-LOAN-STATUS(WS-LOAN-IDX) = 'A'
                                   MOVE 'Y' TO WS-ACCT-OPEN-FLAG
                               END-IF
                           END-IF
                       NOT INVALID KEY
                           IF AM-ACCT-TYPE NOT = 'CLOSED'
                               MOVE 'Y' TO WS-ACCT-OPEN-FLAG
                  ',' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-QUEUED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  "0000000000000.00" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RC-DISPLAY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUNCTL-TEXT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-WRITTEN-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CLEARED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CONFIRMED-COUNT DELIMITED BY SIZE
               INTO WS-RUNCTL-LINE
           END-STRING.
           MOVE WS-RUNCTL-LINE TO RUNCTL-RECORD.
