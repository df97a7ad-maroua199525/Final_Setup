           SELECT CUSTACCT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT LOANMAST ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT XREFRPT-FILE ASSIGN TO "XREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
       FD  CUSTACCT.
       01  CUSTACCT-RECORD         PIC X(80).

       FD  LOANMAST.
       01  LOANMAST-RECORD         PIC X(200).

       FD  XREFRPT-FILE.
       01  PRINT-RECORD            PIC X(132).

               10  WS-REL-ACCT     PIC X(5).
               10  WS-REL-CODE     PIC X(3).

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

       01  WS-ACCTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTACCT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-LOANMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).
           PERFORM LOAD-CUSTOMERS-INTO-MEMORY
           PERFORM SORT-CUSTOMERS-TABLE
           PERFORM LOAD-RELATIONSHIPS-INTO-MEMORY
           PERFORM LOAD-LOAN-MASTER

           OPEN INPUT ACCTMAST
           IF WS-ACCTMAST-STATUS NOT = "00"
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
                               DISPLAY "XREFRPT" ": LOAN TABLE "
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

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCOUNT / CUSTOMER RECONCILIATION EXCEPTIONS"
                       MOVE WS-REL-ACCT(WS-R) TO AM-ACCT-ID
                       READ ACCTMAST
                           INVALID KEY
                               MOVE WS-REL-ACCT(WS-R)
                                   TO WS-LOAN-LOOKUP
                               PERFORM FIND-LOAN-ENTRY
                               IF WS-LOAN-IDX > 0
                                   AND WS-LOAN-STATUS(WS-LOAN-IDX) = 'A'
                                   MOVE 'Y' TO WS-FOUND-FLAG
                               END-IF
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-FOUND-FLAG
                       END-READ
