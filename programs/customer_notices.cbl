       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICES.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT TRANSREJ ASSIGN TO "TRANSREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSREJ-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTACCT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT NOTCPARM ASSIGN TO "NOTCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTCPARM-STATUS.
           SELECT NOTCSUPP ASSIGN TO "NOTCSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTCSUPP-STATUS.
           SELECT NOTCNEG ASSIGN TO "NOTCNEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTCNEG-STATUS.
           SELECT NOTCLTR ASSIGN TO "NOTCLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTCRPT ASSIGN TO "NOTCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT NOTICE-SORT ASSIGN TO "SRTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST.
       01  ACCTMAST-RECORD.
           05  AM-ACCT-ID          PIC X(5).
           05  AM-ACCT-NAME        PIC X(20).
           05  AM-ACCT-TYPE        PIC X(10).
           05  AM-ACCT-BALANCE     PIC S9(7)V99.
           05  AM-ACCT-OD-LIMIT    PIC 9(7)V99.

       FD  AUDITLOG.
       01  AUDIT-RECORD            PIC X(100).

       FD  TRANSREJ.
       01  REJECT-RECORD           PIC X(111).

       FD  CUSTMAST.
       01  CUSTOMER-RECORD         PIC X(80).

       FD  CUSTACCT.
       01  CUSTACCT-RECORD         PIC X(80).

       FD  NOTCPARM.
       01  NOTCPARM-RECORD         PIC X(80).

       FD  NOTCSUPP.
       01  NOTCSUPP-RECORD         PIC X(40).

       FD  NOTCNEG.
       01  NOTCNEG-RECORD          PIC X(40).

       FD  NOTCLTR.
       01  LETTER-RECORD           PIC X(132).

       FD  NOTCRPT.
       01  PRINT-RECORD            PIC X(132).

       FD  RUNCTL.
       01  RUNCTL-RECORD           PIC X(132).

       SD  NOTICE-SORT.
       01  NOTICE-SORT-RECORD.
           05  NS-CUST             PIC X(5).
           05  NS-TYPE-NO          PIC 9.
           05  NS-ACCT             PIC X(5).
           05  NS-SEQ              PIC 9(7).
           05  NS-TXN-ID           PIC X(10).
           05  NS-TXN-TYPE         PIC X(15).
           05  NS-AMT              PIC 9(7)V99.
           05  NS-BAL              PIC S9(7)V99.
           05  NS-DATE             PIC X(8).
           05  NS-DAYS             PIC 9(5).
           05  NS-ACCT-NAME        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
       01  WS-BUILD-RECORD         PIC X(132) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-NUM         PIC 9(8).
       01  WS-CYCLE                PIC X(6).
       01  WS-ACCTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-AUDITLOG-STATUS      PIC X(2) VALUE SPACES.
       01  WS-TRANSREJ-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CUSTACCT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-NOTCPARM-STATUS      PIC X(2) VALUE SPACES.
       01  WS-NOTCSUPP-STATUS      PIC X(2) VALUE SPACES.
       01  WS-NOTCNEG-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUNCTL-LINE          PIC X(132) VALUE SPACES.
       01  WS-RC-DISPLAY           PIC 9(4).

       01  WS-PARM-RECORD          VALUE SPACES.
           05  WS-PARM-NEG-DAYS    PIC X(3).
       01  WS-NEG-DAYS             PIC 9(3) VALUE 5.

       01  WS-MAX-TABLE-LIMIT      PIC 9(5) VALUE 20000.
       01  WS-CUST-COUNT           PIC 9(5) VALUE 0.
       01  WS-CUSTOMERS-TABLE.
           05  WS-CUST-ENTRY       OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-CUST-COUNT.
               10  WS-CUST-ID      PIC X(5).
               10  WS-CUST-NAME    PIC X(20).
               10  WS-CUST-ADDR    PIC X(20).
               10  WS-CUST-CITY    PIC X(15).
               10  WS-CUST-STATE   PIC X(2).
               10  WS-CUST-ZIP     PIC X(5).
       01  WS-REL-COUNT            PIC 9(5) VALUE 0.
       01  WS-RELATIONSHIPS-TABLE.
           05  WS-REL-ENTRY        OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-REL-COUNT.
               10  WS-REL-CUST     PIC X(5).
               10  WS-REL-ACCT     PIC X(5).
       01  WS-C                    PIC 9(5).
       01  WS-R                    PIC 9(5).
       01  WS-CUST-IDX             PIC 9(5) VALUE 0.
       01  WS-OWNER-FOUND-FLAG     PIC X VALUE 'N'.

       01  WS-MAX-SUPP-LIMIT       PIC 9(5) VALUE 20000.
       01  WS-SUPP-COUNT           PIC 9(5) VALUE 0.
       01  WS-SUPPRESSION-TABLE.
           05  WS-SUPP-ENTRY       OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON WS-SUPP-COUNT.
               10  WS-SUPP-CUST    PIC X(5).
               10  WS-SUPP-TYPE    PIC X(12).
               10  WS-SUPP-CYCLE   PIC X(6).
       01  WS-SP-CUST              PIC X(5).
       01  WS-SP-TYPE              PIC X(12).
       01  WS-SP-CYCLE             PIC X(6).
       01  WS-S                    PIC 9(5).
       01  WS-SUPPRESSED-FLAG      PIC X VALUE 'N'.

       01  WS-MAX-NEG-LIMIT        PIC 9(5) VALUE 5000.
       01  WS-NEG-COUNT            PIC 9(5) VALUE 0.
       01  WS-NEGATIVE-TABLE.
           05  WS-NEG-ENTRY        OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON WS-NEG-COUNT.
               10  WS-NEG-ACCT     PIC X(5).
               10  WS-NEG-SINCE    PIC X(8).
               10  WS-NEG-SEEN     PIC X.
       01  WS-N                    PIC 9(5).
       01  WS-NEG-IDX              PIC 9(5) VALUE 0.
       01  WS-SINCE-DATE-NUM       PIC 9(8).
       01  WS-DAYS-NEGATIVE        PIC 9(5).

       01  WS-AUD-ACCT             PIC X(5).
       01  WS-AUD-TXN-ID           PIC X(10).
       01  WS-AUD-TYPE             PIC X(15).
       01  WS-AUD-AMT-STR          PIC X(10).
       01  WS-AUD-BAL-BEFORE-STR   PIC X(12).
       01  WS-AUD-BAL-AFTER-STR    PIC X(12).
       01  WS-AUD-DATE-STR         PIC X(10).

       01  WS-REJ-TXN-ID           PIC X(10).
       01  WS-REJ-TYPE             PIC X(15).
       01  WS-REJ-ACCT             PIC X(10).
       01  WS-REJ-AMT-STR          PIC X(12).
       01  WS-REJ-DATE             PIC X(10).
       01  WS-REJ-REASON           PIC X(30).

       01  WS-EVENT-SEQ            PIC 9(7) VALUE 0.
       01  WS-EVENT-ACCT           PIC X(5).
       01  WS-EVENT-TYPE-NO        PIC 9.
       01  WS-EVENT-TXN-ID         PIC X(10).
       01  WS-EVENT-TXN-TYPE       PIC X(15).
       01  WS-EVENT-AMT            PIC 9(7)V99.
       01  WS-EVENT-BAL            PIC S9(7)V99.
       01  WS-EVENT-DATE           PIC X(8).
       01  WS-EVENT-DAYS           PIC 9(5).
       01  WS-EVENT-NAME           PIC X(20).
       01  WS-EVENT-COUNT          PIC 9(7) VALUE 0.

       01  WS-TYPE-NO              PIC 9.
       01  WS-TYPE-CODE            PIC X(12).
       01  WS-TYPE-TITLE           PIC X(40).
       01  WS-TYPE-TEXT-1          PIC X(70).
       01  WS-TYPE-TEXT-2          PIC X(70).
       01  WS-TYPE-COUNTS.
           05  WS-TC-ENTRY         OCCURS 4 TIMES.
               10  WS-TC-LETTERS   PIC 9(5).
               10  WS-TC-ITEMS     PIC 9(5).
               10  WS-TC-SUPPRESSED PIC 9(5).
       01  WS-T                    PIC 9.

       01  WS-GRP-CUST             PIC X(5) VALUE SPACES.
       01  WS-GRP-TYPE-NO          PIC 9 VALUE 0.
       01  WS-GRP-OPEN-FLAG        PIC X VALUE 'N'.
       01  WS-PAGE-NUMBER          PIC 9(5) VALUE 0.
       01  WS-LETTER-COUNT         PIC 9(5) VALUE 0.
       01  WS-SUPPRESSED-COUNT     PIC 9(5) VALUE 0.
       01  WS-ACCT-READ-COUNT      PIC 9(7) VALUE 0.
       01  WS-AUDIT-READ-COUNT     PIC 9(7) VALUE 0.
       01  WS-REJECT-READ-COUNT    PIC 9(7) VALUE 0.

       01  WS-AMT-EDIT             PIC 9(7).99.
       01  WS-BAL-EDIT             PIC -9(7).99.
       01  WS-DAYS-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NOTICES: Starting customer notice run..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE(1:6) TO WS-CYCLE
           INITIALIZE WS-TYPE-COUNTS

           PERFORM READ-NOTICE-PARAMETERS
           PERFORM LOAD-CUSTOMERS-INTO-MEMORY
           PERFORM LOAD-RELATIONSHIPS-INTO-MEMORY
           PERFORM LOAD-SUPPRESSION-FILE
           PERFORM LOAD-NEGATIVE-BALANCE-FILE

           OPEN INPUT ACCTMAST
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "NOTICES: CANNOT OPEN ACCTMAST - STATUS "
                       WS-ACCTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NOTCLTR

           SORT NOTICE-SORT
               ON ASCENDING KEY NS-CUST, NS-TYPE-NO, NS-ACCT, NS-SEQ
               INPUT PROCEDURE COLLECT-NOTICE-EVENTS
               OUTPUT PROCEDURE WRITE-CUSTOMER-LETTERS

           CLOSE NOTCLTR
           CLOSE ACCTMAST
           PERFORM REWRITE-SUPPRESSION-FILE
           PERFORM REWRITE-NEGATIVE-BALANCE-FILE
           PERFORM WRITE-CONTROL-PAGE
           PERFORM WRITE-RUN-CONTROL-RECORD

           DISPLAY "NOTICES: Notice items found: " WS-EVENT-COUNT
           DISPLAY "NOTICES: Letters written: " WS-LETTER-COUNT
           DISPLAY "NOTICES: Letters suppressed: "
                   WS-SUPPRESSED-COUNT
           DISPLAY "NOTICES: Letter file ready: NOTCLTR"

           STOP RUN.

       READ-NOTICE-PARAMETERS.
           OPEN INPUT NOTCPARM
           IF WS-NOTCPARM-STATUS = "00"
               READ NOTCPARM INTO WS-PARM-RECORD
                   AT END CONTINUE
               END-READ
               IF WS-PARM-NEG-DAYS NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-NEG-DAYS)
                       TO WS-NEG-DAYS
               END-IF
               CLOSE NOTCPARM
           END-IF.

       LOAD-CUSTOMERS-INTO-MEMORY.
           MOVE 0 TO WS-CUST-COUNT.
           OPEN INPUT CUSTMAST.
           IF WS-CUSTMAST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CUSTMAST
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-CUST-COUNT >= WS-MAX-TABLE-LIMIT
                               CLOSE CUSTMAST
                               DISPLAY "NOTICES: CUSTOMERS TABLE "
                                   "CAPACITY OF " WS-MAX-TABLE-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-CUST-COUNT
                               UNSTRING CUSTOMER-RECORD
                                       DELIMITED BY ','
                                   INTO WS-CUST-ID(WS-CUST-COUNT),
                                        WS-CUST-NAME(WS-CUST-COUNT),
                                        WS-CUST-ADDR(WS-CUST-COUNT),
                                        WS-CUST-CITY(WS-CUST-COUNT),
                                        WS-CUST-STATE(WS-CUST-COUNT),
                                        WS-CUST-ZIP(WS-CUST-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTMAST
           ELSE
               DISPLAY "NOTICES: NO CUSTOMER MASTER ON FILE - "
                       "STATUS " WS-CUSTMAST-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       LOAD-RELATIONSHIPS-INTO-MEMORY.
           MOVE 0 TO WS-REL-COUNT.
           OPEN INPUT CUSTACCT.
           IF WS-CUSTACCT-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CUSTACCT
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-REL-COUNT >= WS-MAX-TABLE-LIMIT
                               CLOSE CUSTACCT
                               DISPLAY "NOTICES: RELATIONSHIPS "
                                   "TABLE CAPACITY OF "
                                   WS-MAX-TABLE-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-REL-COUNT
                               UNSTRING CUSTACCT-RECORD
                                       DELIMITED BY ','
                                   INTO WS-REL-CUST(WS-REL-COUNT),
                                        WS-REL-ACCT(WS-REL-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTACCT
           ELSE
               DISPLAY "NOTICES: NO RELATIONSHIP FILE ON HAND - "
                       "STATUS " WS-CUSTACCT-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       LOAD-SUPPRESSION-FILE.
           MOVE 0 TO WS-SUPP-COUNT.
           OPEN INPUT NOTCSUPP.
           IF WS-NOTCSUPP-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ NOTCSUPP
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-SP-CUST
                           MOVE SPACES TO WS-SP-TYPE
                           MOVE SPACES TO WS-SP-CYCLE
                           UNSTRING NOTCSUPP-RECORD DELIMITED BY ','
                               INTO WS-SP-CUST, WS-SP-TYPE,
                                    WS-SP-CYCLE
                           END-UNSTRING
                           IF WS-SP-CYCLE = WS-CYCLE
                               PERFORM ADD-SUPPRESSION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTCSUPP
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       ADD-SUPPRESSION-ENTRY.
           IF WS-SUPP-COUNT >= WS-MAX-SUPP-LIMIT
               DISPLAY "NOTICES: SUPPRESSION TABLE CAPACITY OF "
                   WS-MAX-SUPP-LIMIT " EXCEEDED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUPP-COUNT.
           MOVE WS-SP-CUST TO WS-SUPP-CUST(WS-SUPP-COUNT).
           MOVE WS-SP-TYPE TO WS-SUPP-TYPE(WS-SUPP-COUNT).
           MOVE WS-SP-CYCLE TO WS-SUPP-CYCLE(WS-SUPP-COUNT).

       LOAD-NEGATIVE-BALANCE-FILE.
           MOVE 0 TO WS-NEG-COUNT.
           OPEN INPUT NOTCNEG.
           IF WS-NOTCNEG-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ NOTCNEG
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-NEG-COUNT >= WS-MAX-NEG-LIMIT
                               DISPLAY "NOTICES: NEGATIVE BALANCE "
                                   "TABLE CAPACITY OF "
                                   WS-MAX-NEG-LIMIT
                                   " EXCEEDED - RUN ABORTED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-NEG-COUNT
                               UNSTRING NOTCNEG-RECORD DELIMITED BY ','
                                   INTO WS-NEG-ACCT(WS-NEG-COUNT),
                                        WS-NEG-SINCE(WS-NEG-COUNT)
                               END-UNSTRING
                               MOVE 'N' TO WS-NEG-SEEN(WS-NEG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTCNEG
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       COLLECT-NOTICE-EVENTS.
           PERFORM COLLECT-AUDIT-EVENTS.
           PERFORM COLLECT-REJECT-EVENTS.
           PERFORM COLLECT-NEGATIVE-BALANCE-EVENTS.

       COLLECT-AUDIT-EVENTS.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AUDITLOG
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ-COUNT
                           PERFORM CHECK-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           ELSE
               DISPLAY "NOTICES: NO AUDIT LOG ON FILE - STATUS "
                       WS-AUDITLOG-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       CHECK-AUDIT-RECORD.
           MOVE SPACES TO WS-AUD-DATE-STR.
           UNSTRING AUDIT-RECORD DELIMITED BY ','
               INTO WS-AUD-ACCT, WS-AUD-TXN-ID, WS-AUD-TYPE,
                    WS-AUD-AMT-STR, WS-AUD-BAL-BEFORE-STR,
                    WS-AUD-BAL-AFTER-STR, WS-AUD-DATE-STR
           END-UNSTRING.
           EVALUATE WS-AUD-TYPE
               WHEN 'OD-FEE'
                   MOVE 1 TO WS-EVENT-TYPE-NO
                   PERFORM BUILD-AUDIT-EVENT
               WHEN 'CLOSE'
                   MOVE 4 TO WS-EVENT-TYPE-NO
                   PERFORM BUILD-AUDIT-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-AUDIT-EVENT.
           MOVE WS-AUD-ACCT TO WS-EVENT-ACCT.
           MOVE WS-AUD-TXN-ID TO WS-EVENT-TXN-ID.
           MOVE WS-AUD-TYPE TO WS-EVENT-TXN-TYPE.
           MOVE FUNCTION NUMVAL(WS-AUD-AMT-STR) TO WS-EVENT-AMT.
           MOVE FUNCTION NUMVAL(WS-AUD-BAL-AFTER-STR) TO WS-EVENT-BAL.
           MOVE WS-AUD-DATE-STR TO WS-EVENT-DATE.
           MOVE 0 TO WS-EVENT-DAYS.
           PERFORM LOOKUP-EVENT-ACCOUNT-NAME.
           PERFORM RELEASE-EVENT-TO-OWNERS.

       COLLECT-REJECT-EVENTS.
           OPEN INPUT TRANSREJ.
           IF WS-TRANSREJ-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRANSREJ
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-REJECT-READ-COUNT
                           PERFORM CHECK-REJECT-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSREJ
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       CHECK-REJECT-RECORD.
           MOVE REJECT-RECORD(82:30) TO WS-REJ-REASON.
           IF WS-REJ-REASON = 'INSUFFICIENT-FUNDS'
               MOVE SPACES TO WS-REJ-ACCT
               MOVE SPACES TO WS-REJ-AMT-STR
               MOVE SPACES TO WS-REJ-DATE
               UNSTRING REJECT-RECORD(1:80) DELIMITED BY ','
                   INTO WS-REJ-TXN-ID, WS-REJ-TYPE, WS-REJ-ACCT,
                        WS-REJ-AMT-STR, WS-REJ-DATE
               END-UNSTRING
               MOVE 2 TO WS-EVENT-TYPE-NO
               MOVE WS-REJ-ACCT TO WS-EVENT-ACCT
               MOVE WS-REJ-TXN-ID TO WS-EVENT-TXN-ID
               MOVE WS-REJ-TYPE TO WS-EVENT-TXN-TYPE
               MOVE FUNCTION NUMVAL(WS-REJ-AMT-STR) TO WS-EVENT-AMT
               MOVE WS-REJ-DATE TO WS-EVENT-DATE
               MOVE 0 TO WS-EVENT-DAYS
               PERFORM LOOKUP-EVENT-ACCOUNT-NAME
               MOVE AM-ACCT-BALANCE TO WS-EVENT-BAL
               PERFORM RELEASE-EVENT-TO-OWNERS
           END-IF.

       LOOKUP-EVENT-ACCOUNT-NAME.
           MOVE WS-EVENT-ACCT TO AM-ACCT-ID.
           READ ACCTMAST
               INVALID KEY
                   MOVE SPACES TO WS-EVENT-NAME
                   MOVE 0 TO AM-ACCT-BALANCE
               NOT INVALID KEY
                   MOVE AM-ACCT-NAME TO WS-EVENT-NAME
           END-READ.

       COLLECT-NEGATIVE-BALANCE-EVENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO AM-ACCT-ID.
           START ACCTMAST KEY NOT < AM-ACCT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCTMAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ-COUNT
                       PERFORM CHECK-NEGATIVE-BALANCE
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

       CHECK-NEGATIVE-BALANCE.
           IF AM-ACCT-BALANCE < 0
               AND AM-ACCT-TYPE NOT = 'CLOSED'
               AND AM-ACCT-TYPE NOT = 'ESCHEATED'
               PERFORM FIND-NEGATIVE-BALANCE-ENTRY
               IF WS-NEG-IDX = 0
                   IF WS-NEG-COUNT >= WS-MAX-NEG-LIMIT
                       DISPLAY "NOTICES: NEGATIVE BALANCE TABLE "
                           "CAPACITY OF " WS-MAX-NEG-LIMIT
                           " EXCEEDED - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NEG-COUNT
                   MOVE WS-NEG-COUNT TO WS-NEG-IDX
                   MOVE AM-ACCT-ID TO WS-NEG-ACCT(WS-NEG-IDX)
                   MOVE WS-RUN-DATE TO WS-NEG-SINCE(WS-NEG-IDX)
               END-IF
               MOVE 'Y' TO WS-NEG-SEEN(WS-NEG-IDX)
               MOVE FUNCTION NUMVAL(WS-NEG-SINCE(WS-NEG-IDX))
                   TO WS-SINCE-DATE-NUM
               COMPUTE WS-DAYS-NEGATIVE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE-NUM)
               IF WS-DAYS-NEGATIVE >= WS-NEG-DAYS
                   MOVE 3 TO WS-EVENT-TYPE-NO
                   MOVE AM-ACCT-ID TO WS-EVENT-ACCT
                   MOVE SPACES TO WS-EVENT-TXN-ID
                   MOVE SPACES TO WS-EVENT-TXN-TYPE
                   MOVE 0 TO WS-EVENT-AMT
                   MOVE AM-ACCT-BALANCE TO WS-EVENT-BAL
                   MOVE WS-NEG-SINCE(WS-NEG-IDX) TO WS-EVENT-DATE
                   MOVE WS-DAYS-NEGATIVE TO WS-EVENT-DAYS
                   MOVE AM-ACCT-NAME TO WS-EVENT-NAME
                   PERFORM RELEASE-EVENT-TO-OWNERS
               END-IF
           END-IF.

       FIND-NEGATIVE-BALANCE-ENTRY.
           MOVE 0 TO WS-NEG-IDX.
           PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-NEG-COUNT OR WS-NEG-IDX > 0
               IF WS-NEG-ACCT(WS-N) = AM-ACCT-ID
                   MOVE WS-N TO WS-NEG-IDX
               END-IF
           END-PERFORM.

       RELEASE-EVENT-TO-OWNERS.
           ADD 1 TO WS-EVENT-COUNT.
           ADD 1 TO WS-EVENT-SEQ.
           MOVE SPACES TO NOTICE-SORT-RECORD.
           MOVE WS-EVENT-TYPE-NO TO NS-TYPE-NO.
           MOVE WS-EVENT-ACCT TO NS-ACCT.
           MOVE WS-EVENT-SEQ TO NS-SEQ.
           MOVE WS-EVENT-TXN-ID TO NS-TXN-ID.
           MOVE WS-EVENT-TXN-TYPE TO NS-TXN-TYPE.
           MOVE WS-EVENT-AMT TO NS-AMT.
           MOVE WS-EVENT-BAL TO NS-BAL.
           MOVE WS-EVENT-DATE TO NS-DATE.
           MOVE WS-EVENT-DAYS TO NS-DAYS.
           MOVE WS-EVENT-NAME TO NS-ACCT-NAME.
           MOVE 'N' TO WS-OWNER-FOUND-FLAG.
           PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REL-COUNT
               IF WS-REL-ACCT(WS-R) = WS-EVENT-ACCT
                   MOVE 'Y' TO WS-OWNER-FOUND-FLAG
                   MOVE WS-REL-CUST(WS-R) TO NS-CUST
                   RELEASE NOTICE-SORT-RECORD
               END-IF
           END-PERFORM.
           IF WS-OWNER-FOUND-FLAG = 'N'
               MOVE WS-EVENT-ACCT TO NS-CUST
               RELEASE NOTICE-SORT-RECORD
           END-IF.

       WRITE-CUSTOMER-LETTERS.
           MOVE 'N' TO WS-GRP-OPEN-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               RETURN NOTICE-SORT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                       IF WS-GRP-OPEN-FLAG = 'Y'
                           PERFORM CLOSE-CUSTOMER-LETTER
                       END-IF
                   NOT AT END
                       PERFORM WRITE-SINGLE-NOTICE-ITEM
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

       WRITE-SINGLE-NOTICE-ITEM.
           IF WS-GRP-OPEN-FLAG = 'Y'
               AND (NS-CUST NOT = WS-GRP-CUST
                    OR NS-TYPE-NO NOT = WS-GRP-TYPE-NO)
               PERFORM CLOSE-CUSTOMER-LETTER
           END-IF.
           IF WS-GRP-OPEN-FLAG = 'N'
               PERFORM OPEN-CUSTOMER-LETTER
           END-IF.
           IF WS-SUPPRESSED-FLAG = 'Y'
               ADD 1 TO WS-TC-SUPPRESSED(WS-GRP-TYPE-NO)
           ELSE
               ADD 1 TO WS-TC-ITEMS(WS-GRP-TYPE-NO)
               PERFORM WRITE-LETTER-DETAIL-LINE
           END-IF.

       OPEN-CUSTOMER-LETTER.
           MOVE 'Y' TO WS-GRP-OPEN-FLAG.
           MOVE NS-CUST TO WS-GRP-CUST.
           MOVE NS-TYPE-NO TO WS-GRP-TYPE-NO.
           MOVE NS-TYPE-NO TO WS-TYPE-NO.
           PERFORM SET-NOTICE-TYPE-TEXT.
           MOVE 'N' TO WS-SUPPRESSED-FLAG.
           PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SUPP-COUNT
                          OR WS-SUPPRESSED-FLAG = 'Y'
               IF WS-SUPP-CUST(WS-S) = WS-GRP-CUST
                   AND WS-SUPP-TYPE(WS-S) = WS-TYPE-CODE
                   MOVE 'Y' TO WS-SUPPRESSED-FLAG
               END-IF
           END-PERFORM.
           IF WS-SUPPRESSED-FLAG = 'N'
               ADD 1 TO WS-LETTER-COUNT
               ADD 1 TO WS-TC-LETTERS(WS-GRP-TYPE-NO)
               MOVE WS-GRP-CUST TO WS-SP-CUST
               MOVE WS-TYPE-CODE TO WS-SP-TYPE
               MOVE WS-CYCLE TO WS-SP-CYCLE
               PERFORM ADD-SUPPRESSION-ENTRY
               PERFORM WRITE-LETTER-HEADING
           ELSE
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF.

       CLOSE-CUSTOMER-LETTER.
           IF WS-SUPPRESSED-FLAG = 'N'
               MOVE SPACES TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PLEASE CONTACT YOUR BRANCH IF YOU HAVE ANY "
                      "QUESTIONS ABOUT THIS NOTICE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
           END-IF.
           MOVE 'N' TO WS-GRP-OPEN-FLAG.

       SET-NOTICE-TYPE-TEXT.
           MOVE SPACES TO WS-TYPE-TEXT-1.
           MOVE SPACES TO WS-TYPE-TEXT-2.
           EVALUATE WS-TYPE-NO
               WHEN 1
                   MOVE "OD-FEE" TO WS-TYPE-CODE
                   MOVE "OVERDRAFT FEE NOTICE" TO WS-TYPE-TITLE
                   STRING "AN OVERDRAFT FEE HAS BEEN CHARGED TO YOUR "
                          "ACCOUNT BECAUSE A PAYMENT"
                       DELIMITED BY SIZE INTO WS-TYPE-TEXT-1
                   END-STRING
                   MOVE "TOOK THE BALANCE BELOW ZERO." TO WS-TYPE-TEXT-2
               WHEN 2
                   MOVE "NSF" TO WS-TYPE-CODE
                   MOVE "RETURNED ITEM NOTICE" TO WS-TYPE-TITLE
                   STRING "THE FOLLOWING ITEM WAS RETURNED UNPAID "
                          "BECAUSE OF INSUFFICIENT"
                       DELIMITED BY SIZE INTO WS-TYPE-TEXT-1
                   END-STRING
                   MOVE "AVAILABLE FUNDS IN YOUR ACCOUNT."
                       TO WS-TYPE-TEXT-2
               WHEN 3
                   MOVE "NEG-BALANCE" TO WS-TYPE-CODE
                   MOVE "NEGATIVE BALANCE WARNING" TO WS-TYPE-TITLE
                   STRING "YOUR ACCOUNT HAS CARRIED A NEGATIVE BALANCE "
                          "FOR THE PERIOD SHOWN."
                       DELIMITED BY SIZE INTO WS-TYPE-TEXT-1
                   END-STRING
                   STRING "PLEASE MAKE A DEPOSIT TO BRING THE BALANCE "
                          "ABOVE ZERO."
                       DELIMITED BY SIZE INTO WS-TYPE-TEXT-2
                   END-STRING
               WHEN 4
                   MOVE "ACCT-CLOSED" TO WS-TYPE-CODE
                   MOVE "ACCOUNT CLOSED CONFIRMATION" TO WS-TYPE-TITLE
                   STRING "THIS LETTER CONFIRMS THAT THE ACCOUNT SHOWN "
                          "BELOW HAS BEEN CLOSED."
                       DELIMITED BY SIZE INTO WS-TYPE-TEXT-1
                   END-STRING
                   MOVE "THANK YOU FOR BANKING WITH US."
                       TO WS-TYPE-TEXT-2
           END-EVALUATE.

       WRITE-LETTER-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-TYPE-TITLE DELIMITED BY "  "
                  "     DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "     PAGE: " DELIMITED BY SIZE
                  WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.

           PERFORM WRITE-NAME-ADDRESS-BLOCK.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.
           MOVE WS-TYPE-TEXT-1 TO WS-PRINT-LINE.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.
           MOVE WS-TYPE-TEXT-2 TO WS-PRINT-LINE.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE WS-TYPE-NO
               WHEN 3
                   STRING "ACCOUNT  NEGATIVE SINCE  DAYS       "
                          "BALANCE" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "ACCOUNT  DATE      TXN-ID      TYPE     "
                          "          AMOUNT      BALANCE"
                          DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.

       WRITE-NAME-ADDRESS-BLOCK.
           MOVE 0 TO WS-CUST-IDX.
           PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CUST-COUNT OR WS-CUST-IDX > 0
               IF WS-CUST-ID(WS-C) = WS-GRP-CUST
                   MOVE WS-C TO WS-CUST-IDX
               END-IF
           END-PERFORM.
           IF WS-CUST-IDX > 0
               MOVE WS-CUST-NAME(WS-CUST-IDX) TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
               MOVE WS-CUST-ADDR(WS-CUST-IDX) TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-CUST-CITY(WS-CUST-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CUST-STATE(WS-CUST-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CUST-ZIP(WS-CUST-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               IF NS-ACCT-NAME NOT = SPACES
                   MOVE NS-ACCT-NAME TO WS-PRINT-LINE
               ELSE
                   STRING "CUSTOMER " DELIMITED BY SIZE
                          WS-GRP-CUST DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               END-IF
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
               MOVE "ADDRESS NOT ON FILE" TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
           END-IF.

       WRITE-LETTER-DETAIL-LINE.
           MOVE NS-AMT TO WS-AMT-EDIT.
           MOVE NS-BAL TO WS-BAL-EDIT.
           MOVE NS-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE NS-TYPE-NO
               WHEN 3
                   STRING NS-ACCT DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          NS-DATE DELIMITED BY SIZE
                          "        " DELIMITED BY SIZE
                          WS-DAYS-EDIT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-BAL-EDIT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING NS-ACCT DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          NS-DATE DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          NS-TXN-ID DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          NS-TXN-TYPE DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-AMT-EDIT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-BAL-EDIT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE LETTER-RECORD FROM WS-PRINT-LINE.

       REWRITE-SUPPRESSION-FILE.
           OPEN OUTPUT NOTCSUPP.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SUPP-COUNT
               MOVE SPACES TO WS-BUILD-RECORD
               STRING WS-SUPP-CUST(WS-S) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-SUPP-TYPE(WS-S) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-SUPP-CYCLE(WS-S) DELIMITED BY SPACE
                   INTO WS-BUILD-RECORD
               END-STRING
               MOVE WS-BUILD-RECORD TO NOTCSUPP-RECORD
               WRITE NOTCSUPP-RECORD
           END-PERFORM.
           CLOSE NOTCSUPP.

       REWRITE-NEGATIVE-BALANCE-FILE.
           OPEN OUTPUT NOTCNEG.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NEG-COUNT
               IF WS-NEG-SEEN(WS-N) = 'Y'
                   MOVE SPACES TO WS-BUILD-RECORD
                   STRING WS-NEG-ACCT(WS-N) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-NEG-SINCE(WS-N) DELIMITED BY SPACE
                       INTO WS-BUILD-RECORD
                   END-STRING
                   MOVE WS-BUILD-RECORD TO NOTCNEG-RECORD
                   WRITE NOTCNEG-RECORD
               END-IF
           END-PERFORM.
           CLOSE NOTCNEG.

       WRITE-CONTROL-PAGE.
           OPEN OUTPUT NOTCRPT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CUSTOMER NOTICE CONTROL PAGE" DELIMITED BY SIZE
                  "     RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "     CYCLE: " DELIMITED BY SIZE
                  WS-CYCLE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NOTICE TYPE                    LETTERS  ITEMS  "
                  "SUPPRESSED" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               MOVE WS-T TO WS-TYPE-NO
               PERFORM SET-NOTICE-TYPE-TEXT
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-TYPE-TITLE(1:30) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TC-LETTERS(WS-T) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TC-ITEMS(WS-T) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TC-SUPPRESSED(WS-T) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AUDIT RECORDS READ:        " DELIMITED BY SIZE
                  WS-AUDIT-READ-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REJECT RECORDS READ:       " DELIMITED BY SIZE
                  WS-REJECT-READ-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNTS READ:             " DELIMITED BY SIZE
                  WS-ACCT-READ-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NEGATIVE BALANCE DAYS:     " DELIMITED BY SIZE
                  WS-NEG-DAYS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL LETTERS WRITTEN:     " DELIMITED BY SIZE
                  WS-LETTER-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL LETTERS SUPPRESSED:  " DELIMITED BY SIZE
                  WS-SUPPRESSED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           CLOSE NOTCRPT.

       WRITE-RUN-CONTROL-RECORD.
           OPEN EXTEND RUNCTL.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           MOVE RETURN-CODE TO WS-RC-DISPLAY.
           MOVE SPACES TO WS-RUNCTL-LINE.
           STRING "NOTICES" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AUDIT-READ-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-LETTER-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-SUPPRESSED-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EVENT-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  "0000000000000.00" DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RC-DISPLAY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  "COMPLETE" DELIMITED BY SIZE
               INTO WS-RUNCTL-LINE
           END-STRING.
           MOVE WS-RUNCTL-LINE TO RUNCTL-RECORD.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL.
